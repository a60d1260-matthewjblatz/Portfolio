    SELECT CONVLOG-FILE ASSIGN TO "CONVLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVLOG-STATUS.
    SELECT CONVHLST-FILE ASSIGN TO "CONVHLST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVHLST-STATUS.
    SELECT CONVBAL-FILE ASSIGN TO "CONVBAL"
        ORGANIZATION IS LINE SEQUENTIAL.

FD CONVLOG-FILE.
    COPY "convlog.cpy".

FD CONVHLST-FILE.
    COPY "convhlst.cpy".

FD CONVBAL-FILE.
    01 CONVBAL-RECORD PICTURE X(80).

77  CONVREJ-STATUS  PICTURE X(02).
77  CONVTOT-STATUS  PICTURE X(02).
77  CONVLOG-STATUS  PICTURE X(02).
77  CONVHLST-STATUS PICTURE X(02).
77  EOF-SWITCH      PICTURE X(1) VALUE 'N'.
    88 END-OF-FILE VALUE 'Y'.
77  TOTALS-ON-FILE  PICTURE X(01) VALUE 'N'.
    88 RUN-DATE-ON-FILE VALUE 'Y'.
77  SERIAL-KNOWN    PICTURE X(01) VALUE 'N'.
    88 SERIAL-ON-FILE VALUE 'Y'.
77  SETS-KNOWN      PICTURE X(01) VALUE 'N'.
    88 SETS-ON-FILE VALUE 'Y'.
77  TOT-SETS        PICTURE 9(04) USAGE IS COMPUTATIONAL.
77  HOLD-SUMMARY    PICTURE X(01) VALUE 'N'.
    88 HOLD-SUMMARY-READ VALUE 'Y'.
77  HOLD-LINE-COUNT PICTURE 9(04) USAGE IS COMPUTATIONAL.
77  HOLD-SCREEN-DATE PICTURE 9(08) VALUE ZEROS.
77  HOLD-PASSED     PICTURE 9(04) USAGE IS COMPUTATIONAL.
77  HOLD-FED        PICTURE 9(04) USAGE IS COMPUTATIONAL.
77  HOLD-RUN-SETS   PICTURE 9(04) USAGE IS COMPUTATIONAL.
77  HOLD-SHOW-COUNT PICTURE Z(3)9.
77  HOLD-SHOW-DETAILS PICTURE Z(7)9.
77  HOLD-WHAT       PICTURE X(10).
77  SUM1-DIGITS     PICTURE X(08).
77  SUM1-VALUE      PICTURE 9(08).
77  BREAK-COUNT     PICTURE 9(04) USAGE IS COMPUTATIONAL.
*>  CONVLOG lines for the run's RUN-ID vs CONVTOT-CALLS, the CONV
*>      calls the driver actually made (cache hits make no call and
*>      no log line, so the two must meet exactly)
*>and, from the CONVHOLD screening list, the sets it passed plus the
*>released batches it fed vs CONVTOT-SETS, the sets the driver
*>actually read - so a held batch shows on the page as held, not as a
*>gap, and a batch that was neither held nor run is a break.
*>One page to CONVBAL with a clean/out-of-balance verdict, and a
*>graded return code the scheduler conditions the transmit step on:
*>zero clean, warning (4) when a check had to be skipped (no run
                    MOVE 'Y' TO SERIAL-KNOWN
                    MOVE CONVTOT-RUN-SERIAL TO TOT-RUN-SERIAL
                END-IF
                IF CONVTOT-SETS IS NUMERIC
                    MOVE 'Y' TO SETS-KNOWN
                    MOVE CONVTOT-SETS TO TOT-SETS
                END-IF
        END-READ
        CLOSE CONVTOT-FILE
    END-IF.
        END-IF
    END-IF
    END-IF.
    PERFORM WRITE-HOLD-SECTION THRU WRITE-HOLD-SECTION-EXIT.
    MOVE SPACES TO CONVBAL-RECORD.
    IF BREAK-COUNT IS GREATER THAN ZERO
        MOVE 8 TO BAL-RC
WRITE-CONTROL-REPORT-EXIT.
    EXIT.

*>Every batch CONVHOLD dealt with tonight is listed - held, set
*>aside, fed from the queue, still waiting, rejected - and then the
*>sets it let through are proven against what CONVDRV read. The
*>check is skipped, and said so, when there is nothing to hold it
*>to: no screening list, a list from another night (a screening that
*>ran before midnight for a run that started after it lands here
*>too), a resubmit (which reads CONVFIX, not the screened CONVIN) or
*>totals from before the set count was kept.
WRITE-HOLD-SECTION.
    MOVE ZERO TO HOLD-LINE-COUNT HOLD-PASSED HOLD-FED.
    MOVE 'N' TO EOF-SWITCH.
    MOVE SPACES TO CONVBAL-RECORD.
    WRITE CONVBAL-RECORD.
    MOVE 'HOLD QUEUE SCREENING' TO CONVBAL-RECORD.
    WRITE CONVBAL-RECORD.
    OPEN INPUT CONVHLST-FILE.
    IF CONVHLST-STATUS IS NOT EQUAL TO '00'
        MOVE 'Y' TO EOF-SWITCH
    ELSE
        PERFORM LIST-HOLD-LINE THRU LIST-HOLD-LINE-EXIT
            UNTIL END-OF-FILE
        CLOSE CONVHLST-FILE
    END-IF.
    IF HOLD-LINE-COUNT IS EQUAL TO ZERO AND HOLD-SUMMARY-READ
        MOVE SPACES TO CONVBAL-RECORD
        MOVE '  NO BATCHES HELD, FED OR WAITING' TO CONVBAL-RECORD
        WRITE CONVBAL-RECORD
    END-IF.
    MOVE 'SETS PASSED + RELEASED VS CONVTOT SETS' TO CHECK-LABEL.
    IF CONVHLST-STATUS IS NOT EQUAL TO '00'
        ADD 1 TO SKIP-COUNT
        PERFORM WRITE-SKIP-LINE THRU WRITE-SKIP-LINE-EXIT
        MOVE SPACES TO CONVBAL-RECORD
        MOVE '  (NO CONVHLST - CONVIN WAS NOT SCREENED FOR HOLDS)'
            TO CONVBAL-RECORD
        WRITE CONVBAL-RECORD
    ELSE
    IF NOT HOLD-SUMMARY-READ
        MOVE ZERO TO SHOW-LEFT
        MOVE TOT-SETS TO SHOW-RIGHT
        PERFORM WRITE-BREAK-LINE THRU WRITE-BREAK-LINE-EXIT
        MOVE SPACES TO CONVBAL-RECORD
        MOVE '  (CONVHLST HAS NO SUMMARY LINE - LIST INCOMPLETE)'
            TO CONVBAL-RECORD
        WRITE CONVBAL-RECORD
    ELSE
    IF TOTALS-RESUBMITTED
        ADD 1 TO SKIP-COUNT
        PERFORM WRITE-SKIP-LINE THRU WRITE-SKIP-LINE-EXIT
        MOVE SPACES TO CONVBAL-RECORD
        MOVE '  (RESUBMIT RUN - CONVIN NOT READ)' TO CONVBAL-RECORD
        WRITE CONVBAL-RECORD
    ELSE
    IF NOT SETS-ON-FILE
        OR (RUN-DATE-ON-FILE AND HOLD-SCREEN-DATE IS NOT EQUAL TO
            TOT-RUN-DATE)
        ADD 1 TO SKIP-COUNT
        PERFORM WRITE-SKIP-LINE THRU WRITE-SKIP-LINE-EXIT
        MOVE SPACES TO CONVBAL-RECORD
        MOVE '  (SCREENING LIST AND TOTALS ARE NOT FROM ONE NIGHT)'
            TO CONVBAL-RECORD
        WRITE CONVBAL-RECORD
    ELSE
        COMPUTE HOLD-RUN-SETS = HOLD-PASSED + HOLD-FED
        MOVE HOLD-RUN-SETS TO SHOW-LEFT
        MOVE TOT-SETS TO SHOW-RIGHT
        IF HOLD-RUN-SETS IS EQUAL TO TOT-SETS
            PERFORM WRITE-CHECK-LINE THRU WRITE-CHECK-LINE-EXIT
        ELSE
            PERFORM WRITE-BREAK-LINE THRU WRITE-BREAK-LINE-EXIT
        END-IF
    END-IF
    END-IF
    END-IF
    END-IF.
    MOVE SPACES TO CONVBAL-RECORD.
    WRITE CONVBAL-RECORD.
WRITE-HOLD-SECTION-EXIT.
    EXIT.

LIST-HOLD-LINE.
    READ CONVHLST-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            IF CONVHLST-SUMMARY
                PERFORM LIST-HOLD-SUMMARY THRU LIST-HOLD-SUMMARY-EXIT
            ELSE
                PERFORM LIST-HOLD-BATCH THRU LIST-HOLD-BATCH-EXIT
            END-IF
    END-READ.
LIST-HOLD-LINE-EXIT.
    EXIT.

LIST-HOLD-BATCH.
    ADD 1 TO HOLD-LINE-COUNT.
    IF CONVHLST-HELD
        MOVE 'HELD' TO HOLD-WHAT
    ELSE
        IF CONVHLST-FED
            MOVE 'RELEASED' TO HOLD-WHAT
        ELSE
            IF CONVHLST-WAITING
                MOVE 'WAITING' TO HOLD-WHAT
            ELSE
                IF CONVHLST-REJECTED
                    MOVE 'REJECTED' TO HOLD-WHAT
                ELSE
                    MOVE 'SET ASIDE' TO HOLD-WHAT
                END-IF
            END-IF
        END-IF
    END-IF.
    MOVE SPACES TO CONVBAL-RECORD.
    MOVE HOLD-WHAT TO CONVBAL-RECORD(3:10).
    MOVE CONVHLST-DEPT-ID TO CONVBAL-RECORD(14:8).
    MOVE CONVHLST-BATCH-DATE TO CONVBAL-RECORD(23:8).
    MOVE CONVHLST-BATCH-NO TO CONVBAL-RECORD(32:6).
    MOVE CONVHLST-REASONS TO CONVBAL-RECORD(40:4).
    IF CONVHLST-DETAILS IS NUMERIC
        MOVE CONVHLST-DETAILS TO HOLD-SHOW-DETAILS
        MOVE HOLD-SHOW-DETAILS TO CONVBAL-RECORD(45:8)
        MOVE 'RECORDS' TO CONVBAL-RECORD(54:7)
    END-IF.
    IF CONVHLST-ACTED-BY IS NOT EQUAL TO SPACES
        MOVE 'BY' TO CONVBAL-RECORD(62:2)
        MOVE CONVHLST-ACTED-BY TO CONVBAL-RECORD(65:8)
    END-IF.
    WRITE CONVBAL-RECORD.
LIST-HOLD-BATCH-EXIT.
    EXIT.

LIST-HOLD-SUMMARY.
    MOVE 'Y' TO HOLD-SUMMARY.
    IF CONVHLST-SCREEN-DATE IS NUMERIC
        MOVE CONVHLST-SCREEN-DATE TO HOLD-SCREEN-DATE
    END-IF.
    IF CONVHLST-PASSED IS NUMERIC
        MOVE CONVHLST-PASSED TO HOLD-PASSED
    END-IF.
    IF CONVHLST-FED-COUNT IS NUMERIC
        MOVE CONVHLST-FED-COUNT TO HOLD-FED
    END-IF.
    MOVE SPACES TO CONVBAL-RECORD.
    MOVE '  SCREENED' TO CONVBAL-RECORD(1:10).
    MOVE CONVHLST-SCREEN-DATE TO CONVBAL-RECORD(12:8).
    MOVE 'SETS IN' TO CONVBAL-RECORD(21:7).
    MOVE CONVHLST-RECEIVED TO HOLD-SHOW-COUNT.
    MOVE HOLD-SHOW-COUNT TO CONVBAL-RECORD(29:4).
    MOVE 'PASSED' TO CONVBAL-RECORD(34:6).
    MOVE CONVHLST-PASSED TO HOLD-SHOW-COUNT.
    MOVE HOLD-SHOW-COUNT TO CONVBAL-RECORD(41:4).
    MOVE 'HELD' TO CONVBAL-RECORD(46:4).
    MOVE CONVHLST-HELD-COUNT TO HOLD-SHOW-COUNT.
    MOVE HOLD-SHOW-COUNT TO CONVBAL-RECORD(51:4).
    MOVE 'SET ASIDE' TO CONVBAL-RECORD(56:9).
    MOVE CONVHLST-ASIDE-COUNT TO HOLD-SHOW-COUNT.
    MOVE HOLD-SHOW-COUNT TO CONVBAL-RECORD(66:4).
    WRITE CONVBAL-RECORD.
    MOVE SPACES TO CONVBAL-RECORD.
    MOVE 'RELEASED' TO CONVBAL-RECORD(21:8).
    MOVE CONVHLST-FED-COUNT TO HOLD-SHOW-COUNT.
    MOVE HOLD-SHOW-COUNT TO CONVBAL-RECORD(30:4).
    MOVE 'WAITING' TO CONVBAL-RECORD(35:7).
    MOVE CONVHLST-WAIT-COUNT TO HOLD-SHOW-COUNT.
    MOVE HOLD-SHOW-COUNT TO CONVBAL-RECORD(43:4).
    MOVE 'REJECTED' TO CONVBAL-RECORD(48:8).
    MOVE CONVHLST-REJECT-COUNT TO HOLD-SHOW-COUNT.
    MOVE HOLD-SHOW-COUNT TO CONVBAL-RECORD(57:4).
    WRITE CONVBAL-RECORD.
LIST-HOLD-SUMMARY-EXIT.
    EXIT.

WRITE-CHECK-LINE.
    MOVE SPACES TO CONVBAL-RECORD.
    MOVE CHECK-LABEL TO CONVBAL-RECORD(1:38).
