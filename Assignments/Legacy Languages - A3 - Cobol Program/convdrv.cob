*>date, its trail serial and its effective-identifier state, so the
*>totals a restarted run writes still describe the WHOLE run to the
*>control balance (the first pass's trail lines carry the original
*>serial, and a restart after midnight must not disown them). The set
*>in progress also carries its accepted records by direction (RST-
*>BRACC/BNACC/BAACC), which the register keeps for chargeback. A
*>checkpoint from before these fields existed reads back with spaces
*>there and restores as a legacy-shaped resume, zeros and all.
FD CONVRST-FILE.
       02 RST-RUNID PICTURE X(08).
       02 FILLER    PICTURE X(01).
       02 RST-RMIX  PICTURE X(01).
       02 FILLER    PICTURE X(01).
       02 RST-BRACC PICTURE 9(08).
       02 FILLER    PICTURE X(01).
       02 RST-BNACC PICTURE 9(08).
       02 FILLER    PICTURE X(01).
       02 RST-BAACC PICTURE 9(08).

FD CONVRSTB-FILE.
    01 CONVRSTB-RECORD.
       02 RSTB-RUNID PICTURE X(08).
       02 FILLER     PICTURE X(01).
       02 RSTB-RMIX  PICTURE X(01).
       02 FILLER     PICTURE X(01).
       02 RSTB-BRACC PICTURE 9(08).
       02 FILLER     PICTURE X(01).
       02 RSTB-BNACC PICTURE 9(08).
       02 FILLER     PICTURE X(01).
       02 RSTB-BAACC PICTURE 9(08).

WORKING-STORAGE SECTION.
77  I                       PICTURE S99 USAGE IS COMPUTATIONAL.
COPY "convparm.cpy".
COPY "convdate.cpy".
COPY "arrarea.cpy".
77  EOF-SWITCH              PICTURE X(1) VALUE 'N'.
    88 END-OF-INPUT VALUE 'Y'.
77  CONVRST-A-SERIAL        PICTURE X(08) VALUE SPACES.
77  CONVRST-A-RUNID         PICTURE X(08) VALUE SPACES.
77  CONVRST-A-RMIX          PICTURE X(01) VALUE 'N'.
77  CONVRST-A-BRACC         PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  CONVRST-A-BNACC         PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  CONVRST-A-BAACC         PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  CONVRST-B-COUNT         PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  CONVRST-B-READ          PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  CONVRST-B-SUM1          PICTURE 9(10) USAGE IS COMPUTATIONAL.
77  CONVRST-B-SERIAL        PICTURE X(08) VALUE SPACES.
77  CONVRST-B-RUNID         PICTURE X(08) VALUE SPACES.
77  CONVRST-B-RMIX          PICTURE X(01) VALUE 'N'.
77  CONVRST-B-BRACC         PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  CONVRST-B-BNACC         PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  CONVRST-B-BAACC         PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  RECORD-COUNT            PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  READS-DONE              PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  RECORDS-TO-SKIP         PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  BATCH-HASH-TOTAL        PICTURE 9(10) USAGE IS COMPUTATIONAL.
77  BATCH-REJECT-COUNT      PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  BATCH-MALFORMED-COUNT   PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  BATCH-R-ACCEPTED        PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  BATCH-N-ACCEPTED        PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  BATCH-A-ACCEPTED        PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  FILE-BALANCE-IND        PICTURE X(01) VALUE 'B'.
    88 FILE-IN-BALANCE VALUE 'B'.

    MOVE ZERO TO BATCH-HASH-TOTAL.
    MOVE ZERO TO BATCH-REJECT-COUNT.
    MOVE ZERO TO BATCH-MALFORMED-COUNT.
    MOVE ZERO TO BATCH-R-ACCEPTED BATCH-N-ACCEPTED BATCH-A-ACCEPTED.
    MOVE SPACES TO BATCH-DEPT-ID.
    MOVE ZEROS TO BATCH-DATE.
    MOVE ZEROS TO BATCH-NO.
    MOVE ZERO TO BATCH-HASH-TOTAL.
    MOVE ZERO TO BATCH-REJECT-COUNT.
    MOVE ZERO TO BATCH-MALFORMED-COUNT.
    MOVE ZERO TO BATCH-R-ACCEPTED BATCH-N-ACCEPTED BATCH-A-ACCEPTED.
    MOVE 'N' TO REFUSE-SWITCH.
    PERFORM APPLY-DEPT-DEFAULTS THRU APPLY-DEPT-DEFAULTS-EXIT.
    PERFORM CHECK-BATCH-REGISTER THRU CHECK-BATCH-REGISTER-EXIT.
                    BATCH-DEPT-ID ' DATE ' BATCH-DATE
                    ' ALREADY REGISTERED ON ' CONVREG-RUN-DATE
                    ' RUN ' CONVREG-RUN-ID ' - BATCH REFUSED'
*>The refusal is stamped on the registered entry itself, so this
*>run's delivery can acknowledge the batch it turned away; the
*>owning run's figures are left exactly as they were.
                MOVE RUN-DATE TO CONVREG-REFUSED-DATE
                MOVE RUN-TIME-SERIAL TO CONVREG-REFUSED-SERIAL
                REWRITE CONVREG-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
        END-READ
    END-IF.
CHECK-BATCH-REGISTER-EXIT.
    MOVE SPACES TO CONVRST-A-RUNID CONVRST-B-RUNID.
    MOVE 'N' TO CONVRST-A-RMIX.
    MOVE 'N' TO CONVRST-B-RMIX.
    MOVE ZERO TO CONVRST-A-BRACC CONVRST-A-BNACC CONVRST-A-BAACC.
    MOVE ZERO TO CONVRST-B-BRACC CONVRST-B-BNACC CONVRST-B-BAACC.
    OPEN INPUT CONVRST-FILE.
    IF CONVRST-STATUS IS EQUAL TO '00'
        READ CONVRST-FILE
                    MOVE RST-RUNID TO CONVRST-A-RUNID
                    MOVE RST-RMIX TO CONVRST-A-RMIX
                END-IF
                IF RST-BRACC IS NUMERIC
                    MOVE RST-BRACC TO CONVRST-A-BRACC
                    MOVE RST-BNACC TO CONVRST-A-BNACC
                    MOVE RST-BAACC TO CONVRST-A-BAACC
                END-IF
        END-READ
        CLOSE CONVRST-FILE
    END-IF.
                    MOVE RSTB-RUNID TO CONVRST-B-RUNID
                    MOVE RSTB-RMIX TO CONVRST-B-RMIX
                END-IF
                IF RSTB-BRACC IS NUMERIC
                    MOVE RSTB-BRACC TO CONVRST-B-BRACC
                    MOVE RSTB-BNACC TO CONVRST-B-BNACC
                    MOVE RSTB-BAACC TO CONVRST-B-BAACC
                END-IF
        END-READ
        CLOSE CONVRSTB-FILE
    END-IF.
        MOVE CONVRST-A-BHASH TO BATCH-HASH-TOTAL
        MOVE CONVRST-A-BREJ TO BATCH-REJECT-COUNT
        MOVE CONVRST-A-BMAL TO BATCH-MALFORMED-COUNT
        MOVE CONVRST-A-BRACC TO BATCH-R-ACCEPTED
        MOVE CONVRST-A-BNACC TO BATCH-N-ACCEPTED
        MOVE CONVRST-A-BAACC TO BATCH-A-ACCEPTED
        IF CONVRST-A-RDATE IS GREATER THAN ZERO
            MOVE CONVRST-A-RDATE TO TOTALS-DATE
        END-IF
        MOVE CONVRST-B-BHASH TO BATCH-HASH-TOTAL
        MOVE CONVRST-B-BREJ TO BATCH-REJECT-COUNT
        MOVE CONVRST-B-BMAL TO BATCH-MALFORMED-COUNT
        MOVE CONVRST-B-BRACC TO BATCH-R-ACCEPTED
        MOVE CONVRST-B-BNACC TO BATCH-N-ACCEPTED
        MOVE CONVRST-B-BAACC TO BATCH-A-ACCEPTED
        IF CONVRST-B-RDATE IS GREATER THAN ZERO
            MOVE CONVRST-B-RDATE TO TOTALS-DATE
        END-IF
CHECK-FAIL-THRESHOLD-EXIT.
    EXIT.

*>One driver, every direction: 'R' work goes to CONV exactly as
*>always, 'N' work goes to RCONV, 'A' work values both operands
*>through CONV and renders the computed result back through RCONV,
*>and the date directions go to DCONV - 'D' a Roman date valued as
*>one unit, 'Y' a yyyymmdd date rendered as one - and everything
*>lands in CONVOUT carrying the numeral and the value side by side.
DISPATCH-DETAIL.
    IF CONVIN-DIR-ROMAN
        MOVE CONVIN-NUMERAL TO WORK-NUMERAL
                PERFORM COMPUTE-ARITH-RECORD
                    THRU COMPUTE-ARITH-RECORD-EXIT
            ELSE
                IF CONVIN-DIR-DATE
                    MOVE CONVIN-NUMERAL TO WORK-NUMERAL
                    PERFORM CONVERT-DATE-RECORD
                        THRU CONVERT-DATE-RECORD-EXIT
                ELSE
                    IF CONVIN-DIR-DATE-VALUE
                        MOVE CONVIN-VALUE TO WORK-VALUE
                        PERFORM RENDER-DATE-RECORD
                            THRU RENDER-DATE-RECORD-EXIT
                    ELSE
                        ADD 1 TO MALFORMED-COUNT
                        ADD 1 TO BATCH-MALFORMED-COUNT
                        DISPLAY
                            'CONVDRV: UNKNOWN DIRECTION CODE SKIPPED: '
                            CONVIN-RECORD
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.
WRITE-ARITH-RESULT-EXIT.
    EXIT.

*>A Roman date is one record however many numerals it takes: DCONV
*>values day, month and year through CONV under this run's identity
*>and mode, proves they make a real calendar date, and hands back
*>the date as yyyymmdd in SUM1 - which is what CONVOUT shows and the
*>hash adds. Each numeral it read is a CONV call on the trail, so
*>each is counted here for the CONVLOG balance. The master is not
*>consulted: it caches single numerals, and a date is not one.
CONVERT-DATE-RECORD.
    PERFORM LOAD-ARRAY THRU LOAD-ARRAY-EXIT.
    MOVE 'D' TO DATE-DIR.
    MOVE BATCH-RUN-ID TO RUN-ID.
    MOVE RUN-TIME-SERIAL TO RUN-SERIAL.
    MOVE CTL-PARSE-MODE TO MODE-IND.
    CALL "dconv" USING DATE-DIR, DATE-DIGITS, DATE-CANON, DATE-CALLS,
        ARRAY-AREA, M, ERR, SUM1, CASE-IND, ERR-POS, ERR-TEXT, RUN-ID,
        MODE-IND, NORM-IND, RUN-SERIAL.
    ADD DATE-CALLS TO CONV-CALL-COUNT.
    MOVE 'D' TO RESULT-DIRECTION.
    PERFORM WRITE-RESULT THRU WRITE-RESULT-EXIT.
CONVERT-DATE-RECORD-EXIT.
    EXIT.

*>The other way: yyyymmdd digits in the value columns, zero-filled
*>the way an 'N' record's are, rendered as a Roman date. Digits that
*>aren't a real date are refused before anything is rendered.
RENDER-DATE-RECORD.
    MOVE WORK-VALUE TO VALUE-DIGITS.
    INSPECT VALUE-DIGITS REPLACING LEADING SPACES BY ZEROS.
    MOVE VALUE-DIGITS TO DATE-DIGITS.
    MOVE 'Y' TO DATE-DIR.
    CALL "dconv" USING DATE-DIR, DATE-DIGITS, DATE-CANON, DATE-CALLS,
        ARRAY-AREA, M, ERR, SUM1, CASE-IND, ERR-POS, ERR-TEXT, RUN-ID,
        MODE-IND, NORM-IND, RUN-SERIAL.
    MOVE ARRAY-AREA TO WORK-NUMERAL.
    MOVE 'Y' TO RESULT-DIRECTION.
    PERFORM WRITE-RESULT THRU WRITE-RESULT-EXIT.
RENDER-DATE-RECORD-EXIT.
    EXIT.

WRITE-RESULT.
    MOVE SPACES TO CONVOUT-RECORD.
    MOVE WORK-NUMERAL TO CONVOUT-NUMERAL.
*>equates to, rendered from the value just parsed - the department
*>sees both what it sent and what the shop booked. ARRAY-AREA is
*>done for this record by now, so RCONV may have it.
*>A date's SUM1 is yyyymmdd, not a figure to render - its canonical
*>form is the one DCONV built from the three values it parsed.
    IF FORM-NORMALIZED AND ERR IS EQUAL TO 1
        IF RESULT-DIRECTION IS EQUAL TO 'D'
            MOVE DATE-CANON TO CONVOUT-CANON
        ELSE
            IF SUM1 IS GREATER THAN ZERO
                AND SUM1 IS LESS THAN 4000000
                CALL "rconv" USING ARRAY-AREA, M, ERR, SUM1
                MOVE ARRAY-AREA TO CONVOUT-CANON
            END-IF
        END-IF
    END-IF.
*>The record names its batch set the same way its reject line would
*>(see WRITE-REJECT) - a repair carries the identity of the reject it
*>repairs, a batch record its own set's.
    IF RESUBMIT-MODE
        IF FIX-IDENTITY-KNOWN
            MOVE FIX-TRK-DEPT TO CONVOUT-DEPT-ID
            MOVE FIX-TRK-DATE TO CONVOUT-BATCH-DATE
            MOVE FIX-TRK-NO TO CONVOUT-BATCH-NO
        END-IF
    ELSE
        IF BATCH-MODE
            MOVE BATCH-DEPT-ID TO CONVOUT-DEPT-ID
            MOVE BATCH-DATE TO CONVOUT-BATCH-DATE
            MOVE BATCH-NO TO CONVOUT-BATCH-NO
        END-IF
    END-IF.
    WRITE CONVOUT-RECORD.
    ADD 1 TO RECORD-COUNT.
        ADD SUM1 TO RUNNING-TOTAL
        IF BATCH-MODE
            ADD SUM1 TO BATCH-HASH-TOTAL
            PERFORM COUNT-ACCEPTED THRU COUNT-ACCEPTED-EXIT
        END-IF
    ELSE
        PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT
WRITE-RESULT-EXIT.
    EXIT.

*>Accepted records are tallied by direction for the batch register,
*>which is where chargeback prices a batch from - a value rendered
*>as a numeral and an arithmetic line don't cost the same as a
*>numeral valued. A Roman date valued counts with the numerals, a
*>date rendered with the values.
COUNT-ACCEPTED.
    IF RESULT-DIRECTION IS EQUAL TO 'N' OR 'Y'
        ADD 1 TO BATCH-N-ACCEPTED
    ELSE
        IF RESULT-DIRECTION IS EQUAL TO 'A'
            ADD 1 TO BATCH-A-ACCEPTED
        ELSE
            ADD 1 TO BATCH-R-ACCEPTED
        END-IF
    END-IF.
COUNT-ACCEPTED-EXIT.
    EXIT.

*>The reject carries everything a department needs to fix the record
*>at a glance: what it sent, which rule it broke in CONV's own words,
*>and the column where the scan stopped. CONVREJ is flushed the same
    END-IF.
    MOVE SPACES TO CONVREJ-RECORD.
    MOVE RESULT-DIRECTION TO CONVREJ-DIRECTION.
    IF RESULT-DIRECTION IS EQUAL TO 'N' OR 'Y'
        MOVE WORK-VALUE TO CONVREJ-DATA
    ELSE
        MOVE WORK-NUMERAL TO CONVREJ-DATA
                PERFORM COMPUTE-ARITH-RECORD
                    THRU COMPUTE-ARITH-RECORD-EXIT
            ELSE
                IF FIX-DIRECTION IS EQUAL TO 'D'
                    MOVE FIX-DATA TO WORK-NUMERAL
                    PERFORM CONVERT-DATE-RECORD
                        THRU CONVERT-DATE-RECORD-EXIT
                ELSE
                    IF FIX-DIRECTION IS EQUAL TO 'Y'
                        MOVE FIX-DATA(1:8) TO WORK-VALUE
                        PERFORM RENDER-DATE-RECORD
                            THRU RENDER-DATE-RECORD-EXIT
                    ELSE
                        ADD 1 TO MALFORMED-COUNT
                        DISPLAY
                            'CONVDRV: UNKNOWN DIRECTION CODE SKIPPED: '
                            CONVFIX-RECORD
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.
        MOVE RUN-TIME-SERIAL TO RST-SERIAL
        MOVE RUN-ID-USED TO RST-RUNID
        MOVE RUN-ID-MIXED TO RST-RMIX
        MOVE BATCH-R-ACCEPTED TO RST-BRACC
        MOVE BATCH-N-ACCEPTED TO RST-BNACC
        MOVE BATCH-A-ACCEPTED TO RST-BAACC
        OPEN OUTPUT CONVRST-FILE
        WRITE CONVRST-RECORD
        CLOSE CONVRST-FILE
        MOVE RUN-TIME-SERIAL TO RSTB-SERIAL
        MOVE RUN-ID-USED TO RSTB-RUNID
        MOVE RUN-ID-MIXED TO RSTB-RMIX
        MOVE BATCH-R-ACCEPTED TO RSTB-BRACC
        MOVE BATCH-N-ACCEPTED TO RSTB-BNACC
        MOVE BATCH-A-ACCEPTED TO RSTB-BAACC
        OPEN OUTPUT CONVRSTB-FILE
        WRITE CONVRSTB-RECORD
        CLOSE CONVRSTB-FILE
        MOVE BATCH-HASH-TOTAL TO CONVREG-HASH
        MOVE BATCH-REJECT-COUNT TO CONVREG-REJECTS
        MOVE BALANCE-IND TO CONVREG-BALANCE
        MOVE RUN-TIME-SERIAL TO CONVREG-RUN-SERIAL
        MOVE ZEROS TO CONVREG-REFUSED-DATE
        MOVE SPACES TO CONVREG-REFUSED-SERIAL
        MOVE BATCH-R-ACCEPTED TO CONVREG-R-COUNT
        MOVE BATCH-N-ACCEPTED TO CONVREG-N-COUNT
        MOVE BATCH-A-ACCEPTED TO CONVREG-A-COUNT
        MOVE CTL-PARSE-MODE TO CONVREG-PARSE-MODE
        WRITE CONVREG-RECORD
            INVALID KEY
                REWRITE CONVREG-RECORD
*>Graded severity for the job stream, so downstream steps can be
*>conditioned on the driver instead of somebody reading CONVSUM by
*>eye: zero is a clean run, warning (4) means the run completed but
*>some records didn't convert or the record limit cut it short, error
*>(8) means the run finished but a batch in it can't be trusted - an
*>out-of-balance batch or a duplicate turned away - and severe (12)
*>means the run itself didn't finish: a threshold abort, or input that
*>never arrived. An 8 still leaves tonight's totals and outputs behind
*>for the night to keep and report; a 12 leaves nothing the rest of
*>the night should touch.
SET-RETURN-CODE.
    MOVE ZERO TO RUN-RC.
    IF REJECT-COUNT IS GREATER THAN ZERO
        OR LIMIT-REACHED
        MOVE 4 TO RUN-RC
    END-IF.
    IF BATCH-OUT-OF-BALANCE
        OR (BATCH-MODE AND NOT FILE-IN-BALANCE)
        OR DUP-BATCH-COUNT IS GREATER THAN ZERO
        MOVE 8 TO RUN-RC
    END-IF.
    IF THRESHOLD-ABORTED
        OR CONVIN-OPENED IS EQUAL TO 'N'
        MOVE 12 TO RUN-RC
    END-IF.
    MOVE RUN-RC TO RETURN-CODE.
SET-RETURN-CODE-EXIT.
    EXIT.
