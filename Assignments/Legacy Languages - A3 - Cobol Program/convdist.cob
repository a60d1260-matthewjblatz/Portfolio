IDENTIFICATION DIVISION.
PROGRAM-ID. convdist.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONVTOT-FILE ASSIGN TO "CONVTOT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVTOT-STATUS.
    SELECT CONVREG-FILE ASSIGN TO "CONVREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONVREG-KEY
        FILE STATUS IS CONVREG-STATUS.
    SELECT CONVOUT-FILE ASSIGN TO "CONVOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVOUT-STATUS.
    SELECT CONVREJ-FILE ASSIGN TO "CONVREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVREJ-STATUS.
    SELECT CONVDLV-FILE ASSIGN TO DYNAMIC DELIVERY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVDLV-STATUS.

DATA DIVISION.
FILE SECTION.
FD CONVTOT-FILE.
    COPY "convtot.cpy".

FD CONVREG-FILE.
    COPY "convreg.cpy".

FD CONVOUT-FILE.
    COPY "convout.cpy".

FD CONVREJ-FILE.
    COPY "convrej.cpy".

FD CONVDLV-FILE.
    COPY "convdlv.cpy".

WORKING-STORAGE SECTION.
77  CONVTOT-STATUS  PICTURE X(02).
77  CONVREG-STATUS  PICTURE X(02).
77  CONVOUT-STATUS  PICTURE X(02).
77  CONVREJ-STATUS  PICTURE X(02).
77  CONVDLV-STATUS  PICTURE X(02).
77  EOF-SWITCH      PICTURE X(1) VALUE 'N'.
    88 END-OF-FILE VALUE 'Y'.
77  TOTALS-ON-FILE  PICTURE X(01) VALUE 'N'.
    88 TOTALS-PRESENT VALUE 'Y'.
77  TOT-RUN-ID      PICTURE X(08) VALUE SPACES.
77  TOT-RUN-DATE    PICTURE 9(08) VALUE ZEROS.
77  TOT-RUN-SERIAL  PICTURE X(08) VALUE SPACES.
77  TOT-BALANCE     PICTURE X(01) VALUE SPACE.
    88 TOTALS-RESUBMITTED VALUE 'R'.
77  DELIVERY-NAME   PICTURE X(26) VALUE SPACES.
77  SET-COUNT       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  SET-INDEX       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  OVERFLOW-COUNT  PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  DELIVERED-COUNT PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  DLV-RESULTS     PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  DLV-HASH        PICTURE 9(10) USAGE IS COMPUTATIONAL.
77  DLV-REJECTS     PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  SUM1-DIGITS     PICTURE X(08).
77  SUM1-VALUE      PICTURE 9(08).
77  DIST-RC         PICTURE 9(02) USAGE IS COMPUTATIONAL.

*>One slot per batch set the run settled or refused - the same
*>hundred-slot sizing the activity and aging reports use.
01  SET-TABLE.
    02 SET-ENTRY OCCURS 100 TIMES.
       03 SET-DEPT-ID     PICTURE X(08).
       03 SET-BATCH-DATE  PICTURE 9(08).
       03 SET-BATCH-NO    PICTURE 9(06).
       03 SET-ACK-CODE    PICTURE X(01).
          88 SET-REFUSED  VALUE 'D'.
       03 SET-ACK-DATE    PICTURE 9(08).
       03 SET-REG-DATE    PICTURE 9(08).
       03 SET-REG-RUN     PICTURE X(08).
       03 SET-REG-COUNT   PICTURE 9(08).
       03 SET-REG-HASH    PICTURE 9(10).
       03 SET-REG-REJECTS PICTURE 9(08).
       03 SET-REPEAT-IND  PICTURE X(01).
          88 SET-REPEAT-REFUSED VALUE 'Y'.

*>Delivery job: splits a finished run's results back out into one
*>delivery file per department and batch set, so each department
*>receives its own batch and nothing of anyone else's. The run is
*>identified from CONVTOT - its start date and serial - and every
*>CONVREG entry that run settled (registered with the run's serial)
*>or turned away as a duplicate (refusal stamped with the serial) is
*>a set to deliver. Each file opens with the acknowledgement - batch
*>accepted, closed out of balance, or refused as a duplicate - then
*>the header, the set's CONVOUT and CONVREJ lines picked out by the
*>batch identity both files carry, and a trailer with the result
*>count, the hash of the successful values and the reject count.
*>The files are named DLV + batch date + batch number + '.' +
*>department, e.g. DLV20260822000011.EDITORL. Each set's figures are
*>held against what its register entry says the set came to; a
*>difference is reported and grades the run a warning, except after
*>a resubmit merge, where the repairs are expected to move them.
*>Return code: zero clean, 4 a figure difference or a set that
*>didn't fit the table, 8 no usable totals or register, or a
*>delivery file that could not be written.
PROCEDURE DIVISION.
MAINLINE.
    PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
    IF TOTALS-PRESENT
        PERFORM SELECT-BATCH-SETS THRU SELECT-BATCH-SETS-EXIT
        PERFORM DELIVER-ONE-SET THRU DELIVER-ONE-SET-EXIT
            VARYING SET-INDEX FROM 1 BY 1
            UNTIL SET-INDEX IS GREATER THAN SET-COUNT
    END-IF.
    PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
    STOP RUN.

*>Without a totals record, or one from before the run serial was
*>stamped, there is no way to tell which register entries belong to
*>the run - nothing is delivered rather than the wrong thing.
INITIALIZE-RUN.
    MOVE ZERO TO SET-COUNT OVERFLOW-COUNT DELIVERED-COUNT.
    MOVE ZERO TO DIST-RC.
    INITIALIZE SET-TABLE.
    OPEN INPUT CONVTOT-FILE.
    IF CONVTOT-STATUS IS EQUAL TO '00'
        READ CONVTOT-FILE
            AT END
                CONTINUE
            NOT AT END
                IF CONVTOT-RUN-SERIAL IS NOT EQUAL TO SPACES
                    AND CONVTOT-RUN-DATE IS NUMERIC
                    MOVE 'Y' TO TOTALS-ON-FILE
                    MOVE CONVTOT-RUN-ID TO TOT-RUN-ID
                    MOVE CONVTOT-RUN-DATE TO TOT-RUN-DATE
                    MOVE CONVTOT-RUN-SERIAL TO TOT-RUN-SERIAL
                    MOVE CONVTOT-BALANCE TO TOT-BALANCE
                END-IF
        END-READ
        CLOSE CONVTOT-FILE
    END-IF.
    IF TOTALS-ON-FILE IS EQUAL TO 'N'
        MOVE 8 TO DIST-RC
        DISPLAY 'CONVDIST: NO USABLE CONVTOT, STATUS ' CONVTOT-STATUS
            ' - NOTHING DELIVERED'
    END-IF.
INITIALIZE-RUN-EXIT.
    EXIT.

*>A keyed walk of the whole register - refusals are stamped on
*>entries other runs own, so there is no shortcut by date. The date
*>test is "on or after" because a run restarted past midnight files
*>its later sets under the restart's date while keeping its serial.
SELECT-BATCH-SETS.
    MOVE 'N' TO EOF-SWITCH.
    OPEN INPUT CONVREG-FILE.
    IF CONVREG-STATUS IS NOT EQUAL TO '00'
        MOVE 8 TO DIST-RC
        DISPLAY 'CONVDIST: CONVREG UNAVAILABLE, STATUS ' CONVREG-STATUS
            ' - NOTHING DELIVERED'
    ELSE
        MOVE LOW-VALUES TO CONVREG-KEY
        START CONVREG-FILE KEY IS NOT LESS THAN CONVREG-KEY
            INVALID KEY MOVE 'Y' TO EOF-SWITCH
        END-START
        PERFORM SELECT-ONE-ENTRY THRU SELECT-ONE-ENTRY-EXIT
            UNTIL END-OF-FILE
        CLOSE CONVREG-FILE
        IF SET-COUNT IS EQUAL TO ZERO
            DISPLAY 'CONVDIST: NO BATCH SETS SETTLED BY RUN '
                TOT-RUN-DATE ' ' TOT-RUN-SERIAL
        END-IF
    END-IF.
SELECT-BATCH-SETS-EXIT.
    EXIT.

SELECT-ONE-ENTRY.
    READ CONVREG-FILE NEXT
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            IF CONVREG-RUN-SERIAL IS EQUAL TO TOT-RUN-SERIAL
                AND CONVREG-RUN-DATE IS NUMERIC
                AND CONVREG-RUN-DATE IS NOT LESS THAN TOT-RUN-DATE
                PERFORM TABLE-SETTLED-SET THRU TABLE-SETTLED-SET-EXIT
            ELSE
                IF CONVREG-REFUSED-SERIAL IS EQUAL TO TOT-RUN-SERIAL
                    AND CONVREG-REFUSED-DATE IS NUMERIC
                    AND CONVREG-REFUSED-DATE IS NOT LESS THAN
                        TOT-RUN-DATE
                    PERFORM TABLE-REFUSED-SET
                        THRU TABLE-REFUSED-SET-EXIT
                END-IF
            END-IF
    END-READ.
SELECT-ONE-ENTRY-EXIT.
    EXIT.

*>A set the run processed and registered. The same batch appearing
*>again later in the same stacked file is refused against this very
*>entry; the one delivery still goes out as the processed batch,
*>noting the repeat in the acknowledgement.
TABLE-SETTLED-SET.
    PERFORM ADD-SET-SLOT THRU ADD-SET-SLOT-EXIT.
    IF SET-INDEX IS GREATER THAN ZERO
        IF CONVREG-BALANCE IS EQUAL TO 'B'
            MOVE 'A' TO SET-ACK-CODE(SET-INDEX)
        ELSE
            MOVE 'O' TO SET-ACK-CODE(SET-INDEX)
        END-IF
        MOVE CONVREG-RUN-DATE TO SET-ACK-DATE(SET-INDEX)
        IF CONVREG-REFUSED-SERIAL IS EQUAL TO TOT-RUN-SERIAL
            MOVE 'Y' TO SET-REPEAT-IND(SET-INDEX)
        END-IF
    END-IF.
TABLE-SETTLED-SET-EXIT.
    EXIT.

TABLE-REFUSED-SET.
    PERFORM ADD-SET-SLOT THRU ADD-SET-SLOT-EXIT.
    IF SET-INDEX IS GREATER THAN ZERO
        MOVE 'D' TO SET-ACK-CODE(SET-INDEX)
        MOVE CONVREG-REFUSED-DATE TO SET-ACK-DATE(SET-INDEX)
    END-IF.
TABLE-REFUSED-SET-EXIT.
    EXIT.

*>Leaves SET-INDEX on the new slot, or zero when the table is full -
*>a set that doesn't fit is counted and reported, never dropped
*>silently.
ADD-SET-SLOT.
    IF SET-COUNT IS LESS THAN 100
        ADD 1 TO SET-COUNT
        MOVE SET-COUNT TO SET-INDEX
        MOVE CONVREG-DEPT-ID TO SET-DEPT-ID(SET-INDEX)
        MOVE CONVREG-BATCH-DATE TO SET-BATCH-DATE(SET-INDEX)
        MOVE CONVREG-BATCH-NO TO SET-BATCH-NO(SET-INDEX)
        MOVE CONVREG-RUN-DATE TO SET-REG-DATE(SET-INDEX)
        MOVE CONVREG-RUN-ID TO SET-REG-RUN(SET-INDEX)
        MOVE CONVREG-COUNT TO SET-REG-COUNT(SET-INDEX)
        MOVE CONVREG-HASH TO SET-REG-HASH(SET-INDEX)
        MOVE CONVREG-REJECTS TO SET-REG-REJECTS(SET-INDEX)
        MOVE 'N' TO SET-REPEAT-IND(SET-INDEX)
    ELSE
        MOVE ZERO TO SET-INDEX
        ADD 1 TO OVERFLOW-COUNT
        DISPLAY 'CONVDIST: SET TABLE FULL - BATCH ' CONVREG-BATCH-NO
            ' DEPT ' CONVREG-DEPT-ID ' DATE ' CONVREG-BATCH-DATE
            ' NOT DELIVERED'
    END-IF.
ADD-SET-SLOT-EXIT.
    EXIT.

*>One delivery file per set. A refused batch gets its acknowledgement
*>and nothing more to report; every other set carries its results and
*>rejects, picked out of the run's files by the batch identity.
DELIVER-ONE-SET.
    MOVE SPACES TO DELIVERY-NAME.
    MOVE 'DLV' TO DELIVERY-NAME(1:3).
    MOVE SET-BATCH-DATE(SET-INDEX) TO DELIVERY-NAME(4:8).
    MOVE SET-BATCH-NO(SET-INDEX) TO DELIVERY-NAME(12:6).
    MOVE '.' TO DELIVERY-NAME(18:1).
    MOVE SET-DEPT-ID(SET-INDEX) TO DELIVERY-NAME(19:8).
    MOVE ZERO TO DLV-RESULTS DLV-HASH DLV-REJECTS.
    OPEN OUTPUT CONVDLV-FILE.
    IF CONVDLV-STATUS IS NOT EQUAL TO '00'
        MOVE 8 TO DIST-RC
        DISPLAY 'CONVDIST: ' DELIVERY-NAME ' NOT WRITTEN, STATUS '
            CONVDLV-STATUS
    ELSE
        PERFORM WRITE-ACKNOWLEDGEMENT THRU WRITE-ACKNOWLEDGEMENT-EXIT
        PERFORM WRITE-DELIVERY-HEADER THRU WRITE-DELIVERY-HEADER-EXIT
        IF NOT SET-REFUSED(SET-INDEX)
            PERFORM COPY-SET-RESULTS THRU COPY-SET-RESULTS-EXIT
            PERFORM COPY-SET-REJECTS THRU COPY-SET-REJECTS-EXIT
        END-IF
        PERFORM WRITE-DELIVERY-TRAILER
            THRU WRITE-DELIVERY-TRAILER-EXIT
        CLOSE CONVDLV-FILE
        ADD 1 TO DELIVERED-COUNT
        DISPLAY 'CONVDIST: ' DELIVERY-NAME ' ACK '
            SET-ACK-CODE(SET-INDEX) ' RESULTS ' DLV-RESULTS
            ' HASH ' DLV-HASH ' REJECTS ' DLV-REJECTS
        IF NOT SET-REFUSED(SET-INDEX)
            PERFORM CHECK-SET-FIGURES THRU CHECK-SET-FIGURES-EXIT
        END-IF
    END-IF.
DELIVER-ONE-SET-EXIT.
    EXIT.

WRITE-ACKNOWLEDGEMENT.
    MOVE SPACES TO CONVDLV-RECORD.
    MOVE 'A' TO CONVDLV-TYPE.
    MOVE SET-ACK-CODE(SET-INDEX) TO CONVDLV-ACK-CODE.
    IF CONVDLV-ACCEPTED
        IF SET-REPEAT-REFUSED(SET-INDEX)
            MOVE 'ACCEPTED - REPEAT IN SAME FILE REFUSED'
                TO CONVDLV-ACK-TEXT
        ELSE
            MOVE 'BATCH ACCEPTED, IN BALANCE' TO CONVDLV-ACK-TEXT
        END-IF
    ELSE
        IF CONVDLV-OUT-OF-BAL
            MOVE 'BATCH CLOSED OUT OF BALANCE' TO CONVDLV-ACK-TEXT
        ELSE
            MOVE 'REFUSED - DUPLICATE OF REGISTERED BATCH'
                TO CONVDLV-ACK-TEXT
        END-IF
    END-IF.
    MOVE SET-ACK-DATE(SET-INDEX) TO CONVDLV-ACK-DATE.
    MOVE SET-REG-DATE(SET-INDEX) TO CONVDLV-ACK-REG-DATE.
    MOVE SET-REG-RUN(SET-INDEX) TO CONVDLV-ACK-REG-RUN.
    WRITE CONVDLV-RECORD.
WRITE-ACKNOWLEDGEMENT-EXIT.
    EXIT.

*>The header names the run that settled the set - for a refused set
*>that is the refusing run; the acknowledgement already names the run
*>the batch is registered to.
WRITE-DELIVERY-HEADER.
    MOVE SPACES TO CONVDLV-RECORD.
    MOVE 'H' TO CONVDLV-TYPE.
    MOVE SET-DEPT-ID(SET-INDEX) TO CONVDLV-DEPT-ID.
    MOVE SET-BATCH-DATE(SET-INDEX) TO CONVDLV-BATCH-DATE.
    MOVE SET-BATCH-NO(SET-INDEX) TO CONVDLV-BATCH-NO.
    MOVE TOT-RUN-DATE TO CONVDLV-RUN-DATE.
    IF SET-REFUSED(SET-INDEX)
        MOVE TOT-RUN-ID TO CONVDLV-RUN-ID
    ELSE
        MOVE SET-REG-RUN(SET-INDEX) TO CONVDLV-RUN-ID
    END-IF.
    MOVE TOT-RUN-SERIAL TO CONVDLV-RUN-SERIAL.
    WRITE CONVDLV-RECORD.
WRITE-DELIVERY-HEADER-EXIT.
    EXIT.

*>One pass of CONVOUT per set; the identity columns decide which
*>lines are this set's. A missing CONVOUT leaves the delivery with an
*>honest zero trailer and the run graded an error.
COPY-SET-RESULTS.
    MOVE 'N' TO EOF-SWITCH.
    OPEN INPUT CONVOUT-FILE.
    IF CONVOUT-STATUS IS NOT EQUAL TO '00'
        MOVE 8 TO DIST-RC
        DISPLAY 'CONVDIST: CONVOUT NOT FOUND, STATUS ' CONVOUT-STATUS
    ELSE
        PERFORM COPY-ONE-RESULT THRU COPY-ONE-RESULT-EXIT
            UNTIL END-OF-FILE
        CLOSE CONVOUT-FILE
    END-IF.
COPY-SET-RESULTS-EXIT.
    EXIT.

*>CONVOUT-SUM1 is display-edited, lifted through an alphanumeric work
*>field the way every reader of this file does it.
COPY-ONE-RESULT.
    READ CONVOUT-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            IF CONVOUT-DEPT-ID IS EQUAL TO SET-DEPT-ID(SET-INDEX)
                AND CONVOUT-BATCH-DATE IS NUMERIC
                AND CONVOUT-BATCH-NO IS NUMERIC
                AND CONVOUT-BATCH-DATE IS EQUAL TO
                    SET-BATCH-DATE(SET-INDEX)
                AND CONVOUT-BATCH-NO IS EQUAL TO
                    SET-BATCH-NO(SET-INDEX)
                ADD 1 TO DLV-RESULTS
                IF CONVOUT-ERR IS EQUAL TO 1
                    MOVE CONVOUT-SUM1 TO SUM1-DIGITS
                    INSPECT SUM1-DIGITS REPLACING LEADING SPACES BY ZEROS
                    IF SUM1-DIGITS IS NUMERIC
                        MOVE SUM1-DIGITS TO SUM1-VALUE
                        ADD SUM1-VALUE TO DLV-HASH
                    END-IF
                END-IF
                MOVE SPACES TO CONVDLV-RECORD
                MOVE 'R' TO CONVDLV-TYPE
                MOVE CONVOUT-RECORD TO CONVDLV-BODY
                WRITE CONVDLV-RECORD
            END-IF
    END-READ.
COPY-ONE-RESULT-EXIT.
    EXIT.

*>A run with no rejects may leave no CONVREJ at all - that is zero
*>rejects, not an error.
COPY-SET-REJECTS.
    MOVE 'N' TO EOF-SWITCH.
    OPEN INPUT CONVREJ-FILE.
    IF CONVREJ-STATUS IS EQUAL TO '00'
        PERFORM COPY-ONE-REJECT THRU COPY-ONE-REJECT-EXIT
            UNTIL END-OF-FILE
        CLOSE CONVREJ-FILE
    END-IF.
COPY-SET-REJECTS-EXIT.
    EXIT.

COPY-ONE-REJECT.
    READ CONVREJ-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            IF CONVREJ-DEPT-ID IS EQUAL TO SET-DEPT-ID(SET-INDEX)
                AND CONVREJ-BATCH-DATE IS NUMERIC
                AND CONVREJ-BATCH-NO IS NUMERIC
                AND CONVREJ-BATCH-DATE IS EQUAL TO
                    SET-BATCH-DATE(SET-INDEX)
                AND CONVREJ-BATCH-NO IS EQUAL TO
                    SET-BATCH-NO(SET-INDEX)
                ADD 1 TO DLV-REJECTS
                MOVE SPACES TO CONVDLV-RECORD
                MOVE 'E' TO CONVDLV-TYPE
                MOVE CONVREJ-RECORD TO CONVDLV-BODY
                WRITE CONVDLV-RECORD
            END-IF
    END-READ.
COPY-ONE-REJECT-EXIT.
    EXIT.

WRITE-DELIVERY-TRAILER.
    MOVE SPACES TO CONVDLV-RECORD.
    MOVE 'T' TO CONVDLV-TYPE.
    MOVE DLV-RESULTS TO CONVDLV-COUNT.
    MOVE DLV-HASH TO CONVDLV-HASH.
    MOVE DLV-REJECTS TO CONVDLV-REJECTS.
    WRITE CONVDLV-RECORD.
WRITE-DELIVERY-TRAILER-EXIT.
    EXIT.

*>The delivery must come to what the register says the set came to.
*>After a resubmit merge it can't - the repaired lines are added to
*>CONVOUT and the fresh CONVREJ keeps only what still fails - so the
*>check is skipped there, the same allowance CONVBAL makes.
CHECK-SET-FIGURES.
    IF TOTALS-RESUBMITTED
        CONTINUE
    ELSE
        IF DLV-RESULTS IS NOT EQUAL TO SET-REG-COUNT(SET-INDEX)
            OR DLV-HASH IS NOT EQUAL TO SET-REG-HASH(SET-INDEX)
            OR DLV-REJECTS IS NOT EQUAL TO SET-REG-REJECTS(SET-INDEX)
            IF DIST-RC IS LESS THAN 4
                MOVE 4 TO DIST-RC
            END-IF
            DISPLAY 'CONVDIST: ' DELIVERY-NAME
                ' DIFFERS FROM REGISTER - RECORDS '
                SET-REG-COUNT(SET-INDEX) ' HASH '
                SET-REG-HASH(SET-INDEX) ' REJECTS '
                SET-REG-REJECTS(SET-INDEX)
        END-IF
    END-IF.
CHECK-SET-FIGURES-EXIT.
    EXIT.

TERMINATE-RUN.
    IF OVERFLOW-COUNT IS GREATER THAN ZERO
        AND DIST-RC IS LESS THAN 4
        MOVE 4 TO DIST-RC
    END-IF.
    DISPLAY 'CONVDIST: DELIVERY FILES WRITTEN ' DELIVERED-COUNT.
    MOVE DIST-RC TO RETURN-CODE.
TERMINATE-RUN-EXIT.
    EXIT.
