    SELECT CONVTOT-FILE ASSIGN TO DYNAMIC CONVTOT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVTOT-STATUS.
    SELECT CONVCTL-FILE ASSIGN TO "CONVCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVCTL-STATUS.
    SELECT CONVREG-FILE ASSIGN TO "CONVREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
FD CONVREG-FILE.
    COPY "convreg.cpy".

FD CONVCTL-FILE.
    COPY "convctl.cpy".

FD SHARD1-FILE.
    01 SHARD1-RECORD PICTURE X(112).
FD SHARD2-FILE.
    01 SHARD2-RECORD PICTURE X(112).
FD SHARD3-FILE.
    01 SHARD3-RECORD PICTURE X(112).
FD SHARD4-FILE.
    01 SHARD4-RECORD PICTURE X(112).
FD SHARD5-FILE.
    01 SHARD5-RECORD PICTURE X(112).
FD SHARD6-FILE.
    01 SHARD6-RECORD PICTURE X(112).
FD SHARD7-FILE.
    01 SHARD7-RECORD PICTURE X(112).
FD SHARD8-FILE.
    01 SHARD8-RECORD PICTURE X(112).

FD CONVTOT-FILE.
    COPY "convtot.cpy".
77  MERGE-SETS      PICTURE 9(04) VALUE ZEROS.
77  STREAM-CALL-SUM PICTURE 9(08) USAGE IS COMPUTATIONAL VALUE ZERO.
77  MERGED-REJECTS  PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  MERGED-R-ACCEPTED PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  MERGED-N-ACCEPTED PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  MERGED-A-ACCEPTED PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  CONVCTL-STATUS  PICTURE X(02).
77  MERGE-PARSE-MODE PICTURE X(01) VALUE 'S'.
77  CONVREG-STATUS  PICTURE X(02).
77  RUN-DATE        PICTURE 9(08).
01  PENDING-TABLE.
    02 PENDING-ENTRY OCCURS 8 TIMES.
       03 PENDING-RECORD PICTURE X(112).
       03 PENDING-EOF    PICTURE X(01).
          88 SHARD-DONE VALUE 'Y'.

INITIALIZE-RUN.
    MOVE ZERO TO MERGED-COUNT.
    MOVE ZERO TO MERGED-REJECTS.
    MOVE ZERO TO MERGED-R-ACCEPTED MERGED-N-ACCEPTED MERGED-A-ACCEPTED.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    MOVE ZERO TO GRAND-TOTAL.
    MOVE ZERO TO STREAM-CNT-SUM.
                MOVE SUM1-DIGITS TO SUM1-VALUE
                ADD SUM1-VALUE TO GRAND-TOTAL
            END-IF
            IF CONVOUT-DIRECTION IS EQUAL TO 'N' OR 'Y'
                ADD 1 TO MERGED-N-ACCEPTED
            ELSE
                IF CONVOUT-DIRECTION IS EQUAL TO 'A'
                    ADD 1 TO MERGED-A-ACCEPTED
                ELSE
                    ADD 1 TO MERGED-R-ACCEPTED
                END-IF
            END-IF
        ELSE
            ADD 1 TO MERGED-REJECTS
        END-IF
*>and post twice with no refusal. A key already on file here means
*>that double posting has in fact happened - it is shouted to the
*>operator, and the fresher figures win the rewrite. A batch with no
*>identity (legacy shards) has nothing to register. The streams all
*>ran under the one CONVCTL card, so the card is read back here for
*>the parse mode the register keeps for chargeback.
REGISTER-MERGED-BATCH.
    IF MERGE-DEPT-ID IS EQUAL TO SPACES
        CONTINUE
    ELSE
        PERFORM READ-PARSE-MODE THRU READ-PARSE-MODE-EXIT
        OPEN I-O CONVREG-FILE
        IF CONVREG-STATUS IS EQUAL TO '35'
            OPEN OUTPUT CONVREG-FILE
            MOVE GRAND-TOTAL TO CONVREG-HASH
            MOVE MERGED-REJECTS TO CONVREG-REJECTS
            MOVE MERGE-BALANCE TO CONVREG-BALANCE
            MOVE MERGE-RUN-SERIAL TO CONVREG-RUN-SERIAL
            MOVE ZEROS TO CONVREG-REFUSED-DATE
            MOVE SPACES TO CONVREG-REFUSED-SERIAL
            MOVE MERGED-R-ACCEPTED TO CONVREG-R-COUNT
            MOVE MERGED-N-ACCEPTED TO CONVREG-N-COUNT
            MOVE MERGED-A-ACCEPTED TO CONVREG-A-COUNT
            MOVE MERGE-PARSE-MODE TO CONVREG-PARSE-MODE
            WRITE CONVREG-RECORD
                INVALID KEY
                    DISPLAY 'CONVMRG: BATCH ' MERGE-BATCH-NO ' DEPT '
REGISTER-MERGED-BATCH-EXIT.
    EXIT.

*>Same reading of the card as CONVDRV's: 'T' is tolerant, anything
*>else - no card at all included - is strict.
READ-PARSE-MODE.
    MOVE 'S' TO MERGE-PARSE-MODE.
    OPEN INPUT CONVCTL-FILE.
    IF CONVCTL-STATUS IS EQUAL TO '00'
        READ CONVCTL-FILE
            NOT AT END
                IF CONVCTL-PARSE-MODE IS EQUAL TO 'T'
                    MOVE 'T' TO MERGE-PARSE-MODE
                END-IF
        END-READ
        CLOSE CONVCTL-FILE
    END-IF.
READ-PARSE-MODE-EXIT.
    EXIT.

OPEN-SHARD.
    MOVE 'N' TO PENDING-EOF(STREAM-INDEX).
    IF STREAM-INDEX IS EQUAL TO 1
