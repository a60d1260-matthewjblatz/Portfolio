IDENTIFICATION DIVISION.
PROGRAM-ID. convhold.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
*>CONVINW and CONVHBW are the rebuilt CONVIN and CONVHB, written in
*>full before either original is touched and copied back over it -
*>the same two-pass replacement CONVARCH does with CONVLOGW, and like
*>CONVLOGW they survive until the next run.
FILE-CONTROL.
    SELECT CONVCTL-FILE ASSIGN TO "CONVCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVCTL-STATUS.
    SELECT CONVIN-FILE ASSIGN TO "CONVIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVIN-STATUS.
    SELECT CONVINW-FILE ASSIGN TO "CONVINW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVINW-STATUS.
    SELECT CONVHB-FILE ASSIGN TO "CONVHB"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVHB-STATUS.
    SELECT CONVHBW-FILE ASSIGN TO "CONVHBW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVHBW-STATUS.
    SELECT CONVHLST-FILE ASSIGN TO "CONVHLST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVHLST-STATUS.
    SELECT CONVHQ-FILE ASSIGN TO "CONVHQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CONVHQ-KEY
        FILE STATUS IS CONVHQ-STATUS.
    SELECT CONVDPT-FILE ASSIGN TO "CONVDPT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CONVDPT-KEY
        FILE STATUS IS CONVDPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD CONVCTL-FILE.
    COPY "convctl.cpy".

FD CONVIN-FILE.
    COPY "convin.cpy".

FD CONVINW-FILE.
    01 CONVINW-RECORD PICTURE X(40).

FD CONVHB-FILE.
    COPY "convhb.cpy".

FD CONVHBW-FILE.
    01 CONVHBW-RECORD PICTURE X(62).

FD CONVHLST-FILE.
    COPY "convhlst.cpy".

FD CONVHQ-FILE.
    COPY "convhq.cpy".

FD CONVDPT-FILE.
    COPY "convdpt.cpy".

WORKING-STORAGE SECTION.
77  CONVCTL-STATUS  PICTURE X(02).
77  CONVIN-STATUS   PICTURE X(02).
77  CONVINW-STATUS  PICTURE X(02).
77  CONVHB-STATUS   PICTURE X(02).
77  CONVHBW-STATUS  PICTURE X(02).
77  CONVHLST-STATUS PICTURE X(02).
77  CONVHQ-STATUS   PICTURE X(02).
77  CONVDPT-STATUS  PICTURE X(02).
77  EOF-SWITCH      PICTURE X(1) VALUE 'N'.
    88 END-OF-INPUT VALUE 'Y'.
    88 MORE-INPUT   VALUE 'N'.
77  INPUT-STATE     PICTURE X(01) VALUE 'E'.
    88 INPUT-CONTROLLED VALUE 'C'.
    88 INPUT-LEGACY     VALUE 'L'.
    88 INPUT-EMPTY      VALUE 'E'.
77  DEPT-SWITCH     PICTURE X(01) VALUE 'N'.
    88 DEPT-OPEN    VALUE 'Y'.
77  CHANGE-SWITCH   PICTURE X(01) VALUE 'N'.
    88 INPUT-CHANGED VALUE 'Y'.
77  OVERFLOW-SWITCH PICTURE X(01) VALUE 'N'.
    88 SET-OVERFLOW VALUE 'Y'.
77  STORE-SWITCH    PICTURE X(01) VALUE 'N'.
    88 ON-HELD-STORE VALUE 'Y'.
77  REHELD-SWITCH   PICTURE X(01) VALUE 'N'.
    88 HELD-AGAIN-TONIGHT VALUE 'Y'.
77  SCREEN-DATE     PICTURE 9(08).
77  CLOSED-MONTH    PICTURE X(06) VALUE SPACES.
77  BATCH-MONTH     PICTURE X(06).
77  SET-COUNT       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  SET-INDEX       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  CURRENT-SET     PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  EARLIER-SET     PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  MATCH-SET       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  FED-TOTAL       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  FED-INDEX       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  STORE-COUNT     PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  STORE-INDEX     PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  RECEIVED-COUNT  PICTURE 9(04) USAGE IS COMPUTATIONAL.
77  PASSED-COUNT    PICTURE 9(04) USAGE IS COMPUTATIONAL.
77  HELD-COUNT      PICTURE 9(04) USAGE IS COMPUTATIONAL.
77  ASIDE-COUNT     PICTURE 9(04) USAGE IS COMPUTATIONAL.
77  FED-COUNT       PICTURE 9(04) USAGE IS COMPUTATIONAL.
77  WAIT-COUNT      PICTURE 9(04) USAGE IS COMPUTATIONAL.
77  REJECT-COUNT    PICTURE 9(04) USAGE IS COMPUTATIONAL.
77  COPY-COUNT      PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  HOLD-RC         PICTURE 9(02) USAGE IS COMPUTATIONAL VALUE ZERO.
77  CURRENT-ACTION  PICTURE X(01).
77  STORED-ACTION   PICTURE X(01).
    88 STORED-KEEP  VALUE 'K'.
    88 STORED-FEED  VALUE 'E'.
    88 STORED-DROP  VALUE 'S'.
77  STORED-KEY      PICTURE X(22).
77  HELD-KEY        PICTURE X(22).
77  HOLD-REASONS    PICTURE X(04).

*>One entry per header/trailer set in tonight's CONVIN, in file
*>order. SET-ACTION is what screening decided: 'P' pass to CONVDRV,
*>'H' hold, 'D' set aside, 'F' a batch already fed from the hold
*>queue whose records are still on CONVHB - it is in CONVIN again
*>because the screening is being rerun. SET-QUEUE-STATE is the state
*>of the identity's queue entry, space when it has none: a renewed
*>hold replaces an entry a supervisor rejected, and leaves a held or
*>released one standing.
01  SET-TABLE.
    02 SET-ENTRY OCCURS 200 TIMES.
       03 SET-KEY.
          04 SET-DEPT-ID     PICTURE X(08).
          04 SET-BATCH-DATE  PICTURE 9(08).
          04 SET-BATCH-NO    PICTURE 9(06).
       03 SET-REQUEST        PICTURE X(01).
       03 SET-DETAILS        PICTURE 9(08) USAGE IS COMPUTATIONAL.
       03 SET-ACTION         PICTURE X(01).
       03 SET-REASONS        PICTURE X(04).
       03 SET-QUEUE-STATE    PICTURE X(01).
       03 SET-ACTED-BY       PICTURE X(08).
01  FED-TABLE.
    02 FED-KEY PICTURE X(22) OCCURS 200 TIMES.
*>The identities whose records are on CONVHB as the run starts. An
*>identity past the table's reach is taken as not stored, which at
*>worst holds tonight's copy in place of the stored one.
01  HELD-STORE-TABLE.
    02 STORE-ENTRY PICTURE X(22) OCCURS 200 TIMES.

*>Screens tonight's CONVIN against the hold rules before CONVDRV sees
*>it. A batch is held - set aside unprocessed, with its records kept
*>on CONVHB and an entry filed on the CONVHQ hold queue - when any of
*>these is true:
*>  P  the department is on probation (CONVDPT-PROBATION)
*>  V  its detail count exceeds the department's CONVDPT-HOLD-VOLUME
*>  C  its batch date falls in or before CONVCTL-CLOSED-THRU, a month
*>     finance has already closed
*>  R  the submitter asked for it (CONVIN-HOLD-REQUESTED)
*>A held batch never reaches CONVDRV, so it is never registered on
*>CONVREG; CONVRELS is where a supervisor releases or rejects it.
*>Each run also works the queue from earlier nights: batches a
*>supervisor has released are fed back into CONVIN behind tonight's
*>passed sets for this CONVDRV run to process, rejected ones are
*>discarded from CONVHB, and the rest keep waiting. A batch arriving
*>under an identity that is already held or released is set aside
*>rather than run alongside it. Everything this run did is listed on
*>CONVHLST for the CONVBAL control report.
*>A legacy CONVIN has no headers to screen and is left exactly as it
*>is; released batches wait for a night whose CONVIN can take them.
*>Return code 4 means something needs a look - a batch set aside, a
*>held batch with no queue entry, more sets than screening can track
*>(the excess passes unscreened), a hold the queue would not take (the
*>batch passes instead); 12 means the hold queue or a work file
*>couldn't be opened, CONVIN and CONVHB were not changed, and the
*>night should not go on to CONVDRV.
PROCEDURE DIVISION.
MAINLINE.
    ACCEPT SCREEN-DATE FROM DATE YYYYMMDD.
    PERFORM READ-CONTROL-CARD THRU READ-CONTROL-CARD-EXIT.
    PERFORM OPEN-QUEUE THRU OPEN-QUEUE-EXIT.
    IF CONVHQ-STATUS IS NOT EQUAL TO '00'
        DISPLAY 'CONVHOLD: CONVHQ UNAVAILABLE, STATUS ' CONVHQ-STATUS
            ' - NOTHING SCREENED'
        MOVE 12 TO HOLD-RC
    ELSE
        PERFORM SCAN-INPUT THRU SCAN-INPUT-EXIT
        PERFORM SCAN-HELD-STORE THRU SCAN-HELD-STORE-EXIT
        PERFORM SCREEN-SET THRU SCREEN-SET-EXIT
            VARYING SET-INDEX FROM 1 BY 1
            UNTIL SET-INDEX IS GREATER THAN SET-COUNT
        IF DEPT-OPEN
            CLOSE CONVDPT-FILE
        END-IF
        PERFORM FILE-HELD-SET THRU FILE-HELD-SET-EXIT
            VARYING SET-INDEX FROM 1 BY 1
            UNTIL SET-INDEX IS GREATER THAN SET-COUNT
        PERFORM BUILD-WORK-FILES THRU BUILD-WORK-FILES-EXIT
        IF HOLD-RC IS LESS THAN 12
            PERFORM REPLACE-HELD-STORE THRU REPLACE-HELD-STORE-EXIT
            PERFORM MARK-FED THRU MARK-FED-EXIT
                VARYING FED-INDEX FROM 1 BY 1
                UNTIL FED-INDEX IS GREATER THAN FED-TOTAL
            IF INPUT-CHANGED
                PERFORM REPLACE-CONVIN THRU REPLACE-CONVIN-EXIT
            END-IF
            DISPLAY 'CONVHOLD: SETS RECEIVED ' RECEIVED-COUNT
                ' PASSED ' PASSED-COUNT ' HELD ' HELD-COUNT
                ' SET ASIDE ' ASIDE-COUNT
            DISPLAY 'CONVHOLD: RELEASED BATCHES FED ' FED-COUNT
                ' STILL WAITING ' WAIT-COUNT ' REJECTED ' REJECT-COUNT
        END-IF
        CLOSE CONVHQ-FILE
    END-IF.
    MOVE HOLD-RC TO RETURN-CODE.
    STOP RUN.

*>The closed month rides on the run-control card with the rest of the
*>run's settings. A missing card, or a card from before the column
*>existed, closes nothing.
READ-CONTROL-CARD.
    OPEN INPUT CONVCTL-FILE.
    IF CONVCTL-STATUS IS EQUAL TO '00'
        READ CONVCTL-FILE
            AT END MOVE SPACES TO CONVCTL-RECORD
        END-READ
        IF CONVCTL-CLOSED-THRU IS NUMERIC
            AND CONVCTL-CLOSED-THRU IS NOT EQUAL TO ZERO
            MOVE CONVCTL-CLOSED-THRU TO CLOSED-MONTH
            DISPLAY 'CONVHOLD: MONTHS THROUGH ' CLOSED-MONTH ' CLOSED'
        END-IF
        CLOSE CONVCTL-FILE
    END-IF.
READ-CONTROL-CARD-EXIT.
    EXIT.

*>The queue is an updateable keyed file, created empty on first use
*>the way CONVDRV creates CONVMST. The department master is only
*>consulted; without it the department rules simply don't apply.
OPEN-QUEUE.
    OPEN I-O CONVHQ-FILE.
    IF CONVHQ-STATUS IS EQUAL TO '35'
        OPEN OUTPUT CONVHQ-FILE
        CLOSE CONVHQ-FILE
        OPEN I-O CONVHQ-FILE
    END-IF.
    OPEN INPUT CONVDPT-FILE.
    IF CONVDPT-STATUS IS EQUAL TO '00'
        MOVE 'Y' TO DEPT-SWITCH
    ELSE
        DISPLAY 'CONVHOLD: CONVDPT UNAVAILABLE, STATUS ' CONVDPT-STATUS
            ' - DEPARTMENT HOLD RULES NOT APPLIED'
    END-IF.
OPEN-QUEUE-EXIT.
    EXIT.

*>First pass: note every set's identity, hold request and detail
*>count. Nothing is decided until the whole file has been read - the
*>volume rule needs the count, and the count is only known at the
*>trailer.
SCAN-INPUT.
    MOVE ZERO TO SET-COUNT.
    MOVE ZERO TO CURRENT-SET.
    MOVE 'N' TO EOF-SWITCH.
    OPEN INPUT CONVIN-FILE.
    IF CONVIN-STATUS IS NOT EQUAL TO '00'
        DISPLAY 'CONVHOLD: CONVIN NOT FOUND, STATUS ' CONVIN-STATUS
    ELSE
        PERFORM READ-INPUT THRU READ-INPUT-EXIT
        IF MORE-INPUT
            IF CONVIN-HEADER-REC
                MOVE 'C' TO INPUT-STATE
            ELSE
                MOVE 'L' TO INPUT-STATE
                MOVE 'Y' TO EOF-SWITCH
                DISPLAY 'CONVHOLD: LEGACY CONVIN - NOT SCREENED'
            END-IF
        END-IF
        PERFORM SCAN-RECORD THRU SCAN-RECORD-EXIT UNTIL END-OF-INPUT
        CLOSE CONVIN-FILE
    END-IF.
SCAN-INPUT-EXIT.
    EXIT.

READ-INPUT.
    READ CONVIN-FILE
        AT END MOVE 'Y' TO EOF-SWITCH
    END-READ.
READ-INPUT-EXIT.
    EXIT.

SCAN-RECORD.
    IF CONVIN-HEADER-REC
        ADD 1 TO RECEIVED-COUNT
        IF SET-COUNT IS LESS THAN 200
            ADD 1 TO SET-COUNT
            MOVE SET-COUNT TO CURRENT-SET
            MOVE CONVIN-DEPT-ID TO SET-DEPT-ID(SET-COUNT)
            MOVE CONVIN-BATCH-DATE TO SET-BATCH-DATE(SET-COUNT)
            MOVE CONVIN-BATCH-NO TO SET-BATCH-NO(SET-COUNT)
            MOVE CONVIN-HOLD-REQUEST TO SET-REQUEST(SET-COUNT)
            MOVE ZERO TO SET-DETAILS(SET-COUNT)
            MOVE 'P' TO SET-ACTION(SET-COUNT)
            MOVE SPACES TO SET-REASONS(SET-COUNT)
            MOVE SPACE TO SET-QUEUE-STATE(SET-COUNT)
            MOVE SPACES TO SET-ACTED-BY(SET-COUNT)
        ELSE
            MOVE ZERO TO CURRENT-SET
            IF NOT SET-OVERFLOW
                MOVE 'Y' TO OVERFLOW-SWITCH
                MOVE 4 TO HOLD-RC
                DISPLAY 'CONVHOLD: MORE THAN 200 SETS - THE REST PASS'
                    ' UNSCREENED'
            END-IF
        END-IF
    ELSE
        IF CONVIN-DETAIL-REC AND CURRENT-SET IS GREATER THAN ZERO
            ADD 1 TO SET-DETAILS(CURRENT-SET)
        END-IF
    END-IF.
    PERFORM READ-INPUT THRU READ-INPUT-EXIT.
SCAN-RECORD-EXIT.
    EXIT.

*>Which identities already have records on CONVHB, noted before
*>anything is screened so the queue's word can be checked against what
*>is actually stored.
SCAN-HELD-STORE.
    MOVE ZERO TO STORE-COUNT.
    MOVE 'N' TO EOF-SWITCH.
    MOVE HIGH-VALUES TO STORED-KEY.
    OPEN INPUT CONVHB-FILE.
    IF CONVHB-STATUS IS EQUAL TO '00'
        PERFORM READ-HELD-STORE THRU READ-HELD-STORE-EXIT
        PERFORM NOTE-STORED-RECORD THRU NOTE-STORED-RECORD-EXIT
            UNTIL END-OF-INPUT
        CLOSE CONVHB-FILE
    END-IF.
SCAN-HELD-STORE-EXIT.
    EXIT.

NOTE-STORED-RECORD.
    IF CONVHB-KEY IS NOT EQUAL TO STORED-KEY
        MOVE CONVHB-KEY TO STORED-KEY
        IF STORE-COUNT IS LESS THAN 200
            ADD 1 TO STORE-COUNT
            MOVE CONVHB-KEY TO STORE-ENTRY(STORE-COUNT)
        END-IF
    END-IF.
    PERFORM READ-HELD-STORE THRU READ-HELD-STORE-EXIT.
NOTE-STORED-RECORD-EXIT.
    EXIT.

*>The queue decides first. An identity already held or released is
*>set aside behind its stored records; if those records never reached
*>CONVHB - a run that stopped between filing the entry and replacing
*>the store - tonight's copy is held again under the entry as it
*>stands. An identity the queue has fed, on any day, is never held
*>again: while its records are still on CONVHB it is a rerun finding
*>its own work, otherwise it passes and CONVDRV's register refuses it
*>as the duplicate it is. One that was rejected or never queued is
*>judged on the rules afresh. Two sets with the same identity in one
*>file are caught here too - only the first is held, the second is
*>set aside behind it.
SCREEN-SET.
    MOVE SET-KEY(SET-INDEX) TO CONVHQ-KEY.
    MOVE 'N' TO STORE-SWITCH.
    PERFORM FIND-STORED-SET THRU FIND-STORED-SET-EXIT
        VARYING STORE-INDEX FROM 1 BY 1
        UNTIL STORE-INDEX IS GREATER THAN STORE-COUNT.
    READ CONVHQ-FILE
        INVALID KEY
            PERFORM APPLY-HOLD-RULES THRU APPLY-HOLD-RULES-EXIT
        NOT INVALID KEY
            MOVE CONVHQ-STATE TO SET-QUEUE-STATE(SET-INDEX)
            IF CONVHQ-HELD OR CONVHQ-RELEASED
                MOVE CONVHQ-REASONS TO SET-REASONS(SET-INDEX)
                IF ON-HELD-STORE
                    MOVE 'D' TO SET-ACTION(SET-INDEX)
                ELSE
                    MOVE 'H' TO SET-ACTION(SET-INDEX)
                END-IF
            ELSE
                IF CONVHQ-FED
                    IF ON-HELD-STORE
                        MOVE 'F' TO SET-ACTION(SET-INDEX)
                        MOVE CONVHQ-REASONS TO SET-REASONS(SET-INDEX)
                        MOVE CONVHQ-ACTED-BY TO SET-ACTED-BY(SET-INDEX)
                    END-IF
                ELSE
                    PERFORM APPLY-HOLD-RULES THRU APPLY-HOLD-RULES-EXIT
                END-IF
            END-IF
    END-READ.
    IF SET-ACTION(SET-INDEX) IS EQUAL TO 'H'
        MOVE ZERO TO MATCH-SET
        PERFORM FIND-EARLIER-HOLD THRU FIND-EARLIER-HOLD-EXIT
            VARYING EARLIER-SET FROM 1 BY 1
            UNTIL EARLIER-SET IS NOT LESS THAN SET-INDEX
        IF MATCH-SET IS GREATER THAN ZERO
            MOVE 'D' TO SET-ACTION(SET-INDEX)
        END-IF
    END-IF.
    IF SET-ACTION(SET-INDEX) IS EQUAL TO 'P'
        ADD 1 TO PASSED-COUNT
    ELSE
        MOVE 'Y' TO CHANGE-SWITCH
        IF SET-ACTION(SET-INDEX) IS EQUAL TO 'H'
            ADD 1 TO HELD-COUNT
            DISPLAY 'CONVHOLD: HELD ' SET-DEPT-ID(SET-INDEX) ' '
                SET-BATCH-DATE(SET-INDEX) ' ' SET-BATCH-NO(SET-INDEX)
                ' REASONS ' SET-REASONS(SET-INDEX)
        ELSE
            IF SET-ACTION(SET-INDEX) IS EQUAL TO 'D'
                ADD 1 TO ASIDE-COUNT
                MOVE 4 TO HOLD-RC
                DISPLAY 'CONVHOLD: SET ASIDE ' SET-DEPT-ID(SET-INDEX) ' '
                    SET-BATCH-DATE(SET-INDEX) ' ' SET-BATCH-NO(SET-INDEX)
                    ' - ALREADY ON THE HOLD QUEUE'
            ELSE
                ADD 1 TO FED-COUNT
            END-IF
        END-IF
    END-IF.
SCREEN-SET-EXIT.
    EXIT.

FIND-STORED-SET.
    IF STORE-ENTRY(STORE-INDEX) IS EQUAL TO SET-KEY(SET-INDEX)
        MOVE 'Y' TO STORE-SWITCH
    END-IF.
FIND-STORED-SET-EXIT.
    EXIT.

FIND-EARLIER-HOLD.
    IF SET-KEY(EARLIER-SET) IS EQUAL TO SET-KEY(SET-INDEX)
        AND SET-ACTION(EARLIER-SET) IS EQUAL TO 'H'
        MOVE EARLIER-SET TO MATCH-SET
    END-IF.
FIND-EARLIER-HOLD-EXIT.
    EXIT.

*>Every rule that applies is recorded, not just the first, so the
*>supervisor sees the whole reason a batch was stopped.
APPLY-HOLD-RULES.
    MOVE SPACES TO HOLD-REASONS.
    IF DEPT-OPEN
        MOVE SET-DEPT-ID(SET-INDEX) TO CONVDPT-KEY
        READ CONVDPT-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CONVDPT-ON-PROBATION
                    MOVE 'P' TO HOLD-REASONS(1:1)
                END-IF
                IF CONVDPT-HOLD-VOLUME IS NUMERIC
                    AND CONVDPT-HOLD-VOLUME IS GREATER THAN ZERO
                    AND SET-DETAILS(SET-INDEX) IS GREATER THAN
                        CONVDPT-HOLD-VOLUME
                    MOVE 'V' TO HOLD-REASONS(2:1)
                END-IF
        END-READ
    END-IF.
    IF CLOSED-MONTH IS NOT EQUAL TO SPACES
        AND SET-BATCH-DATE(SET-INDEX) IS NUMERIC
        MOVE SET-KEY(SET-INDEX)(9:6) TO BATCH-MONTH
        IF BATCH-MONTH IS NOT GREATER THAN CLOSED-MONTH
            MOVE 'C' TO HOLD-REASONS(3:1)
        END-IF
    END-IF.
    IF SET-REQUEST(SET-INDEX) IS EQUAL TO 'Y'
        MOVE 'R' TO HOLD-REASONS(4:1)
    END-IF.
    MOVE HOLD-REASONS TO SET-REASONS(SET-INDEX).
    IF HOLD-REASONS IS NOT EQUAL TO SPACES
        MOVE 'H' TO SET-ACTION(SET-INDEX)
    END-IF.
APPLY-HOLD-RULES-EXIT.
    EXIT.

*>Second pass: tonight's sets are routed by their decision - passed
*>and rerun-fed sets to CONVINW, held sets to CONVHBW, set-aside sets
*>nowhere - and then the held batches already on CONVHB are carried
*>forward, fed or discarded by their queue status. CONVHLST is
*>written as the routing goes. Nothing but work files is written
*>here, so a failure leaves CONVIN and CONVHB as they were; any queue
*>entry already filed for tonight is found again by the rerun, which
*>holds its batch afresh (see SCREEN-SET).
BUILD-WORK-FILES.
    OPEN OUTPUT CONVINW-FILE.
    OPEN OUTPUT CONVHBW-FILE.
    OPEN OUTPUT CONVHLST-FILE.
    IF CONVINW-STATUS IS NOT EQUAL TO '00'
        OR CONVHBW-STATUS IS NOT EQUAL TO '00'
        OR CONVHLST-STATUS IS NOT EQUAL TO '00'
        DISPLAY 'CONVHOLD: WORK FILES UNAVAILABLE, STATUS '
            CONVINW-STATUS ' ' CONVHBW-STATUS ' ' CONVHLST-STATUS
            ' - CONVIN AND CONVHB NOT CHANGED'
        MOVE 12 TO HOLD-RC
    ELSE
        MOVE ZERO TO FED-TOTAL
        IF INPUT-CONTROLLED
            MOVE ZERO TO CURRENT-SET
            MOVE 'P' TO CURRENT-ACTION
            MOVE 'N' TO EOF-SWITCH
            OPEN INPUT CONVIN-FILE
            PERFORM READ-INPUT THRU READ-INPUT-EXIT
            PERFORM ROUTE-RECORD THRU ROUTE-RECORD-EXIT UNTIL END-OF-INPUT
            CLOSE CONVIN-FILE
        END-IF
        PERFORM COPY-HELD-STORE THRU COPY-HELD-STORE-EXIT
        PERFORM WRITE-SUMMARY THRU WRITE-SUMMARY-EXIT
    END-IF.
    CLOSE CONVINW-FILE.
    CLOSE CONVHBW-FILE.
    CLOSE CONVHLST-FILE.
BUILD-WORK-FILES-EXIT.
    EXIT.

*>Sets past the table's reach pass untouched, as screening warned.
ROUTE-RECORD.
    IF CONVIN-HEADER-REC
        ADD 1 TO CURRENT-SET
        IF CURRENT-SET IS GREATER THAN SET-COUNT
            MOVE 'P' TO CURRENT-ACTION
        ELSE
            MOVE SET-ACTION(CURRENT-SET) TO CURRENT-ACTION
            MOVE SET-KEY(CURRENT-SET) TO HELD-KEY
            PERFORM LIST-TONIGHT-SET THRU LIST-TONIGHT-SET-EXIT
        END-IF
    END-IF.
    IF CURRENT-ACTION IS EQUAL TO 'P' OR 'F'
        WRITE CONVINW-RECORD FROM CONVIN-RECORD
    ELSE
        IF CURRENT-ACTION IS EQUAL TO 'H'
            MOVE HELD-KEY TO CONVHB-KEY
            MOVE CONVIN-RECORD TO CONVHB-IMAGE
            WRITE CONVHBW-RECORD FROM CONVHB-RECORD
        END-IF
    END-IF.
    PERFORM READ-INPUT THRU READ-INPUT-EXIT.
ROUTE-RECORD-EXIT.
    EXIT.

LIST-TONIGHT-SET.
    IF CURRENT-ACTION IS NOT EQUAL TO 'P'
        MOVE SPACES TO CONVHLST-RECORD
        IF CURRENT-ACTION IS EQUAL TO 'H'
            MOVE 'H' TO CONVHLST-TYPE
        ELSE
            IF CURRENT-ACTION IS EQUAL TO 'D'
                MOVE 'D' TO CONVHLST-TYPE
            ELSE
                MOVE 'F' TO CONVHLST-TYPE
                MOVE SET-ACTED-BY(CURRENT-SET) TO CONVHLST-ACTED-BY
            END-IF
        END-IF
        MOVE SET-DEPT-ID(CURRENT-SET) TO CONVHLST-DEPT-ID
        MOVE SET-BATCH-DATE(CURRENT-SET) TO CONVHLST-BATCH-DATE
        MOVE SET-BATCH-NO(CURRENT-SET) TO CONVHLST-BATCH-NO
        MOVE SET-REASONS(CURRENT-SET) TO CONVHLST-REASONS
        MOVE SET-DETAILS(CURRENT-SET) TO CONVHLST-DETAILS
        WRITE CONVHLST-RECORD
    END-IF.
LIST-TONIGHT-SET-EXIT.
    EXIT.

*>The held store is read batch by batch - its records are grouped by
*>identity - and each batch's fate is decided once, at its first
*>record. A batch stays on CONVHB until the night after it is fed, so
*>a screening rerun the same day can still find and feed it again.
COPY-HELD-STORE.
    MOVE 'N' TO EOF-SWITCH.
    MOVE HIGH-VALUES TO STORED-KEY.
    OPEN INPUT CONVHB-FILE.
    IF CONVHB-STATUS IS EQUAL TO '00'
        PERFORM READ-HELD-STORE THRU READ-HELD-STORE-EXIT
        PERFORM ROUTE-STORED-RECORD THRU ROUTE-STORED-RECORD-EXIT
            UNTIL END-OF-INPUT
        CLOSE CONVHB-FILE
    END-IF.
COPY-HELD-STORE-EXIT.
    EXIT.

READ-HELD-STORE.
    READ CONVHB-FILE
        AT END MOVE 'Y' TO EOF-SWITCH
    END-READ.
READ-HELD-STORE-EXIT.
    EXIT.

ROUTE-STORED-RECORD.
    IF CONVHB-KEY IS NOT EQUAL TO STORED-KEY
        MOVE CONVHB-KEY TO STORED-KEY
        PERFORM DECIDE-STORED-BATCH THRU DECIDE-STORED-BATCH-EXIT
    END-IF.
    IF STORED-KEEP OR STORED-FEED
        WRITE CONVHBW-RECORD FROM CONVHB-RECORD
    END-IF.
    IF STORED-FEED
        WRITE CONVINW-RECORD FROM CONVHB-IMAGE
    END-IF.
    PERFORM READ-HELD-STORE THRU READ-HELD-STORE-EXIT.
ROUTE-STORED-RECORD-EXIT.
    EXIT.

*>A batch held again from tonight's CONVIN is already on CONVHBW, so
*>its older copy is dropped - whichever of tonight's sets with that
*>identity was the one held, since a second copy in the same file is
*>set aside behind it. MATCH-SET only says whether tonight's CONVIN
*>carries the identity at all, for the rerun test in
*>JUDGE-STORED-BATCH. Released batches feed only into a controlled
*>(or empty) CONVIN; behind a legacy file they go on waiting.
DECIDE-STORED-BATCH.
    MOVE 'K' TO STORED-ACTION.
    MOVE ZERO TO MATCH-SET.
    MOVE 'N' TO REHELD-SWITCH.
    PERFORM FIND-TONIGHT-SET THRU FIND-TONIGHT-SET-EXIT
        VARYING EARLIER-SET FROM 1 BY 1
        UNTIL EARLIER-SET IS GREATER THAN SET-COUNT.
    IF HELD-AGAIN-TONIGHT
        MOVE 'S' TO STORED-ACTION
    ELSE
        MOVE STORED-KEY TO CONVHQ-KEY
        READ CONVHQ-FILE
            INVALID KEY
                MOVE 4 TO HOLD-RC
                DISPLAY 'CONVHOLD: HELD BATCH ' STORED-KEY
                    ' HAS NO QUEUE ENTRY - KEPT'
                MOVE SPACES TO CONVHQ-RECORD
                MOVE STORED-KEY TO CONVHQ-KEY
                MOVE ZEROS TO CONVHQ-DETAILS
                MOVE 'W' TO CONVHLST-TYPE
                ADD 1 TO WAIT-COUNT
                PERFORM LIST-STORED-BATCH THRU LIST-STORED-BATCH-EXIT
            NOT INVALID KEY
                PERFORM JUDGE-STORED-BATCH THRU JUDGE-STORED-BATCH-EXIT
        END-READ
    END-IF.
DECIDE-STORED-BATCH-EXIT.
    EXIT.

FIND-TONIGHT-SET.
    IF SET-KEY(EARLIER-SET) IS EQUAL TO STORED-KEY
        MOVE EARLIER-SET TO MATCH-SET
        IF SET-ACTION(EARLIER-SET) IS EQUAL TO 'H'
            MOVE 'Y' TO REHELD-SWITCH
        END-IF
    END-IF.
FIND-TONIGHT-SET-EXIT.
    EXIT.

*>A batch fed earlier today that tonight's CONVIN already carries
*>again (see SCREEN-SET) is kept but not fed a second time; one fed
*>on an earlier day has been processed and leaves the store quietly,
*>whether or not tonight's CONVIN carries it.
JUDGE-STORED-BATCH.
    IF CONVHQ-HELD
        MOVE 'W' TO CONVHLST-TYPE
        ADD 1 TO WAIT-COUNT
        PERFORM LIST-STORED-BATCH THRU LIST-STORED-BATCH-EXIT
    ELSE
        IF CONVHQ-RELEASED
            IF INPUT-LEGACY
                MOVE 'W' TO CONVHLST-TYPE
                ADD 1 TO WAIT-COUNT
            ELSE
                MOVE 'E' TO STORED-ACTION
                MOVE 'F' TO CONVHLST-TYPE
                ADD 1 TO FED-COUNT
                MOVE 'Y' TO CHANGE-SWITCH
                IF FED-TOTAL IS LESS THAN 200
                    ADD 1 TO FED-TOTAL
                    MOVE STORED-KEY TO FED-KEY(FED-TOTAL)
                END-IF
                DISPLAY 'CONVHOLD: FED RELEASED BATCH '
                    CONVHQ-DEPT-ID ' ' CONVHQ-BATCH-DATE ' '
                    CONVHQ-BATCH-NO
            END-IF
            PERFORM LIST-STORED-BATCH THRU LIST-STORED-BATCH-EXIT
        ELSE
            IF CONVHQ-FED AND CONVHQ-FED-DATE IS EQUAL TO SCREEN-DATE
                IF MATCH-SET IS EQUAL TO ZERO AND NOT INPUT-LEGACY
                    MOVE 'E' TO STORED-ACTION
                    MOVE 'F' TO CONVHLST-TYPE
                    ADD 1 TO FED-COUNT
                    MOVE 'Y' TO CHANGE-SWITCH
                    PERFORM LIST-STORED-BATCH
                        THRU LIST-STORED-BATCH-EXIT
                END-IF
            ELSE
                MOVE 'S' TO STORED-ACTION
                IF CONVHQ-REJECTED
                    MOVE 'X' TO CONVHLST-TYPE
                    ADD 1 TO REJECT-COUNT
                    PERFORM LIST-STORED-BATCH
                        THRU LIST-STORED-BATCH-EXIT
                END-IF
            END-IF
        END-IF
    END-IF.
JUDGE-STORED-BATCH-EXIT.
    EXIT.

*>CONVHLST-TYPE is set by the caller; the rest comes from the queue
*>entry just read.
LIST-STORED-BATCH.
    MOVE CONVHLST-TYPE TO CURRENT-ACTION.
    MOVE SPACES TO CONVHLST-RECORD.
    MOVE CURRENT-ACTION TO CONVHLST-TYPE.
    MOVE CONVHQ-DEPT-ID TO CONVHLST-DEPT-ID.
    MOVE CONVHQ-BATCH-DATE TO CONVHLST-BATCH-DATE.
    MOVE CONVHQ-BATCH-NO TO CONVHLST-BATCH-NO.
    MOVE CONVHQ-REASONS TO CONVHLST-REASONS.
    MOVE CONVHQ-DETAILS TO CONVHLST-DETAILS.
    IF CONVHLST-FED OR CONVHLST-REJECTED
        MOVE CONVHQ-ACTED-BY TO CONVHLST-ACTED-BY
    END-IF.
    WRITE CONVHLST-RECORD.
LIST-STORED-BATCH-EXIT.
    EXIT.

WRITE-SUMMARY.
    MOVE SPACES TO CONVHLST-RECORD.
    MOVE 'S' TO CONVHLST-TYPE.
    MOVE SCREEN-DATE TO CONVHLST-SCREEN-DATE.
    MOVE RECEIVED-COUNT TO CONVHLST-RECEIVED.
    MOVE PASSED-COUNT TO CONVHLST-PASSED.
    IF SET-OVERFLOW
        COMPUTE CONVHLST-PASSED = PASSED-COUNT + RECEIVED-COUNT
            - SET-COUNT
    END-IF.
    MOVE HELD-COUNT TO CONVHLST-HELD-COUNT.
    MOVE ASIDE-COUNT TO CONVHLST-ASIDE-COUNT.
    MOVE FED-COUNT TO CONVHLST-FED-COUNT.
    MOVE WAIT-COUNT TO CONVHLST-WAIT-COUNT.
    MOVE REJECT-COUNT TO CONVHLST-REJECT-COUNT.
    WRITE CONVHLST-RECORD.
WRITE-SUMMARY-EXIT.
    EXIT.

*>The held store is replaced before fed batches are marked or CONVIN
*>is touched: once tonight's held records are safe on CONVHB,
*>everything after can be rerun without losing a batch.
REPLACE-HELD-STORE.
    MOVE ZERO TO COPY-COUNT.
    MOVE 'N' TO EOF-SWITCH.
    OPEN INPUT CONVHBW-FILE.
    OPEN OUTPUT CONVHB-FILE.
    PERFORM COPY-HELD-RECORD THRU COPY-HELD-RECORD-EXIT
        UNTIL END-OF-INPUT.
    CLOSE CONVHBW-FILE.
    CLOSE CONVHB-FILE.
REPLACE-HELD-STORE-EXIT.
    EXIT.

COPY-HELD-RECORD.
    READ CONVHBW-FILE
        AT END MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            WRITE CONVHB-RECORD FROM CONVHBW-RECORD
            ADD 1 TO COPY-COUNT
    END-READ.
COPY-HELD-RECORD-EXIT.
    EXIT.

*>Queue entries are filed before any records move, so a held batch
*>never sits on CONVHB without one. A fresh hold files a new entry;
*>a hold on an identity a supervisor once rejected replaces that
*>entry, clearing the old decision; a held or released entry whose
*>batch is being held again already says all it needs to. A hold the
*>queue won't take is not held at all - the batch passes to CONVDRV
*>rather than wait where no supervisor can see it.
FILE-HELD-SET.
    IF SET-ACTION(SET-INDEX) IS EQUAL TO 'H'
        AND SET-QUEUE-STATE(SET-INDEX) IS NOT EQUAL TO 'H'
        AND SET-QUEUE-STATE(SET-INDEX) IS NOT EQUAL TO 'R'
        MOVE SPACES TO CONVHQ-RECORD
        MOVE SET-KEY(SET-INDEX) TO CONVHQ-KEY
        MOVE 'H' TO CONVHQ-STATE
        MOVE SET-REASONS(SET-INDEX) TO CONVHQ-REASONS
        MOVE SET-DETAILS(SET-INDEX) TO CONVHQ-DETAILS
        MOVE SCREEN-DATE TO CONVHQ-HELD-DATE
        MOVE ZEROS TO CONVHQ-ACTED-DATE
        MOVE ZEROS TO CONVHQ-ACTED-TIME
        MOVE ZEROS TO CONVHQ-FED-DATE
        IF SET-QUEUE-STATE(SET-INDEX) IS EQUAL TO SPACE
            WRITE CONVHQ-RECORD
                INVALID KEY
                    PERFORM PASS-UNFILED-SET THRU PASS-UNFILED-SET-EXIT
            END-WRITE
        ELSE
            REWRITE CONVHQ-RECORD
                INVALID KEY
                    PERFORM PASS-UNFILED-SET THRU PASS-UNFILED-SET-EXIT
            END-REWRITE
        END-IF
    END-IF.
FILE-HELD-SET-EXIT.
    EXIT.

PASS-UNFILED-SET.
    DISPLAY 'CONVHOLD: QUEUE ENTRY NOT FILED, STATUS ' CONVHQ-STATUS
        ' FOR ' CONVHQ-KEY ' - BATCH PASSED'.
    MOVE 'P' TO SET-ACTION(SET-INDEX).
    SUBTRACT 1 FROM HELD-COUNT.
    ADD 1 TO PASSED-COUNT.
    MOVE 4 TO HOLD-RC.
PASS-UNFILED-SET-EXIT.
    EXIT.

MARK-FED.
    MOVE FED-KEY(FED-INDEX) TO CONVHQ-KEY.
    READ CONVHQ-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'F' TO CONVHQ-STATE
            MOVE SCREEN-DATE TO CONVHQ-FED-DATE
            REWRITE CONVHQ-RECORD
                INVALID KEY
                    DISPLAY 'CONVHOLD: QUEUE REWRITE FAILED, STATUS '
                        CONVHQ-STATUS ' FOR ' CONVHQ-KEY
                    MOVE 4 TO HOLD-RC
            END-REWRITE
    END-READ.
MARK-FED-EXIT.
    EXIT.

REPLACE-CONVIN.
    MOVE ZERO TO COPY-COUNT.
    MOVE 'N' TO EOF-SWITCH.
    OPEN INPUT CONVINW-FILE.
    OPEN OUTPUT CONVIN-FILE.
    PERFORM COPY-INPUT-RECORD THRU COPY-INPUT-RECORD-EXIT
        UNTIL END-OF-INPUT.
    CLOSE CONVINW-FILE.
    CLOSE CONVIN-FILE.
    DISPLAY 'CONVHOLD: CONVIN REWRITTEN, RECORDS ' COPY-COUNT.
REPLACE-CONVIN-EXIT.
    EXIT.

COPY-INPUT-RECORD.
    READ CONVINW-FILE
        AT END MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            WRITE CONVIN-RECORD FROM CONVINW-RECORD
            ADD 1 TO COPY-COUNT
    END-READ.
COPY-INPUT-RECORD-EXIT.
    EXIT.
