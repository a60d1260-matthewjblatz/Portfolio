IDENTIFICATION DIVISION.
PROGRAM-ID. convrels.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONVHQ-FILE ASSIGN TO "CONVHQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONVHQ-KEY
        FILE STATUS IS CONVHQ-STATUS.

DATA DIVISION.
FILE SECTION.
FD CONVHQ-FILE.
    COPY "convhq.cpy".

WORKING-STORAGE SECTION.
77  I               PICTURE S99 USAGE IS COMPUTATIONAL.
77  REL-CHOICE      PICTURE X(01).
    88 CHOICE-LIST    VALUE '1'.
    88 CHOICE-RELEASE VALUE '2'.
    88 CHOICE-REJECT  VALUE '3'.
    88 CHOICE-EXIT    VALUES 'X', 'x'.
77  CONVHQ-STATUS   PICTURE X(02).
77  EOF-SWITCH      PICTURE X(1) VALUE 'N'.
    88 END-OF-FILE VALUE 'Y'.
77  ENTRY-SWITCH    PICTURE X(01) VALUE 'N'.
    88 ENTRY-FOUND VALUE 'Y'.
77  OPERATOR-ID     PICTURE X(08) VALUE SPACES.
77  KEY-TEXT        PICTURE X(30).
77  VALUE-LEN       PICTURE S99 USAGE IS COMPUTATIONAL.
77  NO-DIGITS       PICTURE X(06).
77  NO-JUST         PICTURE X(06) JUSTIFIED RIGHT.
77  DATE-DIGITS     PICTURE X(08).
77  LISTED-COUNT    PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  STATE-TEXT      PICTURE X(08).
77  ACT-TIME        PICTURE 9(08).
01  ACT-KEY.
    02 ACT-DEPT-ID     PICTURE X(08).
    02 ACT-BATCH-DATE  PICTURE 9(08).
    02 ACT-BATCH-NO    PICTURE 9(06).

*>Supervisor console for the hold queue CONVHOLD fills. A held batch
*>sits on CONVHB, unprocessed and unregistered, until someone here
*>decides it:
*>  1  list what is waiting - held batches with the reasons they were
*>     stopped, and released batches not yet fed to a run
*>  2  release a held batch; the next CONVHOLD feeds it into CONVIN
*>     for that night's CONVDRV run
*>  3  reject a held batch, or a released one not yet fed; the next
*>     CONVHOLD discards its records, and the department has to send
*>     it again to have it run at all
*>Every decision records who made it and when on the queue entry, so
*>the operator must be known - CONVOPER when the shift sets it, the
*>login name otherwise - and a console nobody can be named for is
*>refused. Plain ACCEPT/DISPLAY dialogue, same as CONVINQ.
PROCEDURE DIVISION.
MAINLINE.
    DISPLAY 'CONVOPER' UPON ENVIRONMENT-NAME.
    ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
    IF OPERATOR-ID IS EQUAL TO SPACES
        DISPLAY 'LOGNAME' UPON ENVIRONMENT-NAME
        ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE
    END-IF.
    IF OPERATOR-ID IS EQUAL TO SPACES
        DISPLAY 'CONVRELS: OPERATOR UNKNOWN - SET CONVOPER'
    ELSE
        OPEN I-O CONVHQ-FILE
        IF CONVHQ-STATUS IS EQUAL TO '35'
            DISPLAY 'CONVRELS: NO HOLD QUEUE - NOTHING HAS BEEN HELD'
        ELSE
            IF CONVHQ-STATUS IS NOT EQUAL TO '00'
                DISPLAY 'CONVRELS: CONVHQ UNAVAILABLE, STATUS '
                    CONVHQ-STATUS
            ELSE
                PERFORM SHOW-MENU THRU SHOW-MENU-EXIT
                PERFORM HANDLE-CHOICE THRU HANDLE-CHOICE-EXIT
                    UNTIL CHOICE-EXIT
                CLOSE CONVHQ-FILE
            END-IF
        END-IF
    END-IF.
    DISPLAY 'CONVRELS: END OF SESSION'.
    STOP RUN.

SHOW-MENU.
    DISPLAY ' '.
    DISPLAY 'CONVRELS - HELD BATCH RELEASE, SUPERVISOR ' OPERATOR-ID.
    DISPLAY '  1  LIST HELD AND RELEASED BATCHES'.
    DISPLAY '  2  RELEASE A HELD BATCH'.
    DISPLAY '  3  REJECT A BATCH'.
    DISPLAY '  X  EXIT'.
    DISPLAY 'CHOICE: ' WITH NO ADVANCING.
    ACCEPT REL-CHOICE.
SHOW-MENU-EXIT.
    EXIT.

HANDLE-CHOICE.
    IF CHOICE-LIST
        PERFORM LIST-QUEUE THRU LIST-QUEUE-EXIT
    ELSE
        IF CHOICE-RELEASE
            PERFORM RELEASE-BATCH THRU RELEASE-BATCH-EXIT
        ELSE
            IF CHOICE-REJECT
                PERFORM REJECT-BATCH THRU REJECT-BATCH-EXIT
            ELSE
                DISPLAY 'ENTER 1, 2, 3 OR X'
            END-IF
        END-IF
    END-IF.
    PERFORM SHOW-MENU THRU SHOW-MENU-EXIT.
HANDLE-CHOICE-EXIT.
    EXIT.

*>Fed and rejected entries are history - the night's CONVBAL report
*>carries them - so the list shows only what still needs a decision
*>or a run.
LIST-QUEUE.
    MOVE ZERO TO LISTED-COUNT.
    MOVE 'N' TO EOF-SWITCH.
    DISPLAY 'REASONS: P PROBATION  V OVER VOLUME  C CLOSED MONTH'
        '  R REQUESTED'.
    MOVE LOW-VALUES TO CONVHQ-KEY.
    START CONVHQ-FILE KEY IS NOT LESS THAN CONVHQ-KEY
        INVALID KEY MOVE 'Y' TO EOF-SWITCH
    END-START.
    PERFORM SHOW-ENTRY THRU SHOW-ENTRY-EXIT UNTIL END-OF-FILE.
    DISPLAY 'CONVRELS: BATCHES WAITING ' LISTED-COUNT.
LIST-QUEUE-EXIT.
    EXIT.

SHOW-ENTRY.
    READ CONVHQ-FILE NEXT
        AT END MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            IF CONVHQ-HELD
                ADD 1 TO LISTED-COUNT
                DISPLAY CONVHQ-DEPT-ID ' ' CONVHQ-BATCH-DATE ' '
                    CONVHQ-BATCH-NO ' HELD     REASONS ' CONVHQ-REASONS
                    ' DETAILS ' CONVHQ-DETAILS
                    ' SINCE ' CONVHQ-HELD-DATE
            ELSE
                IF CONVHQ-RELEASED
                    ADD 1 TO LISTED-COUNT
                    DISPLAY CONVHQ-DEPT-ID ' ' CONVHQ-BATCH-DATE ' '
                        CONVHQ-BATCH-NO ' RELEASED REASONS '
                        CONVHQ-REASONS ' BY ' CONVHQ-ACTED-BY
                        ' ON ' CONVHQ-ACTED-DATE
                END-IF
            END-IF
    END-READ.
SHOW-ENTRY-EXIT.
    EXIT.

RELEASE-BATCH.
    PERFORM FIND-BATCH THRU FIND-BATCH-EXIT.
    IF ENTRY-FOUND
        IF NOT CONVHQ-HELD
            DISPLAY 'BATCH IS ' STATE-TEXT ' - ONLY A HELD BATCH CAN BE'
                ' RELEASED'
        ELSE
            DISPLAY 'RELEASE FOR THE NEXT RUN (Y/N): ' WITH NO ADVANCING
            ACCEPT KEY-TEXT
            IF KEY-TEXT(1:1) IS EQUAL TO 'Y' OR 'y'
                MOVE 'R' TO CONVHQ-STATE
                PERFORM RECORD-DECISION THRU RECORD-DECISION-EXIT
            ELSE
                DISPLAY 'NOTHING CHANGED'
            END-IF
        END-IF
    END-IF.
RELEASE-BATCH-EXIT.
    EXIT.

*>A released batch can still be rejected up to the moment CONVHOLD
*>feeds it; after that it belongs to the run.
REJECT-BATCH.
    PERFORM FIND-BATCH THRU FIND-BATCH-EXIT.
    IF ENTRY-FOUND
        IF NOT CONVHQ-HELD AND NOT CONVHQ-RELEASED
            DISPLAY 'BATCH IS ' STATE-TEXT ' - NOTHING TO REJECT'
        ELSE
            DISPLAY 'REJECT AND DISCARD THE BATCH (Y/N): '
                WITH NO ADVANCING
            ACCEPT KEY-TEXT
            IF KEY-TEXT(1:1) IS EQUAL TO 'Y' OR 'y'
                MOVE 'X' TO CONVHQ-STATE
                PERFORM RECORD-DECISION THRU RECORD-DECISION-EXIT
            ELSE
                DISPLAY 'NOTHING CHANGED'
            END-IF
        END-IF
    END-IF.
REJECT-BATCH-EXIT.
    EXIT.

*>The batch is named by its header identity. The date is taken as
*>eight digits and the number keyed left-justified, slid right and
*>zero-filled the same way CONVKEY takes it.
FIND-BATCH.
    MOVE 'N' TO ENTRY-SWITCH.
    DISPLAY 'DEPARTMENT: ' WITH NO ADVANCING.
    ACCEPT KEY-TEXT.
    MOVE KEY-TEXT(1:8) TO ACT-DEPT-ID.
    DISPLAY 'BATCH DATE (YYYYMMDD): ' WITH NO ADVANCING.
    ACCEPT KEY-TEXT.
    MOVE KEY-TEXT(1:8) TO DATE-DIGITS.
    DISPLAY 'BATCH NUMBER: ' WITH NO ADVANCING.
    ACCEPT KEY-TEXT.
    MOVE ZERO TO VALUE-LEN.
    PERFORM FIND-TEXT-LENGTH THRU FIND-TEXT-LENGTH-EXIT
        VARYING I FROM 1 BY 1 UNTIL I IS GREATER THAN 30.
    IF VALUE-LEN IS EQUAL TO ZERO OR VALUE-LEN IS GREATER THAN 6
        MOVE SPACES TO NO-DIGITS
    ELSE
        MOVE KEY-TEXT(1:VALUE-LEN) TO NO-JUST
        MOVE NO-JUST TO NO-DIGITS
        INSPECT NO-DIGITS REPLACING LEADING SPACES BY ZEROS
    END-IF.
    IF DATE-DIGITS IS NOT NUMERIC OR NO-DIGITS IS NOT NUMERIC
        DISPLAY 'BATCH DATE MUST BE YYYYMMDD AND NUMBER UP TO SIX'
            ' DIGITS'
    ELSE
        MOVE DATE-DIGITS TO ACT-BATCH-DATE
        MOVE NO-DIGITS TO ACT-BATCH-NO
        MOVE ACT-KEY TO CONVHQ-KEY
        READ CONVHQ-FILE
            INVALID KEY
                DISPLAY 'BATCH ' ACT-DEPT-ID ' ' ACT-BATCH-DATE ' '
                    ACT-BATCH-NO ' IS NOT ON THE HOLD QUEUE'
            NOT INVALID KEY
                MOVE 'Y' TO ENTRY-SWITCH
                PERFORM NAME-STATE THRU NAME-STATE-EXIT
                DISPLAY CONVHQ-DEPT-ID ' ' CONVHQ-BATCH-DATE ' '
                    CONVHQ-BATCH-NO ' ' STATE-TEXT ' REASONS '
                    CONVHQ-REASONS ' DETAILS ' CONVHQ-DETAILS
                    ' HELD ' CONVHQ-HELD-DATE
        END-READ
    END-IF.
FIND-BATCH-EXIT.
    EXIT.

FIND-TEXT-LENGTH.
    IF KEY-TEXT(I:1) IS NOT EQUAL TO SPACE
        MOVE I TO VALUE-LEN
    END-IF.
FIND-TEXT-LENGTH-EXIT.
    EXIT.

NAME-STATE.
    IF CONVHQ-HELD
        MOVE 'HELD' TO STATE-TEXT
    ELSE
        IF CONVHQ-RELEASED
            MOVE 'RELEASED' TO STATE-TEXT
        ELSE
            IF CONVHQ-FED
                MOVE 'FED' TO STATE-TEXT
            ELSE
                MOVE 'REJECTED' TO STATE-TEXT
            END-IF
        END-IF
    END-IF.
NAME-STATE-EXIT.
    EXIT.

*>CONVHQ-STATE already carries the decision; the entry is signed and
*>dated and filed back.
RECORD-DECISION.
    MOVE OPERATOR-ID TO CONVHQ-ACTED-BY.
    ACCEPT CONVHQ-ACTED-DATE FROM DATE YYYYMMDD.
    ACCEPT ACT-TIME FROM TIME.
    MOVE ACT-TIME TO CONVHQ-ACTED-TIME.
    REWRITE CONVHQ-RECORD
        INVALID KEY
            DISPLAY 'CONVRELS: REWRITE FAILED, STATUS ' CONVHQ-STATUS
        NOT INVALID KEY
            PERFORM NAME-STATE THRU NAME-STATE-EXIT
            DISPLAY 'CONVRELS: ' CONVHQ-DEPT-ID ' ' CONVHQ-BATCH-DATE
                ' ' CONVHQ-BATCH-NO ' ' STATE-TEXT ' BY ' OPERATOR-ID
    END-REWRITE.
RECORD-DECISION-EXIT.
    EXIT.
