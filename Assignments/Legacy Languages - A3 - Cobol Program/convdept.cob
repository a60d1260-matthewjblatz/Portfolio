        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONVDPT-KEY
        FILE STATUS IS CONVDPT-STATUS.
    SELECT CONVJRN-FILE ASSIGN TO "CONVJRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVJRN-STATUS.

DATA DIVISION.
FILE SECTION.
FD CONVDPT-FILE.
    COPY "convdpt.cpy".

FD CONVJRN-FILE.
    COPY "convjrn.cpy".

WORKING-STORAGE SECTION.
77  FUNCTION-PARM   PICTURE X(01) VALUE SPACE.
    88 ADD-FUNCTION    VALUE 'A'.
77  ARG-INDEX       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  ARG-TEXT        PICTURE X(20).
77  CONVDPT-STATUS  PICTURE X(02).
77  CONVJRN-STATUS  PICTURE X(02).
77  JOURNAL-SWITCH  PICTURE X(01) VALUE 'N'.
    88 JOURNAL-OPEN VALUE 'Y'.
77  OPERATOR-ID     PICTURE X(08) VALUE SPACES.
77  BEFORE-IMAGE    PICTURE X(89) VALUE SPACES.
77  DEPT-PARM       PICTURE X(08) VALUE SPACES.
77  EOF-SWITCH      PICTURE X(1) VALUE 'N'.
    88 END-OF-FILE VALUE 'Y'.
*>batch header names its submitting department. Four functions,
*>picked by the first argument, with the department identifier as
*>the second where one is needed:
*>  A deptid  - add: prompts for the department's name, contact,
*>              run-control defaults and hold rules, then files the
*>              entry
*>  U deptid  - update: same prompts against an existing entry
*>  D deptid  - delete the entry
*>  B         - browse: list every department with its defaults
*>The master is created empty on first use, the same stance CONVDRV
*>takes on a missing CONVMST.
*>Every add, update and delete is journaled to CONVJRN with the
*>operator, the time and the record's before and after images. A
*>change that can't be journaled isn't made: without the journal open
*>the function is refused before the master is touched.
PROCEDURE DIVISION.
MAINLINE.
    PERFORM PARSE-COMMAND-LINE THRU PARSE-COMMAND-LINE-EXIT.
    MOVE ZERO TO ENTRY-COUNT.
    IF ADD-FUNCTION OR UPDATE-FUNCTION OR DELETE-FUNCTION
        PERFORM OPEN-JOURNAL THRU OPEN-JOURNAL-EXIT
    END-IF.
    IF ADD-FUNCTION AND JOURNAL-OPEN
        PERFORM ADD-DEPARTMENT THRU ADD-DEPARTMENT-EXIT
    ELSE
        IF UPDATE-FUNCTION AND JOURNAL-OPEN
            PERFORM UPDATE-DEPARTMENT THRU UPDATE-DEPARTMENT-EXIT
        ELSE
            IF DELETE-FUNCTION AND JOURNAL-OPEN
                PERFORM DELETE-DEPARTMENT THRU DELETE-DEPARTMENT-EXIT
            ELSE
                IF BROWSE-FUNCTION
                    PERFORM BROWSE-DEPARTMENTS
                        THRU BROWSE-DEPARTMENTS-EXIT
                ELSE
                    IF FUNCTION-PARM IS EQUAL TO SPACE
                        DISPLAY 'CONVDEPT: FUNCTION MUST BE A, U, D OR B'
                    ELSE
                        DISPLAY 'CONVDEPT: CONVJRN UNAVAILABLE, STATUS '
                            CONVJRN-STATUS ' - NO CHANGE MADE'
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.
    IF JOURNAL-OPEN
        CLOSE CONVJRN-FILE
    END-IF.
    STOP RUN.

*>First argument picks the function, the second names the department
OPEN-MASTER-EXIT.
    EXIT.

*>The journal is permanent and only ever appended to, created on
*>first use the way CONV starts the CONVLOG trail. The operator is
*>whoever the job runs under: CONVOPER when the shift sets it, the
*>login name otherwise.
OPEN-JOURNAL.
    DISPLAY 'CONVOPER' UPON ENVIRONMENT-NAME.
    ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
    IF OPERATOR-ID IS EQUAL TO SPACES
        DISPLAY 'LOGNAME' UPON ENVIRONMENT-NAME
        ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE
    END-IF.
    IF OPERATOR-ID IS EQUAL TO SPACES
        MOVE 'UNKNOWN' TO OPERATOR-ID
    END-IF.
    OPEN EXTEND CONVJRN-FILE.
    IF CONVJRN-STATUS IS EQUAL TO '35'
        OPEN OUTPUT CONVJRN-FILE
    END-IF.
    IF CONVJRN-STATUS IS EQUAL TO '00'
        MOVE 'Y' TO JOURNAL-SWITCH
    END-IF.
OPEN-JOURNAL-EXIT.
    EXIT.

*>Called only once the master change has gone through, with the
*>before image saved on the way in and CONVDPT-RECORD holding the
*>record as filed (spaces after a delete).
WRITE-JOURNAL.
    MOVE SPACES TO CONVJRN-RECORD.
    ACCEPT CONVJRN-DATE FROM DATE YYYYMMDD.
    ACCEPT CONVJRN-TIME FROM TIME.
    MOVE OPERATOR-ID TO CONVJRN-OPERATOR.
    MOVE 'CONVDEPT' TO CONVJRN-PROGRAM.
    MOVE FUNCTION-PARM TO CONVJRN-FUNCTION.
    MOVE 'CONVDPT' TO CONVJRN-MASTER.
    MOVE DEPT-PARM TO CONVJRN-KEY.
    MOVE BEFORE-IMAGE TO CONVJRN-BEFORE.
    MOVE CONVDPT-RECORD TO CONVJRN-AFTER.
    WRITE CONVJRN-RECORD.
    IF CONVJRN-STATUS IS NOT EQUAL TO '00'
        DISPLAY 'CONVDEPT: JOURNAL WRITE FAILED, STATUS '
            CONVJRN-STATUS
    END-IF.
WRITE-JOURNAL-EXIT.
    EXIT.

ADD-DEPARTMENT.
    IF DEPT-PARM IS EQUAL TO SPACES
        DISPLAY 'CONVDEPT: ADD NEEDS A DEPARTMENT ID'
            MOVE DEPT-PARM TO CONVDPT-KEY
            READ CONVDPT-FILE
                INVALID KEY
                    MOVE SPACES TO BEFORE-IMAGE
                    PERFORM PROMPT-FIELDS THRU PROMPT-FIELDS-EXIT
                    MOVE DEPT-PARM TO CONVDPT-KEY
                    WRITE CONVDPT-RECORD
                                CONVDPT-STATUS
                        NOT INVALID KEY
                            DISPLAY 'CONVDEPT: ADDED ' DEPT-PARM
                            PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
                    END-WRITE
                NOT INVALID KEY
                    DISPLAY 'CONVDEPT: ' DEPT-PARM
                INVALID KEY
                    DISPLAY 'CONVDEPT: ' DEPT-PARM ' NOT ON FILE'
                NOT INVALID KEY
                    MOVE CONVDPT-RECORD TO BEFORE-IMAGE
                    PERFORM PROMPT-FIELDS THRU PROMPT-FIELDS-EXIT
                    MOVE DEPT-PARM TO CONVDPT-KEY
                    REWRITE CONVDPT-RECORD
                                CONVDPT-STATUS
                        NOT INVALID KEY
                            DISPLAY 'CONVDEPT: UPDATED ' DEPT-PARM
                            PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
                    END-REWRITE
            END-READ
            CLOSE CONVDPT-FILE
            DISPLAY 'CONVDEPT: CONVDPT UNAVAILABLE, STATUS '
                CONVDPT-STATUS
        ELSE
*>The entry is read before it goes so the journal has the record
*>being removed, not just its key.
            MOVE DEPT-PARM TO CONVDPT-KEY
            READ CONVDPT-FILE
                INVALID KEY
                    DISPLAY 'CONVDEPT: ' DEPT-PARM ' NOT ON FILE'
                NOT INVALID KEY
                    MOVE CONVDPT-RECORD TO BEFORE-IMAGE
                    DELETE CONVDPT-FILE
                        INVALID KEY
                            DISPLAY 'CONVDEPT: DELETE FAILED, STATUS '
                                CONVDPT-STATUS
                        NOT INVALID KEY
                            DISPLAY 'CONVDEPT: DELETED ' DEPT-PARM
                            MOVE SPACES TO CONVDPT-RECORD
                            PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
                    END-DELETE
            END-READ
            CLOSE CONVDPT-FILE
        END-IF
    END-IF.
            DISPLAY CONVDPT-KEY ' ' CONVDPT-NAME ' ' CONVDPT-CONTACT
                ' THRESH ' CONVDPT-FAIL-THRESH
                ' LIMIT ' CONVDPT-MAX-RECORDS
                ' PROBATION ' CONVDPT-PROBATION
                ' HOLD OVER ' CONVDPT-HOLD-VOLUME
    END-READ.
SHOW-ENTRY-EXIT.
    EXIT.
*>the zero fill, so '10' at the console means ten, not ten million; a
*>blank or unreadable answer leaves the default at zero (none). The
*>threshold is keyed in hundredths the way the CONVCTL card carries
*>it - 01000 is 10.00 percent. Probation is a plain Y or N; anything
*>but Y takes the department off it. The hold volume is the detail
*>count above which CONVHOLD stops a batch for supervisor release,
*>keyed the same way as the record limit, blank meaning no rule.
PROMPT-FIELDS.
    DISPLAY 'DEPARTMENT NAME: ' WITH NO ADVANCING.
    ACCEPT ANSWER-TEXT.
    ELSE
        MOVE ZEROS TO CONVDPT-MAX-RECORDS
    END-IF.
    DISPLAY 'ON PROBATION (Y/N): ' WITH NO ADVANCING.
    ACCEPT ANSWER-TEXT.
    IF ANSWER-TEXT(1:1) IS EQUAL TO 'Y' OR 'y'
        MOVE 'Y' TO CONVDPT-PROBATION
    ELSE
        MOVE 'N' TO CONVDPT-PROBATION
    END-IF.
    DISPLAY 'HOLD BATCHES OVER (DETAIL RECORDS): ' WITH NO ADVANCING.
    ACCEPT ANSWER-TEXT.
    MOVE ZERO TO NUMBER-LEN.
    PERFORM FIND-NUMBER-LENGTH THRU FIND-NUMBER-LENGTH-EXIT
        VARYING NUMBER-SCAN FROM 1 BY 1
        UNTIL NUMBER-SCAN IS GREATER THAN 7.
    MOVE ZEROS TO NUMBER-DIGITS.
    IF NUMBER-LEN IS GREATER THAN ZERO
        MOVE ANSWER-TEXT(1:NUMBER-LEN) TO NUMBER-JUST
        MOVE NUMBER-JUST TO NUMBER-DIGITS
        INSPECT NUMBER-DIGITS REPLACING LEADING SPACES BY ZEROS
    END-IF.
    IF NUMBER-DIGITS IS NUMERIC
        MOVE NUMBER-DIGITS(2:7) TO CONVDPT-HOLD-VOLUME
    ELSE
        MOVE ZEROS TO CONVDPT-HOLD-VOLUME
    END-IF.
PROMPT-FIELDS-EXIT.
    EXIT.

