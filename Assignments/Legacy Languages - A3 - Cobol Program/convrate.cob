IDENTIFICATION DIVISION.
PROGRAM-ID. convrate.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONVRAT-FILE ASSIGN TO "CONVRAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONVRAT-KEY
        FILE STATUS IS CONVRAT-STATUS.
    SELECT CONVJRN-FILE ASSIGN TO "CONVJRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVJRN-STATUS.

DATA DIVISION.
FILE SECTION.
FD CONVRAT-FILE.
    COPY "convrat.cpy".

FD CONVJRN-FILE.
    COPY "convjrn.cpy".

WORKING-STORAGE SECTION.
77  FUNCTION-PARM   PICTURE X(01) VALUE SPACE.
    88 ADD-FUNCTION    VALUE 'A'.
    88 UPDATE-FUNCTION VALUE 'U'.
    88 DELETE-FUNCTION VALUE 'D'.
    88 BROWSE-FUNCTION VALUE 'B'.
77  ARG-COUNT       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  ARG-INDEX       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  ARG-TEXT        PICTURE X(20).
77  CONVRAT-STATUS  PICTURE X(02).
77  CONVJRN-STATUS  PICTURE X(02).
77  JOURNAL-SWITCH  PICTURE X(01) VALUE 'N'.
    88 JOURNAL-OPEN VALUE 'Y'.
77  OPERATOR-ID     PICTURE X(08) VALUE SPACES.
77  BEFORE-IMAGE    PICTURE X(89) VALUE SPACES.
77  DEPT-PARM       PICTURE X(08) VALUE SPACES.
77  EOF-SWITCH      PICTURE X(1) VALUE 'N'.
    88 END-OF-FILE VALUE 'Y'.
77  ENTRY-COUNT     PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  ANSWER-TEXT     PICTURE X(30).
77  AMOUNT-DIGITS   PICTURE X(07).
77  AMOUNT-JUST     PICTURE X(07) JUSTIFIED RIGHT.
77  AMOUNT-LEN      PICTURE S99 USAGE IS COMPUTATIONAL.
77  AMOUNT-SCAN     PICTURE S99 USAGE IS COMPUTATIONAL.
77  AMOUNT-NUMBER   PICTURE 9(07).
77  RATE-EDIT       PICTURE ZZ9.9999.
77  FEE-EDIT        PICTURE ZZZZ9.99.

*>Housekeeping for the chargeback rate table CONVBILL prices each
*>department's month against. Same four functions as CONVDEPT, picked
*>by the first argument, with the department identifier as the second
*>where one is needed:
*>  A deptid  - add: prompts for the description, the per-record
*>              rates, the batch charges and the ledger account, then
*>              files the entry
*>  U deptid  - update: same prompts against an existing entry
*>  D deptid  - delete the entry
*>  B         - browse: list every entry with its rates
*>The deptid *DEFAULT is the house tariff, charged to any department
*>with no entry of its own. The table is created empty on first use.
*>Every add, update and delete is journaled to CONVJRN exactly as a
*>department change is, and for the same reason - a rate is money,
*>and who changed it and when has to be answerable. Without the
*>journal open the function is refused before the table is touched.
PROCEDURE DIVISION.
MAINLINE.
    PERFORM PARSE-COMMAND-LINE THRU PARSE-COMMAND-LINE-EXIT.
    MOVE ZERO TO ENTRY-COUNT.
    IF ADD-FUNCTION OR UPDATE-FUNCTION OR DELETE-FUNCTION
        PERFORM OPEN-JOURNAL THRU OPEN-JOURNAL-EXIT
    END-IF.
    IF ADD-FUNCTION AND JOURNAL-OPEN
        PERFORM ADD-RATES THRU ADD-RATES-EXIT
    ELSE
        IF UPDATE-FUNCTION AND JOURNAL-OPEN
            PERFORM UPDATE-RATES THRU UPDATE-RATES-EXIT
        ELSE
            IF DELETE-FUNCTION AND JOURNAL-OPEN
                PERFORM DELETE-RATES THRU DELETE-RATES-EXIT
            ELSE
                IF BROWSE-FUNCTION
                    PERFORM BROWSE-RATES THRU BROWSE-RATES-EXIT
                ELSE
                    IF FUNCTION-PARM IS EQUAL TO SPACE
                        DISPLAY 'CONVRATE: FUNCTION MUST BE A, U, D OR B'
                    ELSE
                        DISPLAY 'CONVRATE: CONVJRN UNAVAILABLE, STATUS '
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
*>(or *DEFAULT) for anything but a browse.
PARSE-COMMAND-LINE.
    ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
    PERFORM CHECK-ARG THRU CHECK-ARG-EXIT VARYING ARG-INDEX FROM 1 BY 1
        UNTIL ARG-INDEX IS GREATER THAN ARG-COUNT.
PARSE-COMMAND-LINE-EXIT.
    EXIT.

CHECK-ARG.
    DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER.
    ACCEPT ARG-TEXT FROM ARGUMENT-VALUE.
    IF ARG-INDEX IS EQUAL TO 1
        IF ARG-TEXT IS EQUAL TO 'A' OR 'a'
            MOVE 'A' TO FUNCTION-PARM
        ELSE
            IF ARG-TEXT IS EQUAL TO 'U' OR 'u'
                MOVE 'U' TO FUNCTION-PARM
            ELSE
                IF ARG-TEXT IS EQUAL TO 'D' OR 'd'
                    MOVE 'D' TO FUNCTION-PARM
                ELSE
                    IF ARG-TEXT IS EQUAL TO 'B' OR 'b'
                        MOVE 'B' TO FUNCTION-PARM
                    END-IF
                END-IF
            END-IF
        END-IF
    ELSE
        IF ARG-INDEX IS EQUAL TO 2
            MOVE ARG-TEXT(1:8) TO DEPT-PARM
        END-IF
    END-IF.
CHECK-ARG-EXIT.
    EXIT.

OPEN-TABLE.
    OPEN I-O CONVRAT-FILE.
    IF CONVRAT-STATUS IS EQUAL TO '35'
        OPEN OUTPUT CONVRAT-FILE
        CLOSE CONVRAT-FILE
        OPEN I-O CONVRAT-FILE
    END-IF.
OPEN-TABLE-EXIT.
    EXIT.

*>Same journal, same operator rule as CONVDEPT: CONVOPER when the
*>shift sets it, the login name otherwise.
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

*>Called only once the table change has gone through, with the before
*>image saved on the way in and CONVRAT-RECORD holding the entry as
*>filed (spaces after a delete).
WRITE-JOURNAL.
    MOVE SPACES TO CONVJRN-RECORD.
    ACCEPT CONVJRN-DATE FROM DATE YYYYMMDD.
    ACCEPT CONVJRN-TIME FROM TIME.
    MOVE OPERATOR-ID TO CONVJRN-OPERATOR.
    MOVE 'CONVRATE' TO CONVJRN-PROGRAM.
    MOVE FUNCTION-PARM TO CONVJRN-FUNCTION.
    MOVE 'CONVRAT' TO CONVJRN-MASTER.
    MOVE DEPT-PARM TO CONVJRN-KEY.
    MOVE BEFORE-IMAGE TO CONVJRN-BEFORE.
    MOVE CONVRAT-RECORD TO CONVJRN-AFTER.
    WRITE CONVJRN-RECORD.
    IF CONVJRN-STATUS IS NOT EQUAL TO '00'
        DISPLAY 'CONVRATE: JOURNAL WRITE FAILED, STATUS '
            CONVJRN-STATUS
    END-IF.
WRITE-JOURNAL-EXIT.
    EXIT.

ADD-RATES.
    IF DEPT-PARM IS EQUAL TO SPACES
        DISPLAY 'CONVRATE: ADD NEEDS A DEPARTMENT ID OR *DEFAULT'
    ELSE
        PERFORM OPEN-TABLE THRU OPEN-TABLE-EXIT
        IF CONVRAT-STATUS IS NOT EQUAL TO '00'
            DISPLAY 'CONVRATE: CONVRAT UNAVAILABLE, STATUS '
                CONVRAT-STATUS
        ELSE
            MOVE DEPT-PARM TO CONVRAT-KEY
            READ CONVRAT-FILE
                INVALID KEY
                    MOVE SPACES TO BEFORE-IMAGE
                    PERFORM PROMPT-FIELDS THRU PROMPT-FIELDS-EXIT
                    MOVE DEPT-PARM TO CONVRAT-KEY
                    WRITE CONVRAT-RECORD
                        INVALID KEY
                            DISPLAY 'CONVRATE: WRITE FAILED, STATUS '
                                CONVRAT-STATUS
                        NOT INVALID KEY
                            DISPLAY 'CONVRATE: ADDED ' DEPT-PARM
                            PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
                    END-WRITE
                NOT INVALID KEY
                    DISPLAY 'CONVRATE: ' DEPT-PARM
                        ' ALREADY ON FILE - USE U TO CHANGE IT'
            END-READ
            CLOSE CONVRAT-FILE
        END-IF
    END-IF.
ADD-RATES-EXIT.
    EXIT.

UPDATE-RATES.
    IF DEPT-PARM IS EQUAL TO SPACES
        DISPLAY 'CONVRATE: UPDATE NEEDS A DEPARTMENT ID OR *DEFAULT'
    ELSE
        PERFORM OPEN-TABLE THRU OPEN-TABLE-EXIT
        IF CONVRAT-STATUS IS NOT EQUAL TO '00'
            DISPLAY 'CONVRATE: CONVRAT UNAVAILABLE, STATUS '
                CONVRAT-STATUS
        ELSE
            MOVE DEPT-PARM TO CONVRAT-KEY
            READ CONVRAT-FILE
                INVALID KEY
                    DISPLAY 'CONVRATE: ' DEPT-PARM ' NOT ON FILE'
                NOT INVALID KEY
                    MOVE CONVRAT-RECORD TO BEFORE-IMAGE
                    PERFORM PROMPT-FIELDS THRU PROMPT-FIELDS-EXIT
                    MOVE DEPT-PARM TO CONVRAT-KEY
                    REWRITE CONVRAT-RECORD
                        INVALID KEY
                            DISPLAY 'CONVRATE: REWRITE FAILED, STATUS '
                                CONVRAT-STATUS
                        NOT INVALID KEY
                            DISPLAY 'CONVRATE: UPDATED ' DEPT-PARM
                            PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
                    END-REWRITE
            END-READ
            CLOSE CONVRAT-FILE
        END-IF
    END-IF.
UPDATE-RATES-EXIT.
    EXIT.

DELETE-RATES.
    IF DEPT-PARM IS EQUAL TO SPACES
        DISPLAY 'CONVRATE: DELETE NEEDS A DEPARTMENT ID OR *DEFAULT'
    ELSE
        PERFORM OPEN-TABLE THRU OPEN-TABLE-EXIT
        IF CONVRAT-STATUS IS NOT EQUAL TO '00'
            DISPLAY 'CONVRATE: CONVRAT UNAVAILABLE, STATUS '
                CONVRAT-STATUS
        ELSE
            MOVE DEPT-PARM TO CONVRAT-KEY
            READ CONVRAT-FILE
                INVALID KEY
                    DISPLAY 'CONVRATE: ' DEPT-PARM ' NOT ON FILE'
                NOT INVALID KEY
                    MOVE CONVRAT-RECORD TO BEFORE-IMAGE
                    DELETE CONVRAT-FILE
                        INVALID KEY
                            DISPLAY 'CONVRATE: DELETE FAILED, STATUS '
                                CONVRAT-STATUS
                        NOT INVALID KEY
                            DISPLAY 'CONVRATE: DELETED ' DEPT-PARM
                            MOVE SPACES TO CONVRAT-RECORD
                            PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
                    END-DELETE
            END-READ
            CLOSE CONVRAT-FILE
        END-IF
    END-IF.
DELETE-RATES-EXIT.
    EXIT.

BROWSE-RATES.
    OPEN INPUT CONVRAT-FILE.
    IF CONVRAT-STATUS IS NOT EQUAL TO '00'
        DISPLAY 'CONVRATE: CONVRAT UNAVAILABLE, STATUS ' CONVRAT-STATUS
    ELSE
        MOVE LOW-VALUES TO CONVRAT-KEY
        START CONVRAT-FILE KEY IS NOT LESS THAN CONVRAT-KEY
            INVALID KEY MOVE 'Y' TO EOF-SWITCH
        END-START
        PERFORM SHOW-ENTRY THRU SHOW-ENTRY-EXIT UNTIL END-OF-FILE
        CLOSE CONVRAT-FILE
        DISPLAY 'CONVRATE: RATE ENTRIES LISTED ' ENTRY-COUNT
    END-IF.
BROWSE-RATES-EXIT.
    EXIT.

SHOW-ENTRY.
    READ CONVRAT-FILE NEXT
        AT END MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            ADD 1 TO ENTRY-COUNT
            DISPLAY CONVRAT-KEY ' ' CONVRAT-DESC ' GL '
                CONVRAT-GL-ACCOUNT
            MOVE CONVRAT-R-RATE TO RATE-EDIT
            DISPLAY '         R ' RATE-EDIT WITH NO ADVANCING
            MOVE CONVRAT-N-RATE TO RATE-EDIT
            DISPLAY '  N ' RATE-EDIT WITH NO ADVANCING
            MOVE CONVRAT-A-RATE TO RATE-EDIT
            DISPLAY '  A ' RATE-EDIT WITH NO ADVANCING
            MOVE CONVRAT-REJ-RATE TO RATE-EDIT
            DISPLAY '  REJ ' RATE-EDIT WITH NO ADVANCING
            MOVE CONVRAT-BATCH-FEE TO FEE-EDIT
            DISPLAY '  BATCH ' FEE-EDIT WITH NO ADVANCING
            MOVE CONVRAT-TOL-CHARGE TO FEE-EDIT
            DISPLAY '  TOLERANT ' FEE-EDIT
    END-READ.
SHOW-ENTRY-EXIT.
    EXIT.

*>Plain console dialogue, as in CONVDEPT. Amounts are keyed as whole
*>numbers in the smallest unit the field carries, the way CONVDEPT
*>takes its threshold in hundredths: the per-record rates in
*>ten-thousandths (250 is 0.0250), the batch charges in cents (1500 is
*>15.00). A blank or unreadable answer leaves the amount at zero.
PROMPT-FIELDS.
    DISPLAY 'DESCRIPTION: ' WITH NO ADVANCING.
    ACCEPT ANSWER-TEXT.
    MOVE ANSWER-TEXT TO CONVRAT-DESC.
    DISPLAY 'RATE PER NUMERAL VALUED (TEN-THOUSANDTHS): '
        WITH NO ADVANCING.
    PERFORM ACCEPT-AMOUNT THRU ACCEPT-AMOUNT-EXIT.
    COMPUTE CONVRAT-R-RATE = AMOUNT-NUMBER / 10000.
    DISPLAY 'RATE PER VALUE RENDERED (TEN-THOUSANDTHS): '
        WITH NO ADVANCING.
    PERFORM ACCEPT-AMOUNT THRU ACCEPT-AMOUNT-EXIT.
    COMPUTE CONVRAT-N-RATE = AMOUNT-NUMBER / 10000.
    DISPLAY 'RATE PER ARITHMETIC RECORD (TEN-THOUSANDTHS): '
        WITH NO ADVANCING.
    PERFORM ACCEPT-AMOUNT THRU ACCEPT-AMOUNT-EXIT.
    COMPUTE CONVRAT-A-RATE = AMOUNT-NUMBER / 10000.
    DISPLAY 'RATE PER REJECT (TEN-THOUSANDTHS): ' WITH NO ADVANCING.
    PERFORM ACCEPT-AMOUNT THRU ACCEPT-AMOUNT-EXIT.
    COMPUTE CONVRAT-REJ-RATE = AMOUNT-NUMBER / 10000.
    DISPLAY 'BATCH HANDLING FEE (CENTS): ' WITH NO ADVANCING.
    PERFORM ACCEPT-AMOUNT THRU ACCEPT-AMOUNT-EXIT.
    COMPUTE CONVRAT-BATCH-FEE = AMOUNT-NUMBER / 100.
    DISPLAY 'TOLERANT-MODE SURCHARGE PER BATCH (CENTS): '
        WITH NO ADVANCING.
    PERFORM ACCEPT-AMOUNT THRU ACCEPT-AMOUNT-EXIT.
    COMPUTE CONVRAT-TOL-CHARGE = AMOUNT-NUMBER / 100.
    DISPLAY 'GL ACCOUNT: ' WITH NO ADVANCING.
    ACCEPT ANSWER-TEXT.
    MOVE ANSWER-TEXT TO CONVRAT-GL-ACCOUNT.
PROMPT-FIELDS-EXIT.
    EXIT.

*>Up to seven digits, typed left-justified and slid to the right edge
*>before the zero fill, exactly as CONVDEPT reads its record limit.
ACCEPT-AMOUNT.
    ACCEPT ANSWER-TEXT.
    MOVE ZERO TO AMOUNT-LEN.
    PERFORM FIND-AMOUNT-LENGTH THRU FIND-AMOUNT-LENGTH-EXIT
        VARYING AMOUNT-SCAN FROM 1 BY 1
        UNTIL AMOUNT-SCAN IS GREATER THAN 7.
    MOVE ZEROS TO AMOUNT-DIGITS.
    IF AMOUNT-LEN IS GREATER THAN ZERO
        MOVE ANSWER-TEXT(1:AMOUNT-LEN) TO AMOUNT-JUST
        MOVE AMOUNT-JUST TO AMOUNT-DIGITS
        INSPECT AMOUNT-DIGITS REPLACING LEADING SPACES BY ZEROS
    END-IF.
    IF AMOUNT-DIGITS IS NUMERIC
        MOVE AMOUNT-DIGITS TO AMOUNT-NUMBER
    ELSE
        MOVE ZERO TO AMOUNT-NUMBER
    END-IF.
ACCEPT-AMOUNT-EXIT.
    EXIT.

FIND-AMOUNT-LENGTH.
    IF ANSWER-TEXT(AMOUNT-SCAN:1) IS NOT EQUAL TO SPACE
        MOVE AMOUNT-SCAN TO AMOUNT-LEN
    END-IF.
FIND-AMOUNT-LENGTH-EXIT.
    EXIT.
