IDENTIFICATION DIVISION.
PROGRAM-ID. convkey.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONVDPT-FILE ASSIGN TO "CONVDPT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CONVDPT-KEY
        FILE STATUS IS CONVDPT-STATUS.
    SELECT CONVREG-FILE ASSIGN TO "CONVREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CONVREG-KEY
        FILE STATUS IS CONVREG-STATUS.
    SELECT CONVHQ-FILE ASSIGN TO "CONVHQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CONVHQ-KEY
        FILE STATUS IS CONVHQ-STATUS.
    SELECT CONVCTL-FILE ASSIGN TO "CONVCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVCTL-STATUS.
    SELECT CONVIN-FILE ASSIGN TO DYNAMIC CONVIN-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVIN-STATUS.

DATA DIVISION.
FILE SECTION.
FD CONVDPT-FILE.
    COPY "convdpt.cpy".

FD CONVREG-FILE.
    COPY "convreg.cpy".

FD CONVHQ-FILE.
    COPY "convhq.cpy".

FD CONVCTL-FILE.
    COPY "convctl.cpy".

FD CONVIN-FILE.
    COPY "convin.cpy".

WORKING-STORAGE SECTION.
COPY "convparm.cpy".
COPY "arrarea.cpy".
COPY "convdate.cpy".
77  I               PICTURE S99 USAGE IS COMPUTATIONAL.
77  KEY-CHOICE      PICTURE X(01).
    88 CHOICE-ADD     VALUE '1'.
    88 CHOICE-CORRECT VALUE '2'.
    88 CHOICE-DELETE  VALUE '3'.
    88 CHOICE-LIST    VALUE '4'.
    88 CHOICE-CLOSE   VALUES 'C', 'c'.
    88 CHOICE-ABANDON VALUES 'X', 'x'.
77  KEY-ANSWER      PICTURE X(01).
    88 ANSWER-YES     VALUES 'Y', 'y'.
77  KEY-HOLD        PICTURE X(01) VALUE SPACE.
77  KEY-TEXT        PICTURE X(30).
77  KEY-OPERAND-2   PICTURE X(30).
77  KEY-DEPT        PICTURE X(08).
77  KEY-BATCH-DATE  PICTURE 9(08).
77  KEY-BATCH-NO    PICTURE 9(06).
77  NO-JUST         PICTURE X(06) JUSTIFIED RIGHT.
77  NO-DIGITS       PICTURE X(06).
77  VALUE-DIGITS    PICTURE X(08).
77  VALUE-JUST      PICTURE X(08) JUSTIFIED RIGHT.
77  VALUE-LEN       PICTURE S99 USAGE IS COMPUTATIONAL.
77  VALUE-NUMBER    PICTURE 9(08).
77  OPERAND-1-VALUE PICTURE S9(08) USAGE IS COMPUTATIONAL.
77  ARITH-RESULT    PICTURE S9(09) USAGE IS COMPUTATIONAL.
77  ERR-OPERAND     PICTURE X(08).
77  MARK-LINE       PICTURE X(30).
77  KEY-PARSE-MODE  PICTURE X(01) VALUE 'S'.
77  DEPT-LIMIT      PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  CONVDPT-STATUS  PICTURE X(02).
77  CONVREG-STATUS  PICTURE X(02).
77  CONVHQ-STATUS   PICTURE X(02).
77  CONVCTL-STATUS  PICTURE X(02).
77  CONVIN-STATUS   PICTURE X(02).
77  CONVIN-NAME     PICTURE X(08) VALUE 'CONVIN'.
77  CONVIN-STATE    PICTURE X(01).
    88 CONVIN-EMPTY      VALUE 'E'.
    88 CONVIN-CONTROLLED VALUE 'C'.
    88 CONVIN-LEGACY     VALUE 'L'.
77  WAITING-SWITCH  PICTURE X(01).
    88 BATCH-WAITING VALUE 'Y'.
77  EOF-SWITCH      PICTURE X(01).
    88 END-OF-FILE VALUE 'Y'.
77  HEADER-SWITCH   PICTURE X(01).
    88 HEADER-OK VALUE 'Y'.
77  ENTRY-SWITCH    PICTURE X(01) VALUE 'N'.
    88 BATCH-OPEN    VALUE 'Y'.
    88 ENTRY-QUIT    VALUE 'Q'.
    88 BATCH-DONE    VALUE 'D'.
77  LINE-SWITCH     PICTURE X(01).
    88 LINE-ACCEPTED VALUE 'Y'.
77  LINE-COUNT      PICTURE 9(04) USAGE IS COMPUTATIONAL.
77  LINE-NO         PICTURE 9(04) USAGE IS COMPUTATIONAL.
77  PICK-NO         PICTURE 9(04) USAGE IS COMPUTATIONAL.
77  PICK-TEXT       PICTURE X(04).
77  PICK-JUST       PICTURE X(04) JUSTIFIED RIGHT.
77  PICK-DIGITS     PICTURE 9(04).
77  REPEAT-NO       PICTURE 9(04) USAGE IS COMPUTATIONAL.
77  BATCH-HASH      PICTURE 9(10) USAGE IS COMPUTATIONAL.
77  SHOW-NO         PICTURE ZZZ9.
77  SHOW-VALUE      PICTURE Z(7)9.

*>The line being keyed, and every line kept so far - direction, data
*>columns and operation code exactly as they go onto the CONVIN
*>detail record, with the value CONV or RCONV proved it worth, which
*>is what the trailer hash adds.
01  WORK-LINE.
    02 WORK-DIRECTION PICTURE X(01).
    02 WORK-DATA      PICTURE X(30).
    02 WORK-ARITH-AREA REDEFINES WORK-DATA.
       03 WORK-OPERAND-1 PICTURE X(15).
       03 WORK-OPERAND-2 PICTURE X(15).
    02 WORK-OP-CODE   PICTURE X(01).
    02 WORK-VALUE     PICTURE 9(08).
01  ENTRY-TABLE.
    02 ENTRY-LINE OCCURS 999 TIMES.
       03 ENTRY-DIRECTION PICTURE X(01).
       03 ENTRY-DATA      PICTURE X(30).
       03 ENTRY-OP-CODE   PICTURE X(01).
       03 ENTRY-VALUE     PICTURE 9(08).

*>Operator console for departments with no system of their own to
*>build a controlled CONVIN from - the same plain ACCEPT/DISPLAY
*>dialogue as CONVINQ. The header is taken first and proven: the
*>department must be on CONVDPT, the batch date a real date, and the
*>batch date and number not already on CONVREG (CONVDRV would refuse
*>the batch as a duplicate), on the CONVHQ hold queue (CONVHOLD would
*>set it aside) nor already keyed and waiting on CONVIN.
*>Each detail line is checked the moment it is keyed, through the
*>same CONV, RCONV or DCONV call CONVDRV will make, under the parse
*>mode on the CONVCTL card; a line that fails is shown with its error
*>and a marker under the column at fault, and is not kept until it is
*>keyed again correctly. Lines can be listed, corrected and deleted
*>until the batch is closed. Closing works out the trailer count and
*>hash from the kept lines - every line is one that converts, so the
*>hash is simply their values added - and writes header, details and
*>trailer onto CONVIN, after any batches already waiting there, ready
*>for CONVEDIT and the window; the operator can ask on the header
*>for the batch to be held for supervisor release rather than run on
*>arrival. A CONVIN holding a legacy file can't take a controlled set
*>behind it, so the batch goes to CONVKIN instead, to be put up once
*>that file has run.
*>The checks go through CONV under run id ENTRY, so they appear on
*>CONVLOG the way console inquiries do, and chargeback lists them
*>unbilled - the department is billed when its batch runs.
PROCEDURE DIVISION.
MAINLINE.
    PERFORM READ-PARSE-MODE THRU READ-PARSE-MODE-EXIT.
    MOVE ZERO TO LINE-COUNT.
    PERFORM OPEN-BATCH THRU OPEN-BATCH-EXIT
        UNTIL BATCH-OPEN OR ENTRY-QUIT.
    IF BATCH-OPEN
        PERFORM SHOW-MENU THRU SHOW-MENU-EXIT
        PERFORM HANDLE-CHOICE THRU HANDLE-CHOICE-EXIT
            UNTIL BATCH-DONE
    END-IF.
    DISPLAY 'CONVKEY: END OF BATCH ENTRY'.
    STOP RUN.

*>Same reading of the card as CONVDRV's: 'T' is tolerant, anything
*>else - no card at all included - is strict. A line proved here
*>under the night's own mode values the same when the night runs it.
READ-PARSE-MODE.
    MOVE 'S' TO KEY-PARSE-MODE.
    OPEN INPUT CONVCTL-FILE.
    IF CONVCTL-STATUS IS EQUAL TO '00'
        READ CONVCTL-FILE
            NOT AT END
                IF CONVCTL-PARSE-MODE IS EQUAL TO 'T'
                    MOVE 'T' TO KEY-PARSE-MODE
                END-IF
        END-READ
        CLOSE CONVCTL-FILE
    END-IF.
READ-PARSE-MODE-EXIT.
    EXIT.

*>The header, one proven field at a time; the first one refused
*>sends the operator back to the department prompt.
OPEN-BATCH.
    DISPLAY ' '.
    DISPLAY 'CONVKEY - BATCH ENTRY'.
    DISPLAY 'DEPARTMENT (BLANK TO QUIT): ' WITH NO ADVANCING.
    ACCEPT KEY-DEPT.
    IF KEY-DEPT IS EQUAL TO SPACES
        MOVE 'Q' TO ENTRY-SWITCH
    ELSE
        MOVE 'Y' TO HEADER-SWITCH
        PERFORM CHECK-DEPARTMENT THRU CHECK-DEPARTMENT-EXIT
        IF HEADER-OK
            PERFORM TAKE-BATCH-DATE THRU TAKE-BATCH-DATE-EXIT
        END-IF
        IF HEADER-OK
            PERFORM TAKE-BATCH-NO THRU TAKE-BATCH-NO-EXIT
        END-IF
        IF HEADER-OK
            PERFORM CHECK-REGISTER THRU CHECK-REGISTER-EXIT
        END-IF
        IF HEADER-OK
            PERFORM CHECK-HOLD-QUEUE THRU CHECK-HOLD-QUEUE-EXIT
        END-IF
        IF HEADER-OK
            PERFORM SCAN-CONVIN THRU SCAN-CONVIN-EXIT
            IF BATCH-WAITING
                DISPLAY 'BATCH ALREADY KEYED AND WAITING ON CONVIN'
                MOVE 'N' TO HEADER-SWITCH
            END-IF
        END-IF
        IF HEADER-OK
            MOVE 'Y' TO ENTRY-SWITCH
            IF KEY-PARSE-MODE IS EQUAL TO 'T'
                DISPLAY 'TOLERANT PARSING PER CONVCTL - ARCHAIC FORMS'
                    ' ACCEPTED'
            END-IF
        END-IF
    END-IF.
OPEN-BATCH-EXIT.
    EXIT.

CHECK-DEPARTMENT.
    OPEN INPUT CONVDPT-FILE.
    IF CONVDPT-STATUS IS NOT EQUAL TO '00'
        DISPLAY 'CONVDPT UNAVAILABLE, STATUS ' CONVDPT-STATUS
        MOVE 'N' TO HEADER-SWITCH
    ELSE
        MOVE KEY-DEPT TO CONVDPT-KEY
        READ CONVDPT-FILE
            INVALID KEY
                DISPLAY 'DEPARTMENT ' KEY-DEPT ' NOT ON CONVDPT'
                MOVE 'N' TO HEADER-SWITCH
            NOT INVALID KEY
                DISPLAY CONVDPT-NAME
                MOVE CONVDPT-MAX-RECORDS TO DEPT-LIMIT
                IF CONVDPT-ON-PROBATION
                    DISPLAY 'DEPARTMENT ON PROBATION - THE BATCH WILL BE'
                        ' HELD FOR SUPERVISOR RELEASE'
                END-IF
        END-READ
        CLOSE CONVDPT-FILE
    END-IF.
CHECK-DEPARTMENT-EXIT.
    EXIT.

*>The batch date goes through DCONV's calendar check, so a header
*>dated 31 April is refused here rather than carried into the
*>register; the Roman form is shown back as a confirmation.
TAKE-BATCH-DATE.
    DISPLAY 'BATCH DATE (YYYYMMDD): ' WITH NO ADVANCING.
    ACCEPT KEY-TEXT.
    MOVE KEY-TEXT(1:8) TO DATE-DIGITS.
    IF DATE-DIGITS IS NOT NUMERIC
        OR KEY-TEXT(9:22) IS NOT EQUAL TO SPACES
        DISPLAY 'BATCH DATE MUST BE EIGHT DIGITS, YYYYMMDD'
        MOVE 'N' TO HEADER-SWITCH
    ELSE
        MOVE 'Y' TO DATE-DIR
        MOVE 'ENTRY' TO RUN-ID
        MOVE KEY-PARSE-MODE TO MODE-IND
        MOVE SPACES TO RUN-SERIAL
        CALL "dconv" USING DATE-DIR, DATE-DIGITS, DATE-CANON,
            DATE-CALLS, ARRAY-AREA, M, ERR, SUM1, CASE-IND, ERR-POS,
            ERR-TEXT, RUN-ID, MODE-IND, NORM-IND, RUN-SERIAL
        IF ERR IS EQUAL TO 1
            MOVE DATE-DIGITS TO KEY-BATCH-DATE
            DISPLAY DATE-DIGITS ' = ' ARRAY-AREA
        ELSE
            DISPLAY 'ERR ' ERR ': ' ERR-TEXT
            MOVE 'N' TO HEADER-SWITCH
        END-IF
    END-IF.
TAKE-BATCH-DATE-EXIT.
    EXIT.

*>Keyed left-justified, slid right and zero-filled the same way
*>CONVINQ takes a value.
TAKE-BATCH-NO.
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
    IF NO-DIGITS IS NOT NUMERIC
        DISPLAY 'BATCH NUMBER MUST BE UP TO SIX DIGITS'
        MOVE 'N' TO HEADER-SWITCH
    ELSE
        MOVE NO-DIGITS TO KEY-BATCH-NO
    END-IF.
TAKE-BATCH-NO-EXIT.
    EXIT.

FIND-TEXT-LENGTH.
    IF KEY-TEXT(I:1) IS NOT EQUAL TO SPACE
        MOVE I TO VALUE-LEN
    END-IF.
FIND-TEXT-LENGTH-EXIT.
    EXIT.

*>A batch identity CONVDRV has already registered would be refused
*>as a duplicate tonight - better the department picks a fresh number
*>now than keys the whole batch for nothing. No register yet means
*>nothing has run; a register that won't open proves nothing, so the
*>header is not taken.
CHECK-REGISTER.
    OPEN INPUT CONVREG-FILE.
    IF CONVREG-STATUS IS EQUAL TO '35'
        CONTINUE
    ELSE
        IF CONVREG-STATUS IS NOT EQUAL TO '00'
            DISPLAY 'CONVREG UNAVAILABLE, STATUS ' CONVREG-STATUS
            MOVE 'N' TO HEADER-SWITCH
        ELSE
            MOVE KEY-DEPT TO CONVREG-DEPT-ID
            MOVE KEY-BATCH-DATE TO CONVREG-BATCH-DATE
            MOVE KEY-BATCH-NO TO CONVREG-BATCH-NO
            READ CONVREG-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY 'BATCH ALREADY REGISTERED - RUN '
                        CONVREG-RUN-DATE ' ' CONVREG-RUN-ID
                        ' - USE ANOTHER BATCH NUMBER'
                    MOVE 'N' TO HEADER-SWITCH
            END-READ
            CLOSE CONVREG-FILE
        END-IF
    END-IF.
CHECK-REGISTER-EXIT.
    EXIT.

*>The same identity already held, released or fed from the hold
*>queue would only be set aside by CONVHOLD. A batch a supervisor
*>rejected may be keyed again under its old number - that is how a
*>department resends it. No queue yet means nothing has been held.
CHECK-HOLD-QUEUE.
    OPEN INPUT CONVHQ-FILE.
    IF CONVHQ-STATUS IS EQUAL TO '35'
        CONTINUE
    ELSE
        IF CONVHQ-STATUS IS NOT EQUAL TO '00'
            DISPLAY 'CONVHQ UNAVAILABLE, STATUS ' CONVHQ-STATUS
            MOVE 'N' TO HEADER-SWITCH
        ELSE
            MOVE KEY-DEPT TO CONVHQ-DEPT-ID
            MOVE KEY-BATCH-DATE TO CONVHQ-BATCH-DATE
            MOVE KEY-BATCH-NO TO CONVHQ-BATCH-NO
            READ CONVHQ-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF NOT CONVHQ-REJECTED
                        DISPLAY 'BATCH ALREADY ON THE HOLD QUEUE, HELD '
                            CONVHQ-HELD-DATE
                            ' - USE ANOTHER BATCH NUMBER'
                        MOVE 'N' TO HEADER-SWITCH
                    END-IF
            END-READ
            CLOSE CONVHQ-FILE
        END-IF
    END-IF.
CHECK-HOLD-QUEUE-EXIT.
    EXIT.

*>What CONVIN holds now: nothing, controlled sets (which a keyed
*>batch can follow as one more set of a stacked transmission), or a
*>legacy file of bare numerals (which it can't); and whether one of
*>the waiting sets already carries this batch's identity.
SCAN-CONVIN.
    MOVE 'E' TO CONVIN-STATE.
    MOVE 'N' TO WAITING-SWITCH.
    MOVE 'CONVIN' TO CONVIN-NAME.
    OPEN INPUT CONVIN-FILE.
    IF CONVIN-STATUS IS EQUAL TO '00'
        MOVE 'N' TO EOF-SWITCH
        READ CONVIN-FILE
            AT END
                MOVE 'Y' TO EOF-SWITCH
            NOT AT END
                IF CONVIN-HEADER-REC
                    MOVE 'C' TO CONVIN-STATE
                    PERFORM MATCH-WAITING THRU MATCH-WAITING-EXIT
                ELSE
                    MOVE 'L' TO CONVIN-STATE
                    MOVE 'Y' TO EOF-SWITCH
                END-IF
        END-READ
        PERFORM SCAN-CONVIN-NEXT THRU SCAN-CONVIN-NEXT-EXIT
            UNTIL END-OF-FILE
        CLOSE CONVIN-FILE
    END-IF.
SCAN-CONVIN-EXIT.
    EXIT.

SCAN-CONVIN-NEXT.
    READ CONVIN-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            IF CONVIN-HEADER-REC
                PERFORM MATCH-WAITING THRU MATCH-WAITING-EXIT
            END-IF
    END-READ.
SCAN-CONVIN-NEXT-EXIT.
    EXIT.

MATCH-WAITING.
    IF CONVIN-DEPT-ID IS EQUAL TO KEY-DEPT
        AND CONVIN-BATCH-DATE IS EQUAL TO KEY-BATCH-DATE
        AND CONVIN-BATCH-NO IS EQUAL TO KEY-BATCH-NO
        MOVE 'Y' TO WAITING-SWITCH
    END-IF.
MATCH-WAITING-EXIT.
    EXIT.

SHOW-MENU.
    DISPLAY ' '.
    DISPLAY 'BATCH ' KEY-DEPT ' ' KEY-BATCH-DATE ' ' KEY-BATCH-NO
        ' - LINES KEYED ' LINE-COUNT.
    DISPLAY '  1  ADD A LINE'.
    DISPLAY '  2  CORRECT A LINE'.
    DISPLAY '  3  DELETE A LINE'.
    DISPLAY '  4  LIST THE LINES'.
    DISPLAY '  C  CLOSE THE BATCH AND WRITE CONVIN'.
    DISPLAY '  X  ABANDON THE BATCH'.
    DISPLAY 'CHOICE: ' WITH NO ADVANCING.
    ACCEPT KEY-CHOICE.
SHOW-MENU-EXIT.
    EXIT.

HANDLE-CHOICE.
    IF CHOICE-ADD
        PERFORM ADD-LINE THRU ADD-LINE-EXIT
    ELSE
        IF CHOICE-CORRECT
            PERFORM CORRECT-LINE THRU CORRECT-LINE-EXIT
        ELSE
            IF CHOICE-DELETE
                PERFORM DELETE-LINE THRU DELETE-LINE-EXIT
            ELSE
                IF CHOICE-LIST
                    PERFORM LIST-LINES THRU LIST-LINES-EXIT
                ELSE
                    IF CHOICE-CLOSE
                        PERFORM CLOSE-BATCH THRU CLOSE-BATCH-EXIT
                    ELSE
                        IF CHOICE-ABANDON
                            PERFORM ABANDON-BATCH
                                THRU ABANDON-BATCH-EXIT
                        ELSE
                            DISPLAY 'ENTER 1, 2, 3, 4, C OR X'
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.
    IF NOT BATCH-DONE
        PERFORM SHOW-MENU THRU SHOW-MENU-EXIT
    END-IF.
HANDLE-CHOICE-EXIT.
    EXIT.

*>A department's record limit stops CONVDRV partway through a batch
*>and leaves it out of balance, so keying past it is pointed out -
*>but not refused, since operations can lift the limit on the card.
ADD-LINE.
    IF LINE-COUNT IS EQUAL TO 999
        DISPLAY 'BATCH IS FULL AT 999 LINES - CLOSE IT AND KEY THE'
            ' REST AS A NEW BATCH'
    ELSE
        PERFORM KEY-LINE THRU KEY-LINE-EXIT
        IF LINE-ACCEPTED
            ADD 1 TO LINE-COUNT
            MOVE WORK-LINE TO ENTRY-LINE(LINE-COUNT)
            MOVE LINE-COUNT TO SHOW-NO
            DISPLAY 'LINE ' SHOW-NO ' ADDED'
            MOVE LINE-COUNT TO PICK-NO
            PERFORM CHECK-REPEAT THRU CHECK-REPEAT-EXIT
            IF DEPT-LIMIT IS GREATER THAN ZERO
                AND LINE-COUNT IS GREATER THAN DEPT-LIMIT
                DISPLAY 'NOTE: PAST THE DEPARTMENT RECORD LIMIT OF '
                    DEPT-LIMIT ' ON CONVDPT'
            END-IF
        END-IF
    END-IF.
ADD-LINE-EXIT.
    EXIT.

*>The same repeat CONVEDIT warns about - usually a line keyed twice.
*>It converts cleanly, so it is kept; the operator decides.
CHECK-REPEAT.
    MOVE ZERO TO REPEAT-NO.
    PERFORM MATCH-REPEAT THRU MATCH-REPEAT-EXIT
        VARYING LINE-NO FROM 1 BY 1 UNTIL LINE-NO IS GREATER THAN
            LINE-COUNT.
    IF REPEAT-NO IS GREATER THAN ZERO
        MOVE REPEAT-NO TO SHOW-NO
        DISPLAY 'NOTE: SAME AS LINE ' SHOW-NO
    END-IF.
CHECK-REPEAT-EXIT.
    EXIT.

MATCH-REPEAT.
    IF LINE-NO IS NOT EQUAL TO PICK-NO
        AND REPEAT-NO IS EQUAL TO ZERO
        AND ENTRY-DIRECTION(LINE-NO) IS EQUAL TO WORK-DIRECTION
        AND ENTRY-DATA(LINE-NO) IS EQUAL TO WORK-DATA
        AND ENTRY-OP-CODE(LINE-NO) IS EQUAL TO WORK-OP-CODE
        MOVE LINE-NO TO REPEAT-NO
    END-IF.
MATCH-REPEAT-EXIT.
    EXIT.

CORRECT-LINE.
    PERFORM PICK-LINE THRU PICK-LINE-EXIT.
    IF PICK-NO IS GREATER THAN ZERO
        MOVE PICK-NO TO LINE-NO
        PERFORM SHOW-LINE THRU SHOW-LINE-EXIT
        DISPLAY 'KEY THE LINE AS IT SHOULD READ'
        PERFORM KEY-LINE THRU KEY-LINE-EXIT
        IF LINE-ACCEPTED
            MOVE WORK-LINE TO ENTRY-LINE(PICK-NO)
            MOVE PICK-NO TO SHOW-NO
            DISPLAY 'LINE ' SHOW-NO ' CORRECTED'
            PERFORM CHECK-REPEAT THRU CHECK-REPEAT-EXIT
        ELSE
            DISPLAY 'LINE LEFT AS IT WAS'
        END-IF
    END-IF.
CORRECT-LINE-EXIT.
    EXIT.

*>The lines after the one deleted close up behind it, so the batch
*>is always numbered 1 to the count the trailer will carry.
DELETE-LINE.
    PERFORM PICK-LINE THRU PICK-LINE-EXIT.
    IF PICK-NO IS GREATER THAN ZERO
        MOVE PICK-NO TO LINE-NO
        PERFORM SHOW-LINE THRU SHOW-LINE-EXIT
        DISPLAY 'DELETE THIS LINE (Y/N): ' WITH NO ADVANCING
        ACCEPT KEY-ANSWER
        IF ANSWER-YES
            PERFORM CLOSE-UP-LINE THRU CLOSE-UP-LINE-EXIT
                VARYING LINE-NO FROM PICK-NO BY 1
                UNTIL LINE-NO IS NOT LESS THAN LINE-COUNT
            SUBTRACT 1 FROM LINE-COUNT
            MOVE PICK-NO TO SHOW-NO
            DISPLAY 'LINE ' SHOW-NO ' DELETED'
        END-IF
    END-IF.
DELETE-LINE-EXIT.
    EXIT.

CLOSE-UP-LINE.
    MOVE ENTRY-LINE(LINE-NO + 1) TO ENTRY-LINE(LINE-NO).
CLOSE-UP-LINE-EXIT.
    EXIT.

*>PICK-NO comes back zero when the number keyed is not a line of
*>this batch.
PICK-LINE.
    MOVE ZERO TO PICK-NO.
    IF LINE-COUNT IS EQUAL TO ZERO
        DISPLAY 'NO LINES KEYED YET'
    ELSE
        DISPLAY 'LINE NUMBER: ' WITH NO ADVANCING
        ACCEPT PICK-TEXT
        MOVE ZERO TO VALUE-LEN
        PERFORM FIND-PICK-LENGTH THRU FIND-PICK-LENGTH-EXIT
            VARYING I FROM 1 BY 1 UNTIL I IS GREATER THAN 4
        IF VALUE-LEN IS GREATER THAN ZERO
            MOVE PICK-TEXT(1:VALUE-LEN) TO PICK-JUST
            INSPECT PICK-JUST REPLACING LEADING SPACES BY ZEROS
            IF PICK-JUST IS NUMERIC
                MOVE PICK-JUST TO PICK-DIGITS
                IF PICK-DIGITS IS GREATER THAN ZERO
                    AND PICK-DIGITS IS NOT GREATER THAN LINE-COUNT
                    MOVE PICK-DIGITS TO PICK-NO
                END-IF
            END-IF
        END-IF
        IF PICK-NO IS EQUAL TO ZERO
            DISPLAY 'NO SUCH LINE - LINES RUN 1 TO ' LINE-COUNT
        END-IF
    END-IF.
PICK-LINE-EXIT.
    EXIT.

FIND-PICK-LENGTH.
    IF PICK-TEXT(I:1) IS NOT EQUAL TO SPACE
        MOVE I TO VALUE-LEN
    END-IF.
FIND-PICK-LENGTH-EXIT.
    EXIT.

LIST-LINES.
    IF LINE-COUNT IS EQUAL TO ZERO
        DISPLAY 'NO LINES KEYED YET'
    ELSE
        PERFORM SHOW-LINE THRU SHOW-LINE-EXIT
            VARYING LINE-NO FROM 1 BY 1
            UNTIL LINE-NO IS GREATER THAN LINE-COUNT
        PERFORM ADD-UP-BATCH THRU ADD-UP-BATCH-EXIT
        DISPLAY 'LINES ' LINE-COUNT ' HASH ' BATCH-HASH
    END-IF.
LIST-LINES-EXIT.
    EXIT.

SHOW-LINE.
    MOVE LINE-NO TO SHOW-NO.
    MOVE ENTRY-VALUE(LINE-NO) TO SHOW-VALUE.
    DISPLAY SHOW-NO ' ' ENTRY-DIRECTION(LINE-NO) ' '
        ENTRY-DATA(LINE-NO) ' ' ENTRY-OP-CODE(LINE-NO) ' = '
        SHOW-VALUE.
SHOW-LINE-EXIT.
    EXIT.

*>Every kept line converted cleanly when it was keyed, so the count
*>is the lines and the hash their values added - exactly what
*>CONVDRV will add up when it processes them.
ADD-UP-BATCH.
    MOVE ZERO TO BATCH-HASH.
    PERFORM ADD-UP-LINE THRU ADD-UP-LINE-EXIT
        VARYING LINE-NO FROM 1 BY 1
        UNTIL LINE-NO IS GREATER THAN LINE-COUNT.
ADD-UP-BATCH-EXIT.
    EXIT.

ADD-UP-LINE.
    ADD ENTRY-VALUE(LINE-NO) TO BATCH-HASH.
ADD-UP-LINE-EXIT.
    EXIT.

*>CONVIN is looked at again at the moment of writing - another
*>operator may have keyed the same batch, or put a file up, since
*>this one was opened.
CLOSE-BATCH.
    IF LINE-COUNT IS EQUAL TO ZERO
        DISPLAY 'NO LINES KEYED - NOTHING TO CLOSE'
    ELSE
        PERFORM ADD-UP-BATCH THRU ADD-UP-BATCH-EXIT
        DISPLAY 'TRAILER COUNT ' LINE-COUNT ' HASH ' BATCH-HASH
        DISPLAY 'HOLD FOR SUPERVISOR RELEASE (Y/N): ' WITH NO ADVANCING
        ACCEPT KEY-ANSWER
        IF ANSWER-YES
            MOVE 'Y' TO KEY-HOLD
        ELSE
            MOVE SPACE TO KEY-HOLD
        END-IF
        DISPLAY 'WRITE THE BATCH (Y/N): ' WITH NO ADVANCING
        ACCEPT KEY-ANSWER
        IF ANSWER-YES
            PERFORM SCAN-CONVIN THRU SCAN-CONVIN-EXIT
            IF BATCH-WAITING
                DISPLAY 'BATCH ALREADY KEYED AND WAITING ON CONVIN'
                    ' - NOT WRITTEN'
            ELSE
                IF CONVIN-LEGACY
                    MOVE 'CONVKIN' TO CONVIN-NAME
                    DISPLAY 'CONVIN HOLDS A LEGACY FILE - BATCH GOES'
                        ' TO CONVKIN, PUT IT UP AFTER THAT FILE RUNS'
                END-IF
                PERFORM WRITE-BATCH THRU WRITE-BATCH-EXIT
            END-IF
        END-IF
    END-IF.
CLOSE-BATCH-EXIT.
    EXIT.

WRITE-BATCH.
    OPEN EXTEND CONVIN-FILE.
    IF CONVIN-STATUS IS EQUAL TO '35'
        OPEN OUTPUT CONVIN-FILE
    END-IF.
    IF CONVIN-STATUS IS NOT EQUAL TO '00'
        DISPLAY CONVIN-NAME ' UNAVAILABLE, STATUS ' CONVIN-STATUS
            ' - NOT WRITTEN'
    ELSE
        MOVE SPACES TO CONVIN-RECORD
        MOVE 'H' TO CONVIN-REC-TYPE
        MOVE KEY-DEPT TO CONVIN-DEPT-ID
        MOVE KEY-BATCH-DATE TO CONVIN-BATCH-DATE
        MOVE KEY-BATCH-NO TO CONVIN-BATCH-NO
        MOVE KEY-HOLD TO CONVIN-HOLD-REQUEST
        WRITE CONVIN-RECORD
        PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT
            VARYING LINE-NO FROM 1 BY 1
            UNTIL LINE-NO IS GREATER THAN LINE-COUNT
        MOVE SPACES TO CONVIN-RECORD
        MOVE 'T' TO CONVIN-REC-TYPE
        MOVE LINE-COUNT TO CONVIN-EXP-COUNT
        MOVE BATCH-HASH TO CONVIN-EXP-HASH
        MOVE 'Y' TO CONVIN-HASH-IND
        WRITE CONVIN-RECORD
        CLOSE CONVIN-FILE
        MOVE 'D' TO ENTRY-SWITCH
        DISPLAY 'CONVKEY: BATCH ' KEY-BATCH-NO ' WRITTEN TO ' CONVIN-NAME
            ', LINES ' LINE-COUNT ' HASH ' BATCH-HASH
    END-IF.
WRITE-BATCH-EXIT.
    EXIT.

WRITE-DETAIL.
    MOVE SPACES TO CONVIN-RECORD.
    MOVE 'D' TO CONVIN-REC-TYPE.
    MOVE ENTRY-DIRECTION(LINE-NO) TO CONVIN-DIRECTION.
    MOVE ENTRY-DATA(LINE-NO) TO CONVIN-NUMERAL.
    MOVE ENTRY-OP-CODE(LINE-NO) TO CONVIN-OP-CODE.
    WRITE CONVIN-RECORD.
WRITE-DETAIL-EXIT.
    EXIT.

ABANDON-BATCH.
    DISPLAY 'ABANDON THE BATCH AND ITS ' LINE-COUNT
        ' LINES (Y/N): ' WITH NO ADVANCING.
    ACCEPT KEY-ANSWER.
    IF ANSWER-YES
        MOVE 'D' TO ENTRY-SWITCH
        DISPLAY 'CONVKEY: BATCH ABANDONED, NOTHING WRITTEN'
    END-IF.
ABANDON-BATCH-EXIT.
    EXIT.

*>One detail line, proved the way CONVDRV's dispatch will treat it.
*>The line is only kept (LINE-ACCEPTED) when it converts; otherwise
*>the error is shown against what was keyed.
KEY-LINE.
    MOVE 'N' TO LINE-SWITCH.
    MOVE SPACES TO WORK-LINE.
    MOVE ZERO TO WORK-VALUE.
    MOVE 'ENTRY' TO RUN-ID.
    MOVE KEY-PARSE-MODE TO MODE-IND.
    MOVE SPACES TO RUN-SERIAL.
    MOVE SPACES TO ERR-OPERAND.
    DISPLAY 'DIRECTION - R NUMERAL, N VALUE, A ARITHMETIC, D ROMAN'
        ' DATE, Y DATE TO ROMAN: ' WITH NO ADVANCING.
    ACCEPT WORK-DIRECTION.
    INSPECT WORK-DIRECTION CONVERTING 'rnady' TO 'RNADY'.
    IF WORK-DIRECTION IS EQUAL TO SPACE
        MOVE 'R' TO WORK-DIRECTION
    END-IF.
    IF WORK-DIRECTION IS EQUAL TO 'R'
        PERFORM KEY-NUMERAL THRU KEY-NUMERAL-EXIT
    ELSE
        IF WORK-DIRECTION IS EQUAL TO 'N'
            PERFORM KEY-VALUE THRU KEY-VALUE-EXIT
        ELSE
            IF WORK-DIRECTION IS EQUAL TO 'A'
                PERFORM KEY-ARITH THRU KEY-ARITH-EXIT
            ELSE
                IF WORK-DIRECTION IS EQUAL TO 'D'
                    PERFORM KEY-ROMAN-DATE THRU KEY-ROMAN-DATE-EXIT
                ELSE
                    IF WORK-DIRECTION IS EQUAL TO 'Y'
                        PERFORM KEY-DIGIT-DATE
                            THRU KEY-DIGIT-DATE-EXIT
                    ELSE
                        DISPLAY 'ENTER R, N, A, D OR Y'
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.
KEY-LINE-EXIT.
    EXIT.

KEY-NUMERAL.
    DISPLAY 'NUMERAL: ' WITH NO ADVANCING.
    ACCEPT KEY-TEXT.
    MOVE KEY-TEXT TO WORK-DATA.
    PERFORM VALUE-KEYED THRU VALUE-KEYED-EXIT.
    IF ERR IS EQUAL TO 1
        MOVE SUM1 TO WORK-VALUE
        MOVE 'Y' TO LINE-SWITCH
        DISPLAY KEY-TEXT ' = ' SUM1
        PERFORM SHOW-FORM-NOTES THRU SHOW-FORM-NOTES-EXIT
    ELSE
        PERFORM SHOW-ERROR THRU SHOW-ERROR-EXIT
    END-IF.
KEY-NUMERAL-EXIT.
    EXIT.

*>The value is stored zero-filled in the first eight data columns,
*>the form CONVDRV reads a value record in.
KEY-VALUE.
    DISPLAY 'VALUE: ' WITH NO ADVANCING.
    ACCEPT KEY-TEXT.
    PERFORM JUSTIFY-VALUE THRU JUSTIFY-VALUE-EXIT.
    IF VALUE-DIGITS IS NOT NUMERIC
        DISPLAY 'ERR 7: VALUE FIELD NOT NUMERIC'
    ELSE
        MOVE VALUE-DIGITS TO VALUE-NUMBER
        MOVE VALUE-NUMBER TO SUM1
        CALL "rconv" USING ARRAY-AREA, M, ERR, SUM1
        IF ERR IS EQUAL TO 1
            MOVE VALUE-DIGITS TO WORK-DATA
            MOVE SUM1 TO WORK-VALUE
            MOVE 'Y' TO LINE-SWITCH
            DISPLAY VALUE-NUMBER ' = ' ARRAY-AREA
        ELSE
            DISPLAY 'ERR ' ERR ': VALUE OUT OF RANGE FOR NUMERAL'
        END-IF
    END-IF.
KEY-VALUE-EXIT.
    EXIT.

*>Operators type values left-justified; more than eight digits can't
*>be a value and is left non-numeric to be refused.
JUSTIFY-VALUE.
    MOVE ZERO TO VALUE-LEN.
    PERFORM FIND-TEXT-LENGTH THRU FIND-TEXT-LENGTH-EXIT
        VARYING I FROM 1 BY 1 UNTIL I IS GREATER THAN 30.
    IF VALUE-LEN IS EQUAL TO ZERO OR VALUE-LEN IS GREATER THAN 8
        MOVE SPACES TO VALUE-DIGITS
    ELSE
        MOVE KEY-TEXT(1:VALUE-LEN) TO VALUE-JUST
        MOVE VALUE-JUST TO VALUE-DIGITS
        INSPECT VALUE-DIGITS REPLACING LEADING SPACES BY ZEROS
    END-IF.
JUSTIFY-VALUE-EXIT.
    EXIT.

*>Two operands of fifteen columns each and the operation, combined
*>and rendered back exactly as CONVDRV's COMPUTE-ARITH-RECORD does,
*>so a line that would reject tonight is refused now.
KEY-ARITH.
    DISPLAY 'FIRST OPERAND: ' WITH NO ADVANCING.
    ACCEPT KEY-TEXT.
    DISPLAY 'SECOND OPERAND: ' WITH NO ADVANCING.
    ACCEPT KEY-OPERAND-2.
    DISPLAY 'OPERATION - A ADD, S SUBTRACT: ' WITH NO ADVANCING.
    ACCEPT WORK-OP-CODE.
    INSPECT WORK-OP-CODE CONVERTING 'as' TO 'AS'.
    IF KEY-TEXT(16:15) IS NOT EQUAL TO SPACES
        OR KEY-OPERAND-2(16:15) IS NOT EQUAL TO SPACES
        DISPLAY 'AN OPERAND MAY TAKE FIFTEEN COLUMNS AT MOST'
    ELSE
        MOVE KEY-TEXT(1:15) TO WORK-OPERAND-1
        MOVE KEY-OPERAND-2(1:15) TO WORK-OPERAND-2
        MOVE 'FIRST' TO ERR-OPERAND
        PERFORM VALUE-KEYED THRU VALUE-KEYED-EXIT
        IF ERR IS EQUAL TO 1
            MOVE SUM1 TO OPERAND-1-VALUE
            MOVE 'SECOND' TO ERR-OPERAND
            MOVE KEY-OPERAND-2 TO KEY-TEXT
            PERFORM VALUE-KEYED THRU VALUE-KEYED-EXIT
        END-IF
        IF ERR IS EQUAL TO 1
            PERFORM COMBINE-OPERANDS THRU COMBINE-OPERANDS-EXIT
        END-IF
        IF ERR IS EQUAL TO 1
            MOVE SUM1 TO WORK-VALUE
            MOVE 'Y' TO LINE-SWITCH
            DISPLAY 'RESULT ' SUM1 ' = ' ARRAY-AREA
        ELSE
            IF ERR-POS IS GREATER THAN ZERO
                DISPLAY ERR-OPERAND ' OPERAND:'
            END-IF
            PERFORM SHOW-ERROR THRU SHOW-ERROR-EXIT
        END-IF
    END-IF.
KEY-ARITH-EXIT.
    EXIT.

COMBINE-OPERANDS.
    MOVE ZERO TO ERR-POS.
    MOVE SPACES TO ERR-TEXT.
    IF WORK-OP-CODE IS EQUAL TO 'A'
        COMPUTE ARITH-RESULT = OPERAND-1-VALUE + SUM1
    ELSE
        IF WORK-OP-CODE IS EQUAL TO 'S'
            COMPUTE ARITH-RESULT = OPERAND-1-VALUE - SUM1
        ELSE
            MOVE ZERO TO ARITH-RESULT
            MOVE 9 TO ERR
            MOVE 'UNKNOWN ARITHMETIC OPERATION CODE' TO ERR-TEXT
        END-IF
    END-IF.
    IF ERR IS EQUAL TO 1
        IF ARITH-RESULT IS LESS THAN OR EQUAL TO ZERO
            MOVE 9 TO ERR
            MOVE 'RESULT NOT EXPRESSIBLE IN ROMAN FIGURES' TO ERR-TEXT
        ELSE
            MOVE ARITH-RESULT TO SUM1
            CALL "rconv" USING ARRAY-AREA, M, ERR, SUM1
            IF ERR IS EQUAL TO 6
                MOVE 'VALUE OUT OF RANGE FOR NUMERAL' TO ERR-TEXT
            END-IF
        END-IF
    END-IF.
COMBINE-OPERANDS-EXIT.
    EXIT.

KEY-ROMAN-DATE.
    DISPLAY 'ROMAN DATE (DAY.MONTH.YEAR): ' WITH NO ADVANCING.
    ACCEPT KEY-TEXT.
    MOVE KEY-TEXT TO WORK-DATA.
    PERFORM LOAD-ARRAY THRU LOAD-ARRAY-EXIT.
    MOVE 'D' TO DATE-DIR.
    CALL "dconv" USING DATE-DIR, DATE-DIGITS, DATE-CANON, DATE-CALLS,
        ARRAY-AREA, M, ERR, SUM1, CASE-IND, ERR-POS, ERR-TEXT, RUN-ID,
        MODE-IND, NORM-IND, RUN-SERIAL.
    IF ERR IS EQUAL TO 1
        MOVE SUM1 TO WORK-VALUE
        MOVE 'Y' TO LINE-SWITCH
        DISPLAY KEY-TEXT ' = ' DATE-DIGITS
        PERFORM SHOW-FORM-NOTES THRU SHOW-FORM-NOTES-EXIT
    ELSE
        PERFORM SHOW-ERROR THRU SHOW-ERROR-EXIT
    END-IF.
KEY-ROMAN-DATE-EXIT.
    EXIT.

KEY-DIGIT-DATE.
    DISPLAY 'DATE (YYYYMMDD): ' WITH NO ADVANCING.
    ACCEPT KEY-TEXT.
    PERFORM JUSTIFY-VALUE THRU JUSTIFY-VALUE-EXIT.
    MOVE VALUE-DIGITS TO DATE-DIGITS.
    MOVE 'Y' TO DATE-DIR.
    CALL "dconv" USING DATE-DIR, DATE-DIGITS, DATE-CANON, DATE-CALLS,
        ARRAY-AREA, M, ERR, SUM1, CASE-IND, ERR-POS, ERR-TEXT, RUN-ID,
        MODE-IND, NORM-IND, RUN-SERIAL.
    IF ERR IS EQUAL TO 1
        MOVE VALUE-DIGITS TO WORK-DATA
        MOVE SUM1 TO WORK-VALUE
        MOVE 'Y' TO LINE-SWITCH
        DISPLAY DATE-DIGITS ' = ' ARRAY-AREA
    ELSE
        DISPLAY 'ERR ' ERR ': ' ERR-TEXT
    END-IF.
KEY-DIGIT-DATE-EXIT.
    EXIT.

*>Values whatever numeral is in KEY-TEXT through CONV - the check a
*>CONVDRV miss on the master would make.
VALUE-KEYED.
    PERFORM LOAD-ARRAY THRU LOAD-ARRAY-EXIT.
    CALL "conv" USING ARRAY-AREA, M, ERR, SUM1, CASE-IND,
        ERR-POS, ERR-TEXT, RUN-ID, MODE-IND, NORM-IND, RUN-SERIAL.
VALUE-KEYED-EXIT.
    EXIT.

SHOW-FORM-NOTES.
    IF CASE-FOLDED
        DISPLAY '(LOWER CASE FOLDED TO RECOGNIZE IT)'
    END-IF.
    IF FORM-NORMALIZED
        DISPLAY '(ARCHAIC FORM ACCEPTED UNDER TOLERANT PARSING)'
    END-IF.
SHOW-FORM-NOTES-EXIT.
    EXIT.

*>The error, and under what was keyed a marker at the column the
*>scan stopped on, so the operator sees where to correct rather than
*>rereading the whole line.
SHOW-ERROR.
    DISPLAY 'ERR ' ERR ' AT POSITION ' ERR-POS ': ' ERR-TEXT.
    IF ERR-POS IS GREATER THAN ZERO AND ERR-POS IS NOT GREATER THAN 30
        MOVE SPACES TO MARK-LINE
        MOVE '^' TO MARK-LINE(ERR-POS:1)
        DISPLAY '  ' KEY-TEXT
        DISPLAY '  ' MARK-LINE
    END-IF.
SHOW-ERROR-EXIT.
    EXIT.

*>Numeral input is left-justified and space padded, so the length
*>CONV needs in M is just the position of the last non-space column -
*>the same load CONVDRV does for batch records.
LOAD-ARRAY.
    MOVE ZERO TO M.
    MOVE SPACES TO ARRAY-AREA.
    PERFORM FIND-LENGTH THRU FIND-LENGTH-EXIT VARYING I FROM 1 BY 1
        UNTIL I IS GREATER THAN 30.
LOAD-ARRAY-EXIT.
    EXIT.

FIND-LENGTH.
    IF KEY-TEXT(I:1) IS NOT EQUAL TO SPACE
        MOVE KEY-TEXT(I:1) TO S(I)
        MOVE I TO M
    END-IF.
FIND-LENGTH-EXIT.
    EXIT.
