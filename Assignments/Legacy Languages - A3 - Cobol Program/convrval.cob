IDENTIFICATION DIVISION.
PROGRAM-ID. convrval.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONVMST-FILE ASSIGN TO "CONVMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONVMST-KEY
        FILE STATUS IS CONVMST-STATUS.
    SELECT CONVHIX-FILE ASSIGN TO "CONVHIX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONVHIX-KEY
        FILE STATUS IS CONVHIX-STATUS.
    SELECT CONVJRN-FILE ASSIGN TO "CONVJRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVJRN-STATUS.
    SELECT CONVRVAL-FILE ASSIGN TO "CONVRVAL"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CONVMST-FILE.
    COPY "convmst.cpy".

FD CONVHIX-FILE.
    COPY "convhix.cpy".

FD CONVJRN-FILE.
    COPY "convjrn.cpy".

*>One line per disagreement: which file holds the stale answer, the
*>numeral, what the file says and what CONV says today, which fields
*>differ and what this run did about it. Where the error text is one
*>of the differences a second line shows both wordings.
FD CONVRVAL-FILE.
    01 CONVRVAL-RECORD PICTURE X(132).
    01 FINDING-LINE REDEFINES CONVRVAL-RECORD.
       02 FINDING-FILE     PICTURE X(07).
       02 FILLER           PICTURE X(01).
       02 FINDING-KEY      PICTURE X(30).
       02 FILLER           PICTURE X(01).
       02 FINDING-OLD-SUM1 PICTURE Z(7)9.
       02 FILLER           PICTURE X(01).
       02 FINDING-OLD-ERR  PICTURE 9.
       02 FILLER           PICTURE X(01).
       02 FINDING-OLD-POS  PICTURE Z9.
       02 FILLER           PICTURE X(03).
       02 FINDING-NEW-SUM1 PICTURE Z(7)9.
       02 FILLER           PICTURE X(01).
       02 FINDING-NEW-ERR  PICTURE 9.
       02 FILLER           PICTURE X(01).
       02 FINDING-NEW-POS  PICTURE Z9.
       02 FILLER           PICTURE X(02).
       02 FINDING-DIFF     PICTURE X(30).
       02 FILLER           PICTURE X(01).
       02 FINDING-ACTION   PICTURE X(10).
       02 FILLER           PICTURE X(21).
    01 TEXT-LINE REDEFINES CONVRVAL-RECORD.
       02 FILLER           PICTURE X(08).
       02 TEXT-OLD-LABEL   PICTURE X(05).
       02 TEXT-OLD         PICTURE X(40).
       02 FILLER           PICTURE X(02).
       02 TEXT-NEW-LABEL   PICTURE X(05).
       02 TEXT-NEW         PICTURE X(40).
       02 FILLER           PICTURE X(32).

WORKING-STORAGE SECTION.
COPY "convparm.cpy".
COPY "arrarea.cpy".
77  I               PICTURE S99 USAGE IS COMPUTATIONAL.
77  FUNCTION-PARM   PICTURE X(01) VALUE 'R'.
    88 REPORT-FUNCTION  VALUE 'R'.
    88 UPDATE-FUNCTION  VALUE 'U'.
    88 DELETE-FUNCTION  VALUE 'D'.
77  ARG-COUNT       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  ARG-INDEX       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  ARG-TEXT        PICTURE X(20).
77  CONVMST-STATUS  PICTURE X(02).
77  CONVHIX-STATUS  PICTURE X(02).
77  CONVJRN-STATUS  PICTURE X(02).
77  MASTER-SWITCH   PICTURE X(01) VALUE 'N'.
    88 MASTER-OPEN VALUE 'Y'.
77  INDEX-SWITCH    PICTURE X(01) VALUE 'N'.
    88 INDEX-OPEN VALUE 'Y'.
77  JOURNAL-SWITCH  PICTURE X(01) VALUE 'N'.
    88 JOURNAL-OPEN VALUE 'Y'.
77  FOUND-SWITCH    PICTURE X(01).
    88 KEY-FOUND VALUE 'Y'.
77  EOF-SWITCH      PICTURE X(01) VALUE 'N'.
    88 END-OF-FILE VALUE 'Y'.
77  OPERATOR-ID     PICTURE X(08) VALUE SPACES.
77  RUN-TIME        PICTURE X(08).
77  RVAL-RC         PICTURE 9(02) USAGE IS COMPUTATIONAL.
77  CHECK-KEY       PICTURE X(30).
77  NOW-SUM1        PICTURE S9(8) USAGE IS COMPUTATIONAL.
77  NOW-ERR         PICTURE S9 USAGE IS COMPUTATIONAL-3.
77  NOW-POS         PICTURE S99 USAGE IS COMPUTATIONAL.
77  NOW-TEXT        PICTURE X(40).
77  DIFF-TEXT       PICTURE X(30).
77  DIFF-POS        PICTURE S99 USAGE IS COMPUTATIONAL.
77  BEFORE-IMAGE    PICTURE X(89).
77  INDEX-READ      PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  MASTER-READ     PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  KEYS-CHECKED    PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  MASTER-STALE    PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  INDEX-STALE     PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  ROUND-TRIP-BAD  PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  CORRECTED-COUNT PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  DELETED-COUNT   PICTURE 9(08) USAGE IS COMPUTATIONAL.

*>Revalidation of the conversion master. CONVDRV trusts a CONVMST hit
*>and never calls CONV for it, so an entry cached before a parsing
*>rule changed - the construction rules, the thousands bracket, the
*>scan-stop positions - goes on being handed out as if it were
*>today's answer. This job puts every cached numeral back through
*>CONV in strict mode, the only mode the master caches, and where
*>CONV accepts it renders the value back through RCONV as a second
*>opinion. Any entry whose SUM1, ERR, position or error text is not
*>what the code returns today is reported on CONVRVAL. The CONVHIX
*>history index is held to the same answers, so inquiry history can
*>be seen to disagree with the master; the index summarizes archived
*>trail lines and is reported, never altered.
*>The first argument picks the function:
*>  R  - report only (the default)
*>  U  - report, and correct each stale master entry in place to
*>       today's result, its last-used date kept
*>  D  - report, and delete each stale master entry so the next
*>       CONVDRV run converts the numeral afresh and files the answer
*>Every correction or deletion is journaled to CONVJRN with the entry
*>before and after, the same as a CONVMNT purge; neither runs without
*>the journal. The calls are on the CONVLOG trail under the run
*>identifier REVALID. Return code 4 when anything disagreed, 8 when
*>the master can't be opened or the journal an update needs can't.
PROCEDURE DIVISION.
MAINLINE.
    PERFORM PARSE-COMMAND-LINE THRU PARSE-COMMAND-LINE-EXIT.
    PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
    IF MASTER-OPEN
        PERFORM INDEX-PASS THRU INDEX-PASS-EXIT
        PERFORM MASTER-PASS THRU MASTER-PASS-EXIT
    END-IF.
    PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
    STOP RUN.

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
        IF ARG-TEXT IS EQUAL TO 'U' OR 'u'
            MOVE 'U' TO FUNCTION-PARM
        ELSE
            IF ARG-TEXT IS EQUAL TO 'D' OR 'd'
                MOVE 'D' TO FUNCTION-PARM
            ELSE
                IF ARG-TEXT IS NOT EQUAL TO 'R' AND 'r'
                    DISPLAY 'CONVRVAL: FUNCTION ' ARG-TEXT
                        ' NOT R, U OR D - REPORTING ONLY'
                END-IF
            END-IF
        END-IF
    END-IF.
CHECK-ARG-EXIT.
    EXIT.

*>An update opens the master I-O and needs the journal first; a
*>report opens it input only and changes nothing. A missing history
*>index only narrows the job to the master.
INITIALIZE-RUN.
    MOVE ZERO TO RVAL-RC INDEX-READ MASTER-READ KEYS-CHECKED.
    MOVE ZERO TO MASTER-STALE INDEX-STALE ROUND-TRIP-BAD.
    MOVE ZERO TO CORRECTED-COUNT DELETED-COUNT.
    ACCEPT RUN-TIME FROM TIME.
    MOVE 'REVALID' TO RUN-ID.
    MOVE RUN-TIME TO RUN-SERIAL.
    MOVE 'S' TO MODE-IND.
    OPEN OUTPUT CONVRVAL-FILE.
    MOVE SPACES TO CONVRVAL-RECORD.
    MOVE 'CONVERSION MASTER REVALIDATION' TO CONVRVAL-RECORD.
    IF UPDATE-FUNCTION
        MOVE '- STALE ENTRIES CORRECTED' TO CONVRVAL-RECORD(32:25)
    ELSE
        IF DELETE-FUNCTION
            MOVE '- STALE ENTRIES DELETED' TO CONVRVAL-RECORD(32:23)
        ELSE
            MOVE '- REPORT ONLY' TO CONVRVAL-RECORD(32:13)
        END-IF
    END-IF.
    WRITE CONVRVAL-RECORD.
    MOVE SPACES TO CONVRVAL-RECORD.
    MOVE 'FILE    NUMERAL' TO CONVRVAL-RECORD(1:15).
    MOVE 'ON FILE' TO CONVRVAL-RECORD(41:7).
    MOVE 'CONV TODAY' TO CONVRVAL-RECORD(56:10).
    MOVE 'DIFFERS IN' TO CONVRVAL-RECORD(71:10).
    MOVE 'ACTION' TO CONVRVAL-RECORD(102:6).
    WRITE CONVRVAL-RECORD.
    IF UPDATE-FUNCTION OR DELETE-FUNCTION
        PERFORM OPEN-JOURNAL THRU OPEN-JOURNAL-EXIT
        IF NOT JOURNAL-OPEN
            DISPLAY 'CONVRVAL: CONVJRN UNAVAILABLE, STATUS '
                CONVJRN-STATUS ' - NO CHANGE MADE'
            MOVE 8 TO RVAL-RC
        END-IF
    END-IF.
    IF RVAL-RC IS EQUAL TO ZERO
        IF REPORT-FUNCTION
            OPEN INPUT CONVMST-FILE
        ELSE
            OPEN I-O CONVMST-FILE
        END-IF
        IF CONVMST-STATUS IS EQUAL TO '00'
            MOVE 'Y' TO MASTER-SWITCH
        ELSE
            DISPLAY 'CONVRVAL: CONVMST UNAVAILABLE, STATUS '
                CONVMST-STATUS
            MOVE 8 TO RVAL-RC
        END-IF
    END-IF.
    IF MASTER-OPEN
        OPEN INPUT CONVHIX-FILE
        IF CONVHIX-STATUS IS EQUAL TO '00'
            MOVE 'Y' TO INDEX-SWITCH
        ELSE
            DISPLAY 'CONVRVAL: NO CONVHIX HISTORY INDEX, STATUS '
                CONVHIX-STATUS ' - MASTER ONLY'
        END-IF
    END-IF.
INITIALIZE-RUN-EXIT.
    EXIT.

*>Same journal, same operator rule as CONVMNT and CONVDEPT: CONVOPER
*>when the shift sets it, the login name otherwise.
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

*>The index is walked first. Each of its numerals is revalidated once
*>and the one answer held against the index entry and, when the
*>numeral is cached too, against the master entry - so a numeral on
*>both files costs one CONV call, not two. The master pass after it
*>then only has to cover numerals the index has never seen.
INDEX-PASS.
    IF INDEX-OPEN
        MOVE 'N' TO EOF-SWITCH
        MOVE LOW-VALUES TO CONVHIX-KEY
        START CONVHIX-FILE KEY IS NOT LESS THAN CONVHIX-KEY
            INVALID KEY MOVE 'Y' TO EOF-SWITCH
        END-START
        PERFORM CHECK-INDEX-ENTRY THRU CHECK-INDEX-ENTRY-EXIT
            UNTIL END-OF-FILE
    END-IF.
INDEX-PASS-EXIT.
    EXIT.

CHECK-INDEX-ENTRY.
    READ CONVHIX-FILE NEXT
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            ADD 1 TO INDEX-READ
            MOVE CONVHIX-KEY TO CHECK-KEY
            PERFORM REVALIDATE-KEY THRU REVALIDATE-KEY-EXIT
            PERFORM COMPARE-INDEX THRU COMPARE-INDEX-EXIT
            MOVE CONVHIX-KEY TO CONVMST-KEY
            READ CONVMST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO MASTER-READ
                    PERFORM COMPARE-MASTER THRU COMPARE-MASTER-EXIT
            END-READ
    END-READ.
CHECK-INDEX-ENTRY-EXIT.
    EXIT.

MASTER-PASS.
    MOVE 'N' TO EOF-SWITCH.
    MOVE LOW-VALUES TO CONVMST-KEY.
    START CONVMST-FILE KEY IS NOT LESS THAN CONVMST-KEY
        INVALID KEY MOVE 'Y' TO EOF-SWITCH
    END-START.
    PERFORM CHECK-MASTER-ENTRY THRU CHECK-MASTER-ENTRY-EXIT
        UNTIL END-OF-FILE.
MASTER-PASS-EXIT.
    EXIT.

*>A numeral the index also holds was dealt with on the index pass -
*>corrected there if it needed it - and is passed over here.
CHECK-MASTER-ENTRY.
    READ CONVMST-FILE NEXT
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            MOVE 'N' TO FOUND-SWITCH
            IF INDEX-OPEN
                MOVE CONVMST-KEY TO CONVHIX-KEY
                READ CONVHIX-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'Y' TO FOUND-SWITCH
                END-READ
            END-IF
            IF NOT KEY-FOUND
                ADD 1 TO MASTER-READ
                MOVE CONVMST-KEY TO CHECK-KEY
                PERFORM REVALIDATE-KEY THRU REVALIDATE-KEY-EXIT
                PERFORM COMPARE-MASTER THRU COMPARE-MASTER-EXIT
            END-IF
    END-READ.
CHECK-MASTER-ENTRY-EXIT.
    EXIT.

*>Today's answer for CHECK-KEY, kept in the NOW- fields so the RCONV
*>second opinion can have the parameter block. A numeral CONV accepts
*>must render back to itself; one that doesn't is CONV accepting a
*>form it shouldn't, which no cache correction can cure, so it is
*>reported for the parsing rules to be looked at.
REVALIDATE-KEY.
    ADD 1 TO KEYS-CHECKED.
    MOVE ZERO TO M.
    MOVE SPACES TO ARRAY-AREA.
    PERFORM FIND-LENGTH THRU FIND-LENGTH-EXIT VARYING I FROM 1 BY 1
        UNTIL I IS GREATER THAN 30.
    CALL "conv" USING ARRAY-AREA, M, ERR, SUM1, CASE-IND,
        ERR-POS, ERR-TEXT, RUN-ID, MODE-IND, NORM-IND, RUN-SERIAL.
    MOVE SUM1 TO NOW-SUM1.
    MOVE ERR TO NOW-ERR.
    MOVE ERR-POS TO NOW-POS.
    MOVE ERR-TEXT TO NOW-TEXT.
    IF NOW-ERR IS EQUAL TO 1
        CALL "rconv" USING ARRAY-AREA, M, ERR, SUM1
        IF ERR IS NOT EQUAL TO 1 OR ARRAY-AREA IS NOT EQUAL TO CHECK-KEY
            ADD 1 TO ROUND-TRIP-BAD
            MOVE SPACES TO CONVRVAL-RECORD
            MOVE 'CONV' TO FINDING-FILE
            MOVE CHECK-KEY TO FINDING-KEY
            MOVE NOW-SUM1 TO FINDING-NEW-SUM1
            MOVE NOW-ERR TO FINDING-NEW-ERR
            MOVE 'RCONV RENDERS' TO FINDING-DIFF
            MOVE ARRAY-AREA TO FINDING-DIFF(15:16)
            MOVE 'REPORTED' TO FINDING-ACTION
            WRITE CONVRVAL-RECORD
        END-IF
    END-IF.
REVALIDATE-KEY-EXIT.
    EXIT.

*>Keys are stored folded and left-justified, so the length CONV
*>needs is the position of the last non-space column.
FIND-LENGTH.
    IF CHECK-KEY(I:1) IS NOT EQUAL TO SPACE
        MOVE CHECK-KEY(I:1) TO S(I)
        MOVE I TO M
    END-IF.
FIND-LENGTH-EXIT.
    EXIT.

*>The index carries only the latest archived value and code.
COMPARE-INDEX.
    MOVE SPACES TO DIFF-TEXT.
    MOVE 1 TO DIFF-POS.
    IF CONVHIX-SUM1 IS NOT EQUAL TO NOW-SUM1
        STRING 'SUM1 ' DELIMITED BY SIZE INTO DIFF-TEXT
            WITH POINTER DIFF-POS
        END-STRING
    END-IF.
    IF CONVHIX-ERR IS NOT EQUAL TO NOW-ERR
        STRING 'ERR ' DELIMITED BY SIZE INTO DIFF-TEXT
            WITH POINTER DIFF-POS
        END-STRING
    END-IF.
    IF DIFF-TEXT IS NOT EQUAL TO SPACES
        ADD 1 TO INDEX-STALE
        MOVE SPACES TO CONVRVAL-RECORD
        MOVE 'CONVHIX' TO FINDING-FILE
        MOVE CONVHIX-KEY TO FINDING-KEY
        MOVE CONVHIX-SUM1 TO FINDING-OLD-SUM1
        MOVE CONVHIX-ERR TO FINDING-OLD-ERR
        PERFORM SHOW-NOW THRU SHOW-NOW-EXIT
        MOVE 'REPORTED' TO FINDING-ACTION
        WRITE CONVRVAL-RECORD
    END-IF.
COMPARE-INDEX-EXIT.
    EXIT.

*>CONVMST-RECORD holds the entry just read, by key or in sequence;
*>either way a REWRITE or DELETE now acts on that entry.
COMPARE-MASTER.
    MOVE SPACES TO DIFF-TEXT.
    MOVE 1 TO DIFF-POS.
    IF CONVMST-SUM1 IS NOT EQUAL TO NOW-SUM1
        STRING 'SUM1 ' DELIMITED BY SIZE INTO DIFF-TEXT
            WITH POINTER DIFF-POS
        END-STRING
    END-IF.
    IF CONVMST-ERR IS NOT EQUAL TO NOW-ERR
        STRING 'ERR ' DELIMITED BY SIZE INTO DIFF-TEXT
            WITH POINTER DIFF-POS
        END-STRING
    END-IF.
    IF CONVMST-POS IS NOT EQUAL TO NOW-POS
        STRING 'POS ' DELIMITED BY SIZE INTO DIFF-TEXT
            WITH POINTER DIFF-POS
        END-STRING
    END-IF.
    IF CONVMST-TEXT IS NOT EQUAL TO NOW-TEXT
        STRING 'TEXT ' DELIMITED BY SIZE INTO DIFF-TEXT
            WITH POINTER DIFF-POS
        END-STRING
    END-IF.
    IF DIFF-TEXT IS NOT EQUAL TO SPACES
        ADD 1 TO MASTER-STALE
        MOVE SPACES TO CONVRVAL-RECORD
        MOVE 'CONVMST' TO FINDING-FILE
        MOVE CONVMST-KEY TO FINDING-KEY
        MOVE CONVMST-SUM1 TO FINDING-OLD-SUM1
        MOVE CONVMST-ERR TO FINDING-OLD-ERR
        MOVE CONVMST-POS TO FINDING-OLD-POS
        PERFORM SHOW-NOW THRU SHOW-NOW-EXIT
        PERFORM APPLY-CORRECTION THRU APPLY-CORRECTION-EXIT
        WRITE CONVRVAL-RECORD
        IF CONVMST-TEXT IS NOT EQUAL TO NOW-TEXT
            MOVE SPACES TO CONVRVAL-RECORD
            MOVE 'WAS: ' TO TEXT-OLD-LABEL
            MOVE BEFORE-IMAGE(42:40) TO TEXT-OLD
            MOVE 'NOW: ' TO TEXT-NEW-LABEL
            MOVE NOW-TEXT TO TEXT-NEW
            WRITE CONVRVAL-RECORD
        END-IF
    END-IF.
COMPARE-MASTER-EXIT.
    EXIT.

SHOW-NOW.
    MOVE NOW-SUM1 TO FINDING-NEW-SUM1.
    MOVE NOW-ERR TO FINDING-NEW-ERR.
    MOVE NOW-POS TO FINDING-NEW-POS.
    MOVE DIFF-TEXT TO FINDING-DIFF.
SHOW-NOW-EXIT.
    EXIT.

*>The before image is taken whatever the function, since the text
*>line reads the old wording from it. A failed REWRITE or DELETE is
*>reported on the line and not journaled - the entry is as it was.
APPLY-CORRECTION.
    MOVE CONVMST-RECORD TO BEFORE-IMAGE.
    IF REPORT-FUNCTION
        MOVE 'REPORTED' TO FINDING-ACTION
    ELSE
        MOVE SPACES TO CONVJRN-RECORD
        MOVE CONVMST-KEY TO CONVJRN-KEY
        MOVE BEFORE-IMAGE TO CONVJRN-BEFORE
        IF UPDATE-FUNCTION
            MOVE NOW-SUM1 TO CONVMST-SUM1
            MOVE NOW-ERR TO CONVMST-ERR
            MOVE NOW-POS TO CONVMST-POS
            MOVE NOW-TEXT TO CONVMST-TEXT
            REWRITE CONVMST-RECORD
                INVALID KEY
                    MOVE 'FAILED' TO FINDING-ACTION
                NOT INVALID KEY
                    ADD 1 TO CORRECTED-COUNT
                    MOVE 'CORRECTED' TO FINDING-ACTION
                    MOVE CONVMST-RECORD TO CONVJRN-AFTER
                    PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
            END-REWRITE
        ELSE
            DELETE CONVMST-FILE
                INVALID KEY
                    MOVE 'FAILED' TO FINDING-ACTION
                NOT INVALID KEY
                    ADD 1 TO DELETED-COUNT
                    MOVE 'DELETED' TO FINDING-ACTION
                    PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
            END-DELETE
        END-IF
    END-IF.
APPLY-CORRECTION-EXIT.
    EXIT.

*>Stamps the parts every journal entry shares; the caller has already
*>filled in the key and images. A correction journals as an update,
*>a removal as a delete.
WRITE-JOURNAL.
    ACCEPT CONVJRN-DATE FROM DATE YYYYMMDD.
    ACCEPT CONVJRN-TIME FROM TIME.
    MOVE OPERATOR-ID TO CONVJRN-OPERATOR.
    MOVE 'CONVRVAL' TO CONVJRN-PROGRAM.
    MOVE FUNCTION-PARM TO CONVJRN-FUNCTION.
    MOVE 'CONVMST' TO CONVJRN-MASTER.
    WRITE CONVJRN-RECORD.
    IF CONVJRN-STATUS IS NOT EQUAL TO '00'
        DISPLAY 'CONVRVAL: JOURNAL WRITE FAILED, STATUS '
            CONVJRN-STATUS
    END-IF.
WRITE-JOURNAL-EXIT.
    EXIT.

TERMINATE-RUN.
    IF MASTER-OPEN
        CLOSE CONVMST-FILE
    END-IF.
    IF INDEX-OPEN
        CLOSE CONVHIX-FILE
    END-IF.
    IF JOURNAL-OPEN
        CLOSE CONVJRN-FILE
    END-IF.
    IF MASTER-STALE IS EQUAL TO ZERO AND INDEX-STALE IS EQUAL TO ZERO
        AND ROUND-TRIP-BAD IS EQUAL TO ZERO AND RVAL-RC IS EQUAL TO ZERO
        MOVE SPACES TO CONVRVAL-RECORD
        MOVE 'EVERY ENTRY AGREES WITH CONV' TO CONVRVAL-RECORD
        WRITE CONVRVAL-RECORD
    END-IF.
    CLOSE CONVRVAL-FILE.
    DISPLAY 'CONVRVAL: NUMERALS REVALIDATED ' KEYS-CHECKED.
    DISPLAY 'CONVRVAL: CONVMST ENTRIES READ ' MASTER-READ
        ' STALE ' MASTER-STALE.
    DISPLAY 'CONVRVAL: CONVHIX ENTRIES READ ' INDEX-READ
        ' STALE ' INDEX-STALE.
    DISPLAY 'CONVRVAL: RCONV ROUND TRIPS FAILED ' ROUND-TRIP-BAD.
    IF UPDATE-FUNCTION OR DELETE-FUNCTION
        DISPLAY 'CONVRVAL: ENTRIES CORRECTED ' CORRECTED-COUNT
            ' DELETED ' DELETED-COUNT
    END-IF.
    IF RVAL-RC IS LESS THAN 4
        IF MASTER-STALE IS GREATER THAN ZERO
            OR INDEX-STALE IS GREATER THAN ZERO
            OR ROUND-TRIP-BAD IS GREATER THAN ZERO
            MOVE 4 TO RVAL-RC
        END-IF
    END-IF.
    MOVE RVAL-RC TO RETURN-CODE.
TERMINATE-RUN-EXIT.
    EXIT.
