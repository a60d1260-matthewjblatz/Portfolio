IDENTIFICATION DIVISION.
PROGRAM-ID. convjrpt.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONVJRN-FILE ASSIGN TO "CONVJRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVJRN-STATUS.
    SELECT CONVJRPT-FILE ASSIGN TO "CONVJRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CONVJRN-FILE.
    COPY "convjrn.cpy".

FD CONVJRPT-FILE.
    01 CONVJRPT-RECORD PICTURE X(132).
    01 ENTRY-LINE REDEFINES CONVJRPT-RECORD.
       02 ENTRY-DATE      PICTURE 9(08).
       02 FILLER          PICTURE X(01).
       02 ENTRY-TIME      PICTURE X(08).
       02 FILLER          PICTURE X(02).
       02 ENTRY-OPERATOR  PICTURE X(08).
       02 FILLER          PICTURE X(02).
       02 ENTRY-PROGRAM   PICTURE X(08).
       02 FILLER          PICTURE X(02).
       02 ENTRY-FUNCTION  PICTURE X(08).
       02 FILLER          PICTURE X(02).
       02 ENTRY-MASTER    PICTURE X(07).
       02 FILLER          PICTURE X(02).
       02 ENTRY-KEY       PICTURE X(30).
       02 FILLER          PICTURE X(44).
    01 DEPT-IMAGE-LINE REDEFINES CONVJRPT-RECORD.
       02 FILLER          PICTURE X(04).
       02 DIMG-LABEL      PICTURE X(07).
       02 FILLER          PICTURE X(01).
       02 DIMG-NAME       PICTURE X(30).
       02 FILLER          PICTURE X(01).
       02 DIMG-CONTACT    PICTURE X(30).
       02 FILLER          PICTURE X(01).
       02 DIMG-THRESH-LIT PICTURE X(07).
       02 DIMG-THRESH     PICTURE ZZ9.99.
       02 FILLER          PICTURE X(01).
       02 DIMG-LIMIT-LIT  PICTURE X(06).
       02 DIMG-LIMIT      PICTURE Z(7)9.
       02 FILLER          PICTURE X(01).
       02 DIMG-PROB-LIT   PICTURE X(05).
       02 DIMG-PROB       PICTURE X(01).
       02 FILLER          PICTURE X(01).
       02 DIMG-HOLD-LIT   PICTURE X(05).
       02 DIMG-HOLD       PICTURE Z(6)9.
       02 FILLER          PICTURE X(10).
    01 MASTER-IMAGE-LINE REDEFINES CONVJRPT-RECORD.
       02 FILLER          PICTURE X(04).
       02 MIMG-LABEL      PICTURE X(07).
       02 FILLER          PICTURE X(01).
       02 MIMG-SUM1       PICTURE Z(7)9.
       02 FILLER          PICTURE X(01).
       02 MIMG-ERR-LIT    PICTURE X(04).
       02 MIMG-ERR        PICTURE 9.
       02 FILLER          PICTURE X(01).
       02 MIMG-POS-LIT    PICTURE X(04).
       02 MIMG-POS        PICTURE Z9.
       02 FILLER          PICTURE X(01).
       02 MIMG-TEXT       PICTURE X(40).
       02 FILLER          PICTURE X(01).
       02 MIMG-USED-LIT   PICTURE X(05).
       02 MIMG-USED       PICTURE 9(08).
       02 FILLER          PICTURE X(44).
    01 RATE-IMAGE-LINE REDEFINES CONVJRPT-RECORD.
       02 FILLER          PICTURE X(04).
       02 RIMG-LABEL      PICTURE X(07).
       02 FILLER          PICTURE X(01).
       02 RIMG-DESC       PICTURE X(24).
       02 FILLER          PICTURE X(01).
       02 RIMG-R-LIT      PICTURE X(02).
       02 RIMG-R-RATE     PICTURE ZZ9.9999.
       02 FILLER          PICTURE X(01).
       02 RIMG-N-LIT      PICTURE X(02).
       02 RIMG-N-RATE     PICTURE ZZ9.9999.
       02 FILLER          PICTURE X(01).
       02 RIMG-A-LIT      PICTURE X(02).
       02 RIMG-A-RATE     PICTURE ZZ9.9999.
       02 FILLER          PICTURE X(01).
       02 RIMG-REJ-LIT    PICTURE X(04).
       02 RIMG-REJ-RATE   PICTURE ZZ9.9999.
       02 FILLER          PICTURE X(01).
       02 RIMG-FEE-LIT    PICTURE X(04).
       02 RIMG-FEE        PICTURE ZZZZ9.99.
       02 FILLER          PICTURE X(01).
       02 RIMG-TOL-LIT    PICTURE X(04).
       02 RIMG-TOL        PICTURE ZZZZ9.99.
       02 FILLER          PICTURE X(01).
       02 RIMG-GL-LIT     PICTURE X(03).
       02 RIMG-GL         PICTURE X(12).
       02 FILLER          PICTURE X(08).
    01 REBUILD-LINE REDEFINES CONVJRPT-RECORD.
       02 FILLER          PICTURE X(04).
       02 RB-LABEL        PICTURE X(07).
       02 FILLER          PICTURE X(01).
       02 RB-OLD-LIT      PICTURE X(16).
       02 RB-OLD          PICTURE Z(7)9.
       02 FILLER          PICTURE X(01).
       02 RB-NEW-LIT      PICTURE X(14).
       02 RB-NEW          PICTURE Z(7)9.
       02 FILLER          PICTURE X(01).
       02 RB-APPLIED-LIT  PICTURE X(16).
       02 RB-APPLIED      PICTURE Z(7)9.
       02 FILLER          PICTURE X(01).
       02 RB-SOURCE-LIT   PICTURE X(05).
       02 RB-SOURCE       PICTURE X(08).
       02 FILLER          PICTURE X(34).

WORKING-STORAGE SECTION.
77  CONVJRN-STATUS  PICTURE X(02).
77  EOF-SWITCH      PICTURE X(1) VALUE 'N'.
    88 END-OF-JOURNAL VALUE 'Y'.
77  ARG-COUNT       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  ARG-INDEX       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  ARG-TEXT        PICTURE X(30).
77  ARG-DIGITS      PICTURE X(08).
77  DATE-ARGS       PICTURE 9(01) VALUE ZERO.
77  FROM-DATE       PICTURE 9(08) VALUE ZERO.
77  TO-DATE         PICTURE 9(08) VALUE 99999999.
77  SELECT-TYPE     PICTURE X(01) VALUE SPACE.
    88 SELECT-DEPT  VALUE 'D'.
    88 SELECT-KEY   VALUE 'K'.
77  SELECT-VALUE    PICTURE X(30) VALUE SPACES.
77  VALUE-PENDING   PICTURE X(01) VALUE 'N'.
    88 VALUE-EXPECTED VALUE 'Y'.
77  JOURNAL-SWITCH  PICTURE X(01) VALUE 'N'.
    88 JOURNAL-OPEN VALUE 'Y'.
77  MATCH-SWITCH    PICTURE X(01) VALUE 'N'.
    88 ENTRY-MATCHES VALUE 'Y'.
77  ENTRIES-READ    PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  ENTRIES-LISTED  PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  LISTED-EDIT     PICTURE Z(7)9.
77  IMAGE-LABEL     PICTURE X(07).
77  IMAGE-TEXT      PICTURE X(89).

*>Work copies of the three master layouts, so a journal image can be
*>taken apart field by field for printing.
    COPY "convdpt.cpy".
    COPY "convmst.cpy".
    COPY "convrat.cpy".

*>Maintenance journal report over CONVJRN: every department, rate and
*>conversion-master change CONVDEPT, CONVRATE, CONVMNT, CONVRVAL and
*>CONVREST have journaled, one entry per change with who made it and
*>when, then the record as it stood before and after. Selections, all
*>optional and combinable:
*>  yyyymmdd [yyyymmdd] - journal dates from the first through the
*>                        second (from the first onward when only one
*>                        is given)
*>  D deptid            - changes to that department's CONVDPT entry
*>                        and its CONVRAT rates
*>  K numeral           - changes to that CONVMST key (folded to upper
*>                        case the way the master keys it)
*>With no selections the whole journal is listed. A D or K selection
*>leaves out rebuild summaries, which belong to no one key.
PROCEDURE DIVISION.
MAINLINE.
    PERFORM PARSE-COMMAND-LINE THRU PARSE-COMMAND-LINE-EXIT.
    PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
    PERFORM LIST-ENTRY THRU LIST-ENTRY-EXIT UNTIL END-OF-JOURNAL.
    PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
    STOP RUN.

PARSE-COMMAND-LINE.
    ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
    PERFORM CHECK-ARG THRU CHECK-ARG-EXIT VARYING ARG-INDEX FROM 1 BY 1
        UNTIL ARG-INDEX IS GREATER THAN ARG-COUNT.
    IF VALUE-EXPECTED
        DISPLAY 'CONVJRPT: ' SELECT-TYPE ' NEEDS A VALUE - IGNORED'
        MOVE SPACE TO SELECT-TYPE
    END-IF.
PARSE-COMMAND-LINE-EXIT.
    EXIT.

*>A D or K takes the argument after it as its value; an eight-digit
*>argument is a date, the first the start of the range and the second
*>its end. Anything else is reported and ignored.
CHECK-ARG.
    DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER.
    ACCEPT ARG-TEXT FROM ARGUMENT-VALUE.
    MOVE ARG-TEXT(1:8) TO ARG-DIGITS.
    IF VALUE-EXPECTED
        MOVE ARG-TEXT TO SELECT-VALUE
        IF SELECT-KEY
            INSPECT SELECT-VALUE CONVERTING 'ivxlcdm' TO 'IVXLCDM'
        END-IF
        MOVE 'N' TO VALUE-PENDING
    ELSE
        IF ARG-TEXT IS EQUAL TO 'D' OR 'd'
            MOVE 'D' TO SELECT-TYPE
            MOVE 'Y' TO VALUE-PENDING
        ELSE
            IF ARG-TEXT IS EQUAL TO 'K' OR 'k'
                MOVE 'K' TO SELECT-TYPE
                MOVE 'Y' TO VALUE-PENDING
            ELSE
                IF ARG-DIGITS IS NUMERIC
                    AND ARG-TEXT(9:22) IS EQUAL TO SPACES
                    AND DATE-ARGS IS LESS THAN 2
                    ADD 1 TO DATE-ARGS
                    IF DATE-ARGS IS EQUAL TO 1
                        MOVE ARG-DIGITS TO FROM-DATE
                    ELSE
                        MOVE ARG-DIGITS TO TO-DATE
                    END-IF
                ELSE
                    DISPLAY 'CONVJRPT: ARGUMENT ' ARG-TEXT ' IGNORED'
                END-IF
            END-IF
        END-IF
    END-IF.
CHECK-ARG-EXIT.
    EXIT.

*>No journal yet isn't an error - the report just says so, the same
*>stance CONVTRND takes on a missing history file.
INITIALIZE-RUN.
    MOVE ZERO TO ENTRIES-READ ENTRIES-LISTED.
    OPEN OUTPUT CONVJRPT-FILE.
    MOVE SPACES TO CONVJRPT-RECORD.
    MOVE 'MAINTENANCE JOURNAL' TO CONVJRPT-RECORD.
    WRITE CONVJRPT-RECORD.
    MOVE SPACES TO CONVJRPT-RECORD.
    STRING 'DATES ' FROM-DATE ' THRU ' TO-DATE
        DELIMITED BY SIZE INTO CONVJRPT-RECORD.
    IF SELECT-DEPT
        MOVE '  DEPARTMENT' TO CONVJRPT-RECORD(29:12)
        MOVE SELECT-VALUE TO CONVJRPT-RECORD(42:30)
    END-IF.
    IF SELECT-KEY
        MOVE '  KEY' TO CONVJRPT-RECORD(29:5)
        MOVE SELECT-VALUE TO CONVJRPT-RECORD(35:30)
    END-IF.
    WRITE CONVJRPT-RECORD.
    MOVE SPACES TO CONVJRPT-RECORD.
    MOVE 'DATE     TIME      OPERATOR  PROGRAM   FUNCTION  MASTER   KEY'
        TO CONVJRPT-RECORD.
    WRITE CONVJRPT-RECORD.
    OPEN INPUT CONVJRN-FILE.
    IF CONVJRN-STATUS IS NOT EQUAL TO '00'
        MOVE 'Y' TO EOF-SWITCH
    ELSE
        MOVE 'Y' TO JOURNAL-SWITCH
        PERFORM READ-JOURNAL THRU READ-JOURNAL-EXIT
    END-IF.
INITIALIZE-RUN-EXIT.
    EXIT.

READ-JOURNAL.
    READ CONVJRN-FILE
        AT END MOVE 'Y' TO EOF-SWITCH
    END-READ.
READ-JOURNAL-EXIT.
    EXIT.

LIST-ENTRY.
    ADD 1 TO ENTRIES-READ.
    PERFORM CHECK-SELECTION THRU CHECK-SELECTION-EXIT.
    IF ENTRY-MATCHES
        ADD 1 TO ENTRIES-LISTED
        PERFORM WRITE-ENTRY THRU WRITE-ENTRY-EXIT
    END-IF.
    PERFORM READ-JOURNAL THRU READ-JOURNAL-EXIT.
LIST-ENTRY-EXIT.
    EXIT.

CHECK-SELECTION.
    MOVE 'Y' TO MATCH-SWITCH.
    IF CONVJRN-DATE IS NOT NUMERIC
        OR CONVJRN-DATE IS LESS THAN FROM-DATE
        OR CONVJRN-DATE IS GREATER THAN TO-DATE
        MOVE 'N' TO MATCH-SWITCH
    END-IF.
    IF SELECT-DEPT
        IF (NOT CONVJRN-DEPT-MASTER AND NOT CONVJRN-RATE-MASTER)
            OR CONVJRN-KEY IS NOT EQUAL TO SELECT-VALUE
            MOVE 'N' TO MATCH-SWITCH
        END-IF
    END-IF.
    IF SELECT-KEY
        IF NOT CONVJRN-CONV-MASTER
            OR CONVJRN-REBUILD
            OR CONVJRN-KEY IS NOT EQUAL TO SELECT-VALUE
            MOVE 'N' TO MATCH-SWITCH
        END-IF
    END-IF.
CHECK-SELECTION-EXIT.
    EXIT.

*>The entry line, then the images beneath it - or, for a rebuild,
*>the one summary line it was journaled with.
WRITE-ENTRY.
    MOVE SPACES TO CONVJRPT-RECORD.
    WRITE CONVJRPT-RECORD.
    MOVE CONVJRN-DATE TO ENTRY-DATE.
    MOVE CONVJRN-TIME TO ENTRY-TIME.
    MOVE CONVJRN-OPERATOR TO ENTRY-OPERATOR.
    MOVE CONVJRN-PROGRAM TO ENTRY-PROGRAM.
    MOVE CONVJRN-FUNCTION TO ENTRY-FUNCTION.
    IF CONVJRN-ADD
        MOVE 'ADD' TO ENTRY-FUNCTION
    END-IF.
    IF CONVJRN-UPDATE
        MOVE 'UPDATE' TO ENTRY-FUNCTION
    END-IF.
    IF CONVJRN-DELETE
        MOVE 'DELETE' TO ENTRY-FUNCTION
    END-IF.
    IF CONVJRN-PURGE
        MOVE 'PURGE' TO ENTRY-FUNCTION
    END-IF.
    IF CONVJRN-REBUILD
        MOVE 'REBUILD' TO ENTRY-FUNCTION
    END-IF.
    MOVE CONVJRN-MASTER TO ENTRY-MASTER.
    MOVE CONVJRN-KEY TO ENTRY-KEY.
    WRITE CONVJRPT-RECORD.
    IF CONVJRN-REBUILD
        PERFORM WRITE-REBUILD-LINE THRU WRITE-REBUILD-LINE-EXIT
    ELSE
        MOVE 'BEFORE' TO IMAGE-LABEL
        MOVE CONVJRN-BEFORE TO IMAGE-TEXT
        PERFORM WRITE-IMAGE-LINE THRU WRITE-IMAGE-LINE-EXIT
        MOVE 'AFTER' TO IMAGE-LABEL
        MOVE CONVJRN-AFTER TO IMAGE-TEXT
        PERFORM WRITE-IMAGE-LINE THRU WRITE-IMAGE-LINE-EXIT
    END-IF.
WRITE-ENTRY-EXIT.
    EXIT.

*>A blank image is the side of an add or delete where the record
*>didn't exist.
WRITE-IMAGE-LINE.
    MOVE SPACES TO CONVJRPT-RECORD.
    IF IMAGE-TEXT IS EQUAL TO SPACES
        MOVE IMAGE-LABEL TO DIMG-LABEL
        MOVE '(NO RECORD)' TO DIMG-NAME
    ELSE
        IF CONVJRN-DEPT-MASTER
            MOVE IMAGE-TEXT TO CONVDPT-RECORD
            MOVE IMAGE-LABEL TO DIMG-LABEL
            MOVE CONVDPT-NAME TO DIMG-NAME
            MOVE CONVDPT-CONTACT TO DIMG-CONTACT
            MOVE 'THRESH' TO DIMG-THRESH-LIT
            MOVE CONVDPT-FAIL-THRESH TO DIMG-THRESH
            MOVE 'LIMIT' TO DIMG-LIMIT-LIT
            MOVE CONVDPT-MAX-RECORDS TO DIMG-LIMIT
            MOVE 'PROB' TO DIMG-PROB-LIT
            MOVE CONVDPT-PROBATION TO DIMG-PROB
            MOVE 'HOLD' TO DIMG-HOLD-LIT
            IF CONVDPT-HOLD-VOLUME IS NUMERIC
                MOVE CONVDPT-HOLD-VOLUME TO DIMG-HOLD
            ELSE
                MOVE ZERO TO DIMG-HOLD
            END-IF
        ELSE
            IF CONVJRN-RATE-MASTER
                PERFORM FORMAT-RATE-IMAGE THRU FORMAT-RATE-IMAGE-EXIT
            ELSE
                MOVE IMAGE-TEXT TO CONVMST-RECORD
                MOVE IMAGE-LABEL TO MIMG-LABEL
                MOVE CONVMST-SUM1 TO MIMG-SUM1
                MOVE 'ERR' TO MIMG-ERR-LIT
                MOVE CONVMST-ERR TO MIMG-ERR
                MOVE 'POS' TO MIMG-POS-LIT
                MOVE CONVMST-POS TO MIMG-POS
                MOVE CONVMST-TEXT TO MIMG-TEXT
                MOVE 'USED' TO MIMG-USED-LIT
                MOVE CONVMST-LAST-USED TO MIMG-USED
            END-IF
        END-IF
    END-IF.
    WRITE CONVJRPT-RECORD.
WRITE-IMAGE-LINE-EXIT.
    EXIT.

FORMAT-RATE-IMAGE.
    MOVE IMAGE-TEXT TO CONVRAT-RECORD.
    MOVE IMAGE-LABEL TO RIMG-LABEL.
    MOVE CONVRAT-DESC TO RIMG-DESC.
    MOVE 'R' TO RIMG-R-LIT.
    MOVE CONVRAT-R-RATE TO RIMG-R-RATE.
    MOVE 'N' TO RIMG-N-LIT.
    MOVE CONVRAT-N-RATE TO RIMG-N-RATE.
    MOVE 'A' TO RIMG-A-LIT.
    MOVE CONVRAT-A-RATE TO RIMG-A-RATE.
    MOVE 'REJ' TO RIMG-REJ-LIT.
    MOVE CONVRAT-REJ-RATE TO RIMG-REJ-RATE.
    MOVE 'FEE' TO RIMG-FEE-LIT.
    MOVE CONVRAT-BATCH-FEE TO RIMG-FEE.
    MOVE 'TOL' TO RIMG-TOL-LIT.
    MOVE CONVRAT-TOL-CHARGE TO RIMG-TOL.
    MOVE 'GL' TO RIMG-GL-LIT.
    MOVE CONVRAT-GL-ACCOUNT TO RIMG-GL.
FORMAT-RATE-IMAGE-EXIT.
    EXIT.

WRITE-REBUILD-LINE.
    MOVE SPACES TO CONVJRPT-RECORD.
    MOVE 'REBUILT' TO RB-LABEL.
    MOVE 'ENTRIES BEFORE' TO RB-OLD-LIT.
    MOVE CONVJRN-OLD-COUNT TO RB-OLD.
    MOVE 'ENTRIES AFTER' TO RB-NEW-LIT.
    MOVE CONVJRN-NEW-COUNT TO RB-NEW.
    MOVE 'LINES APPLIED' TO RB-APPLIED-LIT.
    MOVE CONVJRN-APPLIED TO RB-APPLIED.
    MOVE 'FROM' TO RB-SOURCE-LIT.
    MOVE CONVJRN-SOURCE TO RB-SOURCE.
    WRITE CONVJRPT-RECORD.
WRITE-REBUILD-LINE-EXIT.
    EXIT.

TERMINATE-RUN.
    MOVE SPACES TO CONVJRPT-RECORD.
    WRITE CONVJRPT-RECORD.
    IF NOT JOURNAL-OPEN
        MOVE 'NO MAINTENANCE JOURNAL ON FILE YET' TO CONVJRPT-RECORD
        WRITE CONVJRPT-RECORD
    ELSE
        CLOSE CONVJRN-FILE
        MOVE ENTRIES-LISTED TO LISTED-EDIT
        STRING 'ENTRIES LISTED ' LISTED-EDIT
            DELIMITED BY SIZE INTO CONVJRPT-RECORD
        WRITE CONVJRPT-RECORD
    END-IF.
    CLOSE CONVJRPT-FILE.
    DISPLAY 'CONVJRPT: ENTRIES LISTED ' ENTRIES-LISTED.
TERMINATE-RUN-EXIT.
    EXIT.
