IDENTIFICATION DIVISION.
PROGRAM-ID. convxtr.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONVTXT-FILE ASSIGN TO "CONVTXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVTXT-STATUS.
    SELECT CONVANN-FILE ASSIGN TO "CONVANN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CONVCON-FILE ASSIGN TO "CONVCON"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CONVREV-FILE ASSIGN TO "CONVREV"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CONVXIN-FILE ASSIGN TO "CONVXIN"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CONVTXT-FILE.
    01 CONVTXT-RECORD PICTURE X(132).

FD CONVANN-FILE.
    01 CONVANN-RECORD PICTURE X(264).

FD CONVCON-FILE.
    COPY "convcon.cpy".

FD CONVREV-FILE.
    01 CONVREV-RECORD PICTURE X(132).
    01 REVIEW-LINE REDEFINES CONVREV-RECORD.
       02 REVIEW-LINE-NO  PICTURE Z(5)9.
       02 FILLER          PICTURE X(02).
       02 REVIEW-COLUMN   PICTURE ZZ9.
       02 FILLER          PICTURE X(02).
       02 REVIEW-TOKEN    PICTURE X(30).
       02 FILLER          PICTURE X(02).
       02 REVIEW-REASON   PICTURE X(24).
       02 FILLER          PICTURE X(02).
       02 REVIEW-CONTEXT  PICTURE X(50).
       02 FILLER          PICTURE X(11).

FD CONVXIN-FILE.
    COPY "convin.cpy".

WORKING-STORAGE SECTION.
77  CONVTXT-STATUS  PICTURE X(02).
77  EOF-SWITCH      PICTURE X(1) VALUE 'N'.
    88 END-OF-TEXT VALUE 'Y'.
77  ARG-COUNT       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  ARG-INDEX       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  ARG-TEXT        PICTURE X(20).
77  ARG-DIGITS      PICTURE X(06).
77  DEPT-PARM       PICTURE X(08) VALUE SPACES.
77  BATCH-NO-PARM   PICTURE 9(06) VALUE ZEROS.
77  BATCH-SWITCH    PICTURE X(01) VALUE 'N'.
    88 BATCH-WANTED VALUE 'Y'.
77  RUN-DATE        PICTURE 9(08).
77  RUN-TIME        PICTURE X(08).
77  XTR-RC          PICTURE 9(02) USAGE IS COMPUTATIONAL.
77  TEXT-LINE-COUNT PICTURE 9(06) USAGE IS COMPUTATIONAL.
77  LINE-LEN        PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  SCAN-POS        PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  TOKEN-START     PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  TOKEN-END       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  TOKEN-LEN       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  TOKEN-INDEX     PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  OUT-POS         PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  CONTEXT-START   PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  CHAR-WORK       PICTURE X(01).
77  LETTER-SWITCH   PICTURE X(01).
    88 CHAR-IS-LETTER VALUE 'Y'.
77  TOKEN-END-SWITCH PICTURE X(01).
    88 TOKEN-COMPLETE VALUE 'Y'.
77  ROMAN-SWITCH    PICTURE X(01).
    88 TOKEN-ALL-ROMAN VALUE 'Y'.
77  CLIP-SWITCH     PICTURE X(01).
    88 LINE-CLIPPED VALUE 'Y'.
77  UPPER-COUNT     PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  LOWER-COUNT     PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  WORD-INDEX      PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  WORD-SWITCH     PICTURE X(01).
    88 TOKEN-IS-WORD VALUE 'Y'.
77  TOKEN-FOLDED    PICTURE X(30).
77  REASON-TEXT     PICTURE X(24).
77  ANNOTATION      PICTURE X(12).
77  VALUE-EDIT      PICTURE Z(7)9.
77  VALUE-SPACES    PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  ERR-DIGIT       PICTURE 9.
77  TOKENS-FOUND    PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  TOKENS-VALUED   PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  TOKENS-FAILED   PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  TOKENS-REVIEW   PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  TOKENS-ARCHAIC  PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  LINES-CLIPPED   PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  BATCH-COUNT     PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  BATCH-HASH      PICTURE 9(10) USAGE IS COMPUTATIONAL.
01  OUT-LINE        PICTURE X(264).
COPY "convparm.cpy".
COPY "arrarea.cpy".

*>Words that are spelled entirely in numeral letters and turn up in
*>running text far more often as words than as figures. A token that
*>folds to one of these is never valued on the extractor's say-so -
*>it goes to the review list and a person decides.
01  WORD-LIST.
    02 FILLER PICTURE X(05) VALUE 'I'.
    02 FILLER PICTURE X(05) VALUE 'MIX'.
    02 FILLER PICTURE X(05) VALUE 'DID'.
    02 FILLER PICTURE X(05) VALUE 'DIM'.
    02 FILLER PICTURE X(05) VALUE 'MID'.
    02 FILLER PICTURE X(05) VALUE 'LID'.
    02 FILLER PICTURE X(05) VALUE 'MILD'.
    02 FILLER PICTURE X(05) VALUE 'MILL'.
    02 FILLER PICTURE X(05) VALUE 'ILL'.
    02 FILLER PICTURE X(05) VALUE 'DILL'.
    02 FILLER PICTURE X(05) VALUE 'CIVIL'.
    02 FILLER PICTURE X(05) VALUE 'CIVIC'.
    02 FILLER PICTURE X(05) VALUE 'VIVID'.
    02 FILLER PICTURE X(05) VALUE 'LIVID'.
    02 FILLER PICTURE X(05) VALUE 'MIMIC'.
    02 FILLER PICTURE X(05) VALUE 'VIM'.
    02 FILLER PICTURE X(05) VALUE 'DIV'.
    02 FILLER PICTURE X(05) VALUE 'MD'.
    02 FILLER PICTURE X(05) VALUE 'CD'.
    02 FILLER PICTURE X(05) VALUE 'CV'.
    02 FILLER PICTURE X(05) VALUE 'DC'.
    02 FILLER PICTURE X(05) VALUE 'MC'.
    02 FILLER PICTURE X(05) VALUE 'LI'.
    02 FILLER PICTURE X(05) VALUE 'MI'.
01  WORD-TABLE REDEFINES WORD-LIST.
    02 AMBIGUOUS-WORD PICTURE X(05) OCCURS 24 TIMES.

*>Numeral extractor for transcribed documents. Reads a plain-text
*>transcription (CONVTXT - a ledger page, an inscription, a deed) and
*>picks out every word spelled entirely in numeral letters, in either
*>case: "anno MDCCXLII", "folio xiv". Each one is valued through CONV
*>in tolerant mode, since the documents are old enough to write IIII,
*>and the run leaves four files:
*>  CONVANN - the document again, line for line, with the value in
*>            brackets after each numeral: MDCCXLII [1742]. A token
*>            CONV refuses is marked [ERR n]; one set aside for review
*>            is marked [?].
*>  CONVCON - the concordance, one record per valued numeral (see
*>            convcon.cpy).
*>  CONVREV - the review list: tokens that read as ordinary words (a
*>            lone I, MIX, DID and the like), tokens in mixed case
*>            ("Mix" opening a sentence), and letter runs too long to
*>            be a numeral - with the surrounding text so the reviewer
*>            needn't open the document.
*>  CONVXIN - when a department is given, a controlled CONVIN batch of
*>            every numeral CONV accepted, header and trailer built and
*>            the hash supplied, ready to be put up as CONVIN for the
*>            conversion window instead of keying the numerals by hand.
*>Arguments: [deptid [batchno]]. The batch is dated today; without a
*>batch number the time of the run (hhmmss) numbers it. Conversions
*>are logged under the run identifier EXTRACT, so the work is billed
*>once, when the batch itself runs. Return code 8 when there is no
*>transcription, 4 when anything went to review or failed to convert.
PROCEDURE DIVISION.
MAINLINE.
    PERFORM PARSE-COMMAND-LINE THRU PARSE-COMMAND-LINE-EXIT.
    PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
    PERFORM EXTRACT-LINE THRU EXTRACT-LINE-EXIT UNTIL END-OF-TEXT.
    PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
    STOP RUN.

PARSE-COMMAND-LINE.
    ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
    PERFORM CHECK-ARG THRU CHECK-ARG-EXIT VARYING ARG-INDEX FROM 1 BY 1
        UNTIL ARG-INDEX IS GREATER THAN ARG-COUNT.
PARSE-COMMAND-LINE-EXIT.
    EXIT.

*>The batch number is right-justified and zero-filled the way CONVIN
*>carries it; one that isn't a number is reported and the run's time
*>used instead.
CHECK-ARG.
    DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER.
    ACCEPT ARG-TEXT FROM ARGUMENT-VALUE.
    IF ARG-INDEX IS EQUAL TO 1
        MOVE ARG-TEXT(1:8) TO DEPT-PARM
        MOVE 'Y' TO BATCH-SWITCH
    ELSE
        IF ARG-INDEX IS EQUAL TO 2
            MOVE ARG-TEXT(1:6) TO ARG-DIGITS
            INSPECT ARG-DIGITS REPLACING TRAILING SPACES BY ZEROS
            IF ARG-DIGITS IS NUMERIC
                AND ARG-TEXT(7:14) IS EQUAL TO SPACES
                MOVE ARG-TEXT(1:6) TO ARG-DIGITS
                PERFORM RIGHT-JUSTIFY-BATCH-NO
                    THRU RIGHT-JUSTIFY-BATCH-NO-EXIT
            ELSE
                DISPLAY 'CONVXTR: BATCH NUMBER ' ARG-TEXT
                    ' NOT NUMERIC - RUN TIME USED'
            END-IF
        END-IF
    END-IF.
CHECK-ARG-EXIT.
    EXIT.

RIGHT-JUSTIFY-BATCH-NO.
    MOVE ZERO TO VALUE-SPACES.
    INSPECT ARG-DIGITS TALLYING VALUE-SPACES FOR TRAILING SPACES.
    IF VALUE-SPACES IS LESS THAN 6
        MOVE ARG-DIGITS(1:6 - VALUE-SPACES) TO BATCH-NO-PARM
    END-IF.
RIGHT-JUSTIFY-BATCH-NO-EXIT.
    EXIT.

*>A missing transcription is reported and the run ends with empty
*>outputs, so nothing downstream picks up last time's files as this
*>document's. CONVXIN is left empty too, without even a header - an
*>empty batch that balances would still be registered by CONVDRV and
*>use up its identity.
INITIALIZE-RUN.
    MOVE ZERO TO XTR-RC TEXT-LINE-COUNT.
    MOVE ZERO TO TOKENS-FOUND TOKENS-VALUED TOKENS-FAILED.
    MOVE ZERO TO TOKENS-REVIEW TOKENS-ARCHAIC LINES-CLIPPED.
    MOVE ZERO TO BATCH-COUNT BATCH-HASH.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT RUN-TIME FROM TIME.
    IF BATCH-NO-PARM IS EQUAL TO ZERO
        MOVE RUN-TIME(1:6) TO BATCH-NO-PARM
    END-IF.
    MOVE 'EXTRACT' TO RUN-ID.
    MOVE RUN-TIME TO RUN-SERIAL.
    MOVE 'T' TO MODE-IND.
    OPEN OUTPUT CONVANN-FILE.
    OPEN OUTPUT CONVCON-FILE.
    OPEN OUTPUT CONVREV-FILE.
    MOVE SPACES TO CONVREV-RECORD.
    MOVE 'NUMERAL EXTRACTION - TOKENS FOR REVIEW' TO CONVREV-RECORD.
    WRITE CONVREV-RECORD.
    MOVE SPACES TO CONVREV-RECORD.
    MOVE '  LINE  COL  TOKEN' TO CONVREV-RECORD(1:18).
    MOVE 'REASON' TO CONVREV-RECORD(46:6).
    MOVE 'CONTEXT' TO CONVREV-RECORD(72:7).
    WRITE CONVREV-RECORD.
    OPEN INPUT CONVTXT-FILE.
    IF CONVTXT-STATUS IS NOT EQUAL TO '00'
        DISPLAY 'CONVXTR: NO CONVTXT TRANSCRIPTION, STATUS '
            CONVTXT-STATUS
        MOVE 8 TO XTR-RC
        MOVE 'Y' TO EOF-SWITCH
        IF BATCH-WANTED
            OPEN OUTPUT CONVXIN-FILE
            CLOSE CONVXIN-FILE
            MOVE 'N' TO BATCH-SWITCH
        END-IF
    ELSE
        IF BATCH-WANTED
            OPEN OUTPUT CONVXIN-FILE
            MOVE SPACES TO CONVIN-RECORD
            MOVE 'H' TO CONVIN-REC-TYPE
            MOVE DEPT-PARM TO CONVIN-DEPT-ID
            MOVE RUN-DATE TO CONVIN-BATCH-DATE
            MOVE BATCH-NO-PARM TO CONVIN-BATCH-NO
            WRITE CONVIN-RECORD
        END-IF
        PERFORM READ-TEXT THRU READ-TEXT-EXIT
    END-IF.
INITIALIZE-RUN-EXIT.
    EXIT.

READ-TEXT.
    READ CONVTXT-FILE
        AT END MOVE 'Y' TO EOF-SWITCH
    END-READ.
READ-TEXT-EXIT.
    EXIT.

*>The line is copied across a character at a time; a letter starts a
*>token, which is taken whole and copied with its annotation behind
*>it. An annotated line that would overrun the output record is cut
*>at the record's end and counted - the concordance still has every
*>token on it.
EXTRACT-LINE.
    ADD 1 TO TEXT-LINE-COUNT.
    MOVE SPACES TO OUT-LINE.
    MOVE 1 TO OUT-POS.
    MOVE 'N' TO CLIP-SWITCH.
    MOVE 132 TO LINE-LEN.
    PERFORM FIND-LINE-END THRU FIND-LINE-END-EXIT
        UNTIL LINE-LEN IS EQUAL TO ZERO
        OR CONVTXT-RECORD(LINE-LEN:1) IS NOT EQUAL TO SPACE.
    MOVE 1 TO SCAN-POS.
    PERFORM SCAN-CHARACTER THRU SCAN-CHARACTER-EXIT
        UNTIL SCAN-POS IS GREATER THAN LINE-LEN.
    MOVE OUT-LINE TO CONVANN-RECORD.
    WRITE CONVANN-RECORD.
    IF LINE-CLIPPED
        ADD 1 TO LINES-CLIPPED
    END-IF.
    PERFORM READ-TEXT THRU READ-TEXT-EXIT.
EXTRACT-LINE-EXIT.
    EXIT.

FIND-LINE-END.
    SUBTRACT 1 FROM LINE-LEN.
FIND-LINE-END-EXIT.
    EXIT.

SCAN-CHARACTER.
    MOVE CONVTXT-RECORD(SCAN-POS:1) TO CHAR-WORK.
    PERFORM TEST-LETTER THRU TEST-LETTER-EXIT.
    IF CHAR-IS-LETTER
        PERFORM TAKE-TOKEN THRU TAKE-TOKEN-EXIT
    ELSE
        STRING CHAR-WORK DELIMITED BY SIZE
            INTO OUT-LINE WITH POINTER OUT-POS
            ON OVERFLOW MOVE 'Y' TO CLIP-SWITCH
        END-STRING
        ADD 1 TO SCAN-POS
    END-IF.
SCAN-CHARACTER-EXIT.
    EXIT.

*>Space passes the alphabetic class tests, so it is ruled out first.
TEST-LETTER.
    MOVE 'N' TO LETTER-SWITCH.
    IF CHAR-WORK IS NOT EQUAL TO SPACE
        IF CHAR-WORK IS ALPHABETIC-UPPER
            OR CHAR-WORK IS ALPHABETIC-LOWER
            MOVE 'Y' TO LETTER-SWITCH
        END-IF
    END-IF.
TEST-LETTER-EXIT.
    EXIT.

*>A token is the whole run of letters, so "Civil" or "Mixed" is one
*>word and never mistaken for the numerals inside it.
TAKE-TOKEN.
    MOVE SCAN-POS TO TOKEN-START.
    MOVE SCAN-POS TO TOKEN-END.
    MOVE 'N' TO TOKEN-END-SWITCH.
    PERFORM EXTEND-TOKEN THRU EXTEND-TOKEN-EXIT
        UNTIL TOKEN-COMPLETE.
    COMPUTE TOKEN-LEN = TOKEN-END - TOKEN-START + 1.
    MOVE 'Y' TO ROMAN-SWITCH.
    MOVE ZERO TO UPPER-COUNT LOWER-COUNT.
    PERFORM CLASSIFY-TOKEN-CHAR THRU CLASSIFY-TOKEN-CHAR-EXIT
        VARYING TOKEN-INDEX FROM TOKEN-START BY 1
        UNTIL TOKEN-INDEX IS GREATER THAN TOKEN-END.
    STRING CONVTXT-RECORD(TOKEN-START:TOKEN-LEN) DELIMITED BY SIZE
        INTO OUT-LINE WITH POINTER OUT-POS
        ON OVERFLOW MOVE 'Y' TO CLIP-SWITCH
    END-STRING.
    IF TOKEN-ALL-ROMAN
        ADD 1 TO TOKENS-FOUND
        PERFORM WEIGH-TOKEN THRU WEIGH-TOKEN-EXIT
        MOVE ZERO TO VALUE-SPACES
        INSPECT ANNOTATION TALLYING VALUE-SPACES FOR TRAILING SPACES
        STRING ' ' ANNOTATION(1:12 - VALUE-SPACES) DELIMITED BY SIZE
            INTO OUT-LINE WITH POINTER OUT-POS
            ON OVERFLOW MOVE 'Y' TO CLIP-SWITCH
        END-STRING
    END-IF.
    COMPUTE SCAN-POS = TOKEN-END + 1.
TAKE-TOKEN-EXIT.
    EXIT.

EXTEND-TOKEN.
    IF TOKEN-END IS LESS THAN LINE-LEN
        MOVE CONVTXT-RECORD(TOKEN-END + 1:1) TO CHAR-WORK
        PERFORM TEST-LETTER THRU TEST-LETTER-EXIT
        IF CHAR-IS-LETTER
            ADD 1 TO TOKEN-END
        ELSE
            MOVE 'Y' TO TOKEN-END-SWITCH
        END-IF
    ELSE
        MOVE 'Y' TO TOKEN-END-SWITCH
    END-IF.
EXTEND-TOKEN-EXIT.
    EXIT.

CLASSIFY-TOKEN-CHAR.
    MOVE CONVTXT-RECORD(TOKEN-INDEX:1) TO CHAR-WORK.
    IF CHAR-WORK IS EQUAL TO 'I' OR 'V' OR 'X' OR 'L' OR 'C' OR 'D'
        OR 'M'
        ADD 1 TO UPPER-COUNT
    ELSE
        IF CHAR-WORK IS EQUAL TO 'i' OR 'v' OR 'x' OR 'l' OR 'c'
            OR 'd' OR 'm'
            ADD 1 TO LOWER-COUNT
        ELSE
            MOVE 'N' TO ROMAN-SWITCH
        END-IF
    END-IF.
CLASSIFY-TOKEN-CHAR-EXIT.
    EXIT.

*>Review first: a token that could as well be a word is set aside
*>before CONV ever sees it. Only what is left is valued.
WEIGH-TOKEN.
    MOVE SPACES TO REASON-TEXT.
    IF TOKEN-LEN IS GREATER THAN 30
        MOVE 'TOO LONG FOR A NUMERAL' TO REASON-TEXT
    ELSE
        MOVE CONVTXT-RECORD(TOKEN-START:TOKEN-LEN) TO TOKEN-FOLDED
        INSPECT TOKEN-FOLDED CONVERTING 'ivxlcdm' TO 'IVXLCDM'
        MOVE 'N' TO WORD-SWITCH
        PERFORM MATCH-WORD THRU MATCH-WORD-EXIT
            VARYING WORD-INDEX FROM 1 BY 1
            UNTIL WORD-INDEX IS GREATER THAN 24 OR TOKEN-IS-WORD
        IF TOKEN-IS-WORD
            MOVE 'READS AS A WORD' TO REASON-TEXT
        ELSE
            IF UPPER-COUNT IS GREATER THAN ZERO
                AND LOWER-COUNT IS GREATER THAN ZERO
                MOVE 'MIXED CASE' TO REASON-TEXT
            END-IF
        END-IF
    END-IF.
    IF REASON-TEXT IS NOT EQUAL TO SPACES
        PERFORM WRITE-REVIEW THRU WRITE-REVIEW-EXIT
        MOVE '[?]' TO ANNOTATION
    ELSE
        PERFORM VALUE-TOKEN THRU VALUE-TOKEN-EXIT
    END-IF.
WEIGH-TOKEN-EXIT.
    EXIT.

MATCH-WORD.
    IF TOKEN-FOLDED IS EQUAL TO AMBIGUOUS-WORD(WORD-INDEX)
        MOVE 'Y' TO WORD-SWITCH
    END-IF.
MATCH-WORD-EXIT.
    EXIT.

*>The numeral goes to CONV exactly as transcribed - CONV folds case
*>itself - and into the batch the same way, so the batch carries what
*>the document says and the concordance what it means.
VALUE-TOKEN.
    MOVE SPACES TO ARRAY-AREA.
    MOVE CONVTXT-RECORD(TOKEN-START:TOKEN-LEN) TO ARRAY-AREA.
    MOVE TOKEN-LEN TO M.
    CALL "conv" USING ARRAY-AREA, M, ERR, SUM1, CASE-IND,
        ERR-POS, ERR-TEXT, RUN-ID, MODE-IND, NORM-IND, RUN-SERIAL.
    MOVE SPACES TO CONVCON-RECORD.
    MOVE TEXT-LINE-COUNT TO CONVCON-LINE.
    MOVE TOKEN-START TO CONVCON-COLUMN.
    MOVE ARRAY-AREA TO CONVCON-NUMERAL.
    MOVE ERR TO CONVCON-ERR.
    MOVE NORM-IND TO CONVCON-NORM-IND.
    IF ERR IS EQUAL TO 1
        ADD 1 TO TOKENS-VALUED
        MOVE SUM1 TO CONVCON-SUM1
        MOVE ZERO TO CONVCON-ERR-POS
        IF FORM-NORMALIZED
            ADD 1 TO TOKENS-ARCHAIC
        END-IF
        MOVE SUM1 TO VALUE-EDIT
        MOVE ZERO TO VALUE-SPACES
        INSPECT VALUE-EDIT TALLYING VALUE-SPACES FOR LEADING SPACES
        MOVE SPACES TO ANNOTATION
        STRING '[' VALUE-EDIT(VALUE-SPACES + 1:8 - VALUE-SPACES) ']'
            DELIMITED BY SIZE INTO ANNOTATION
        END-STRING
        PERFORM WRITE-BATCH-DETAIL THRU WRITE-BATCH-DETAIL-EXIT
    ELSE
        ADD 1 TO TOKENS-FAILED
        MOVE ZERO TO CONVCON-SUM1
        MOVE ERR-POS TO CONVCON-ERR-POS
        MOVE ERR-TEXT TO CONVCON-ERR-TEXT
        MOVE ERR TO ERR-DIGIT
        MOVE SPACES TO ANNOTATION
        STRING '[ERR ' ERR-DIGIT ']' DELIMITED BY SIZE INTO ANNOTATION
        END-STRING
    END-IF.
    WRITE CONVCON-RECORD.
VALUE-TOKEN-EXIT.
    EXIT.

WRITE-BATCH-DETAIL.
    IF BATCH-WANTED
        MOVE SPACES TO CONVIN-RECORD
        MOVE 'D' TO CONVIN-REC-TYPE
        MOVE 'R' TO CONVIN-DIRECTION
        MOVE ARRAY-AREA TO CONVIN-NUMERAL
        WRITE CONVIN-RECORD
        ADD 1 TO BATCH-COUNT
        ADD SUM1 TO BATCH-HASH
    END-IF.
WRITE-BATCH-DETAIL-EXIT.
    EXIT.

*>The context is the stretch of the line around the token - from a
*>little before it, to the width of the column.
WRITE-REVIEW.
    ADD 1 TO TOKENS-REVIEW.
    MOVE SPACES TO CONVREV-RECORD.
    MOVE TEXT-LINE-COUNT TO REVIEW-LINE-NO.
    MOVE TOKEN-START TO REVIEW-COLUMN.
    MOVE CONVTXT-RECORD(TOKEN-START:TOKEN-LEN) TO REVIEW-TOKEN.
    MOVE REASON-TEXT TO REVIEW-REASON.
    IF TOKEN-START IS GREATER THAN 15
        COMPUTE CONTEXT-START = TOKEN-START - 15
    ELSE
        MOVE 1 TO CONTEXT-START
    END-IF.
    IF CONTEXT-START IS GREATER THAN 83
        MOVE 83 TO CONTEXT-START
    END-IF.
    MOVE CONVTXT-RECORD(CONTEXT-START:50) TO REVIEW-CONTEXT.
    WRITE CONVREV-RECORD.
WRITE-REVIEW-EXIT.
    EXIT.

*>The trailer's hash is the sum of the values CONV returned here, so
*>the batch balances as sent - provided it runs in tolerant mode when
*>it holds archaic forms, which the console is told about.
TERMINATE-RUN.
    IF CONVTXT-STATUS IS EQUAL TO '00' OR '10'
        CLOSE CONVTXT-FILE
    END-IF.
    IF TOKENS-REVIEW IS EQUAL TO ZERO
        MOVE SPACES TO CONVREV-RECORD
        MOVE 'NOTHING TO REVIEW' TO CONVREV-RECORD
        WRITE CONVREV-RECORD
    END-IF.
    CLOSE CONVANN-FILE.
    CLOSE CONVCON-FILE.
    CLOSE CONVREV-FILE.
    IF BATCH-WANTED
        MOVE SPACES TO CONVIN-RECORD
        MOVE 'T' TO CONVIN-REC-TYPE
        MOVE BATCH-COUNT TO CONVIN-EXP-COUNT
        MOVE BATCH-HASH TO CONVIN-EXP-HASH
        MOVE 'Y' TO CONVIN-HASH-IND
        WRITE CONVIN-RECORD
        CLOSE CONVXIN-FILE
        DISPLAY 'CONVXTR: BATCH ' BATCH-NO-PARM ' DEPT ' DEPT-PARM
            ' DATE ' RUN-DATE ' WRITTEN TO CONVXIN, RECORDS '
            BATCH-COUNT
        IF TOKENS-ARCHAIC IS GREATER THAN ZERO
            DISPLAY 'CONVXTR: BATCH HOLDS ARCHAIC FORMS - RUN IT WITH '
                'CONVCTL IN TOLERANT MODE'
        END-IF
    ELSE
        IF DEPT-PARM IS EQUAL TO SPACES
            DISPLAY 'CONVXTR: NO DEPARTMENT GIVEN - NO BATCH BUILT'
        ELSE
            DISPLAY 'CONVXTR: NO TRANSCRIPTION - NO BATCH BUILT'
        END-IF
    END-IF.
    DISPLAY 'CONVXTR: LINES READ ' TEXT-LINE-COUNT.
    DISPLAY 'CONVXTR: NUMERALS FOUND ' TOKENS-FOUND ' VALUED '
        TOKENS-VALUED ' FAILED ' TOKENS-FAILED ' FOR REVIEW '
        TOKENS-REVIEW.
    IF LINES-CLIPPED IS GREATER THAN ZERO
        DISPLAY 'CONVXTR: ANNOTATED LINES CUT AT RECORD END '
            LINES-CLIPPED
    END-IF.
    IF XTR-RC IS LESS THAN 4
        IF TOKENS-REVIEW IS GREATER THAN ZERO
            OR TOKENS-FAILED IS GREATER THAN ZERO
            OR LINES-CLIPPED IS GREATER THAN ZERO
            MOVE 4 TO XTR-RC
        END-IF
    END-IF.
    MOVE XTR-RC TO RETURN-CODE.
TERMINATE-RUN-EXIT.
    EXIT.
