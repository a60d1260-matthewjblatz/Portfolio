        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONVHIX-KEY
        FILE STATUS IS CONVHIX-STATUS.
    SELECT CONVJRN-FILE ASSIGN TO "CONVJRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVJRN-STATUS.

DATA DIVISION.
FILE SECTION.
FD CONVHIX-FILE.
    COPY "convhix.cpy".

FD CONVJRN-FILE.
    COPY "convjrn.cpy".

WORKING-STORAGE SECTION.
77  FUNCTION-PARM   PICTURE X(01) VALUE SPACE.
    88 BROWSE-FUNCTION  VALUE 'B'.
77  CONVMST-STATUS  PICTURE X(02).
77  CONVLOG-STATUS  PICTURE X(02).
77  CONVHIX-STATUS  PICTURE X(02).
77  CONVJRN-STATUS  PICTURE X(02).
77  JOURNAL-SWITCH  PICTURE X(01) VALUE 'N'.
    88 JOURNAL-OPEN VALUE 'Y'.
77  OPERATOR-ID     PICTURE X(08) VALUE SPACES.
77  REBUILT-SWITCH  PICTURE X(01) VALUE 'N'.
    88 MASTER-REBUILT VALUE 'Y'.
77  REBUILD-SOURCE  PICTURE X(08) VALUE SPACES.
77  COUNT-EOF-SWITCH PICTURE X(01) VALUE 'N'.
    88 END-OF-COUNT VALUE 'Y'.
77  MASTER-COUNT    PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  OLD-COUNT       PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  EOF-SWITCH      PICTURE X(1) VALUE 'N'.
    88 END-OF-FILE VALUE 'Y'.
77  CUTOFF-DATE     PICTURE 9(08).
*>                 date (exclusive), reclaiming dead numerals
*>  R            - rebuild: drop the master and repopulate it from
*>                 the CONVLOG audit trail, latest result per numeral
*>A purge journals every entry it removes to CONVJRN, before image
*>and all; a rebuild journals one summary entry with the master's
*>entry count either side of it. Neither runs without the journal.
PROCEDURE DIVISION.
MAINLINE.
    PERFORM PARSE-COMMAND-LINE THRU PARSE-COMMAND-LINE-EXIT.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    MOVE ZERO TO ENTRY-COUNT PURGED-COUNT BUILT-COUNT.
    IF PURGE-FUNCTION OR REBUILD-FUNCTION
        PERFORM OPEN-JOURNAL THRU OPEN-JOURNAL-EXIT
    END-IF.
    IF BROWSE-FUNCTION
        PERFORM BROWSE-MASTER THRU BROWSE-MASTER-EXIT
    ELSE
        IF PURGE-FUNCTION AND JOURNAL-OPEN
            PERFORM PURGE-MASTER THRU PURGE-MASTER-EXIT
        ELSE
            IF REBUILD-FUNCTION AND JOURNAL-OPEN
                PERFORM REBUILD-MASTER THRU REBUILD-MASTER-EXIT
            ELSE
                IF FUNCTION-PARM IS EQUAL TO SPACE
                    DISPLAY 'CONVMNT: FUNCTION MUST BE B, P OR R'
                ELSE
                    DISPLAY 'CONVMNT: CONVJRN UNAVAILABLE, STATUS '
                        CONVJRN-STATUS ' - NO CHANGE MADE'
                END-IF
            END-IF
        END-IF
    END-IF.
    IF JOURNAL-OPEN
        CLOSE CONVJRN-FILE
    END-IF.
    STOP RUN.

*>First argument picks the function; a purge takes the cutoff date as
CHECK-ARG-EXIT.
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

*>Stamps the parts every journal entry shares; the caller has already
*>filled in the key and images (or the rebuild summary).
WRITE-JOURNAL.
    ACCEPT CONVJRN-DATE FROM DATE YYYYMMDD.
    ACCEPT CONVJRN-TIME FROM TIME.
    MOVE OPERATOR-ID TO CONVJRN-OPERATOR.
    MOVE 'CONVMNT' TO CONVJRN-PROGRAM.
    MOVE FUNCTION-PARM TO CONVJRN-FUNCTION.
    MOVE 'CONVMST' TO CONVJRN-MASTER.
    WRITE CONVJRN-RECORD.
    IF CONVJRN-STATUS IS NOT EQUAL TO '00'
        DISPLAY 'CONVMNT: JOURNAL WRITE FAILED, STATUS '
            CONVJRN-STATUS
    END-IF.
WRITE-JOURNAL-EXIT.
    EXIT.

BROWSE-MASTER.
    OPEN INPUT CONVMST-FILE.
    IF CONVMST-STATUS IS NOT EQUAL TO '00'
        NOT AT END
            IF CONVMST-LAST-USED IS LESS THAN CUTOFF-DATE
                DELETE CONVMST-FILE
                    INVALID KEY
                        DISPLAY 'CONVMNT: DELETE FAILED FOR ' CONVMST-KEY
                            ', STATUS ' CONVMST-STATUS
                    NOT INVALID KEY
                        ADD 1 TO PURGED-COUNT
                        MOVE SPACES TO CONVJRN-RECORD
                        MOVE CONVMST-KEY TO CONVJRN-KEY
                        MOVE CONVMST-RECORD TO CONVJRN-BEFORE
                        PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
                END-DELETE
            END-IF
    END-READ.
PURGE-ENTRY-EXIT.
*>the latest result wins. Either way the scan-stop position isn't
*>kept, so rebuilt error entries carry position zero until the
*>numeral next goes through CONV itself.
*>The master's size is taken before and after so the journal's one
*>summary entry shows what the rebuild replaced and what it left.
REBUILD-MASTER.
    PERFORM COUNT-MASTER THRU COUNT-MASTER-EXIT.
    MOVE MASTER-COUNT TO OLD-COUNT.
    OPEN INPUT CONVHIX-FILE.
    IF CONVHIX-STATUS IS EQUAL TO '00'
        MOVE 'CONVHIX' TO REBUILD-SOURCE
        PERFORM REBUILD-FROM-INDEX THRU REBUILD-FROM-INDEX-EXIT
        CLOSE CONVHIX-FILE
        PERFORM APPLY-WORKING-TRAIL THRU APPLY-WORKING-TRAIL-EXIT
    ELSE
        MOVE 'CONVLOG' TO REBUILD-SOURCE
        PERFORM REBUILD-FROM-LOG THRU REBUILD-FROM-LOG-EXIT
    END-IF.
    IF MASTER-REBUILT
        PERFORM COUNT-MASTER THRU COUNT-MASTER-EXIT
        MOVE SPACES TO CONVJRN-RECORD
        MOVE OLD-COUNT TO CONVJRN-OLD-COUNT
        MOVE MASTER-COUNT TO CONVJRN-NEW-COUNT
        MOVE BUILT-COUNT TO CONVJRN-APPLIED
        MOVE REBUILD-SOURCE TO CONVJRN-SOURCE
        PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
    END-IF.
REBUILD-MASTER-EXIT.
    EXIT.

*>A master that isn't there yet counts as empty.
COUNT-MASTER.
    MOVE ZERO TO MASTER-COUNT.
    MOVE 'N' TO COUNT-EOF-SWITCH.
    OPEN INPUT CONVMST-FILE.
    IF CONVMST-STATUS IS EQUAL TO '00'
        MOVE LOW-VALUES TO CONVMST-KEY
        START CONVMST-FILE KEY IS NOT LESS THAN CONVMST-KEY
            INVALID KEY MOVE 'Y' TO COUNT-EOF-SWITCH
        END-START
        PERFORM COUNT-ENTRY THRU COUNT-ENTRY-EXIT UNTIL END-OF-COUNT
        CLOSE CONVMST-FILE
    END-IF.
COUNT-MASTER-EXIT.
    EXIT.

COUNT-ENTRY.
    READ CONVMST-FILE NEXT
        AT END MOVE 'Y' TO COUNT-EOF-SWITCH
        NOT AT END ADD 1 TO MASTER-COUNT
    END-READ.
COUNT-ENTRY-EXIT.
    EXIT.

*>The index is current only as of the last CONVARCH cut; everything
*>converted since then is in the working CONVLOG and nowhere else,
*>so those lines overlay the indexed entries the same way a straight
    END-START.
    OPEN OUTPUT CONVMST-FILE.
    CLOSE CONVMST-FILE.
    MOVE 'Y' TO REBUILT-SWITCH.
    OPEN I-O CONVMST-FILE.
    IF CONVMST-STATUS IS NOT EQUAL TO '00'
        DISPLAY 'CONVMNT: CONVMST UNAVAILABLE, STATUS '
*>then runs in I-O mode so a repeat numeral can rewrite its entry.
        OPEN OUTPUT CONVMST-FILE
        CLOSE CONVMST-FILE
        MOVE 'Y' TO REBUILT-SWITCH
        OPEN I-O CONVMST-FILE
        IF CONVMST-STATUS IS NOT EQUAL TO '00'
            DISPLAY 'CONVMNT: CONVMST UNAVAILABLE, STATUS '
