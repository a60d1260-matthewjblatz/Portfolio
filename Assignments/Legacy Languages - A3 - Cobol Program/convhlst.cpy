*>Hold-screening list, written fresh by every CONVHOLD run and read by
*>CONVBAL, so the night's control report accounts for every batch
*>that arrived or was waiting - not only the ones CONVDRV processed.
*>One line per batch, typed by what happened to it this run:
*>  'H' held tonight (CONVHLST-REASONS says why)
*>  'F' released by a supervisor and fed into tonight's CONVIN
*>  'W' still waiting on the hold queue from an earlier night
*>  'X' rejected by a supervisor, its held records discarded
*>  'D' set aside - its identity is already held or released, so the
*>      copy that arrived tonight was dropped rather than run twice
*>CONVHLST-ACTED-BY is the supervisor on an 'F' or 'X' line. The list
*>ends with one 'S' summary line: the screening date and how many
*>sets CONVIN brought in, how many of them passed straight through to
*>CONVDRV, and the held, set-aside, fed, waiting and rejected counts.
01 CONVHLST-RECORD.
    02 CONVHLST-TYPE         PICTURE X(01).
       88 CONVHLST-HELD      VALUE 'H'.
       88 CONVHLST-FED       VALUE 'F'.
       88 CONVHLST-WAITING   VALUE 'W'.
       88 CONVHLST-REJECTED  VALUE 'X'.
       88 CONVHLST-SET-ASIDE VALUE 'D'.
       88 CONVHLST-SUMMARY   VALUE 'S'.
    02 FILLER                PICTURE X(01).
    02 CONVHLST-DEPT-ID      PICTURE X(08).
    02 FILLER                PICTURE X(01).
    02 CONVHLST-BATCH-DATE   PICTURE 9(08).
    02 FILLER                PICTURE X(01).
    02 CONVHLST-BATCH-NO     PICTURE 9(06).
    02 FILLER                PICTURE X(01).
    02 CONVHLST-REASONS      PICTURE X(04).
    02 FILLER                PICTURE X(01).
    02 CONVHLST-DETAILS      PICTURE 9(08).
    02 FILLER                PICTURE X(01).
    02 CONVHLST-ACTED-BY     PICTURE X(08).
    02 FILLER                PICTURE X(04).
01 CONVHLST-TOTALS.
    02 FILLER                PICTURE X(01).
    02 FILLER                PICTURE X(01).
    02 CONVHLST-SCREEN-DATE  PICTURE 9(08).
    02 FILLER                PICTURE X(01).
    02 CONVHLST-RECEIVED     PICTURE 9(04).
    02 FILLER                PICTURE X(01).
    02 CONVHLST-PASSED       PICTURE 9(04).
    02 FILLER                PICTURE X(01).
    02 CONVHLST-HELD-COUNT   PICTURE 9(04).
    02 FILLER                PICTURE X(01).
    02 CONVHLST-ASIDE-COUNT  PICTURE 9(04).
    02 FILLER                PICTURE X(01).
    02 CONVHLST-FED-COUNT    PICTURE 9(04).
    02 FILLER                PICTURE X(01).
    02 CONVHLST-WAIT-COUNT   PICTURE 9(04).
    02 FILLER                PICTURE X(01).
    02 CONVHLST-REJECT-COUNT PICTURE 9(04).
    02 FILLER                PICTURE X(08).
