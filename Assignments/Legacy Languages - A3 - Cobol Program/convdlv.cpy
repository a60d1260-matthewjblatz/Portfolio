*>Delivery-file record layout - one file per department and batch set,
*>written by CONVDIST after the run and sent back to the department
*>that submitted the batch. Every record announces its type in the
*>first column:
*>  'A' acknowledgement - always first, saying what became of the
*>      batch: 'A' accepted in balance, 'O' closed out of balance,
*>      'D' refused as a duplicate of a batch already registered (the
*>      registered run's date and identifier ride along so the
*>      department can see which earlier delivery holds its results)
*>  'H' header - the batch identity and the run that settled it
*>  'R' result - one CONVOUT line of the set, exactly as written
*>  'E' reject - one CONVREJ line of the set, exactly as written
*>  'T' trailer - result count, hash of the successful CONVOUT-SUM1
*>      values (modulo 10**10, the width every batch hash carries)
*>      and reject count, for the department to balance its receipt
*>A refused batch's file holds the acknowledgement, header and a zero
*>trailer only - nothing of it was processed.
01 CONVDLV-RECORD.
    02 CONVDLV-TYPE          PICTURE X(01).
       88 CONVDLV-ACK-REC     VALUE 'A'.
       88 CONVDLV-HEADER-REC  VALUE 'H'.
       88 CONVDLV-RESULT-REC  VALUE 'R'.
       88 CONVDLV-REJECT-REC  VALUE 'E'.
       88 CONVDLV-TRAILER-REC VALUE 'T'.
    02 FILLER                PICTURE X(01).
    02 CONVDLV-BODY          PICTURE X(112).
01 CONVDLV-ACK REDEFINES CONVDLV-RECORD.
    02 FILLER                PICTURE X(02).
    02 CONVDLV-ACK-CODE      PICTURE X(01).
       88 CONVDLV-ACCEPTED    VALUE 'A'.
       88 CONVDLV-OUT-OF-BAL  VALUE 'O'.
       88 CONVDLV-DUPLICATE   VALUE 'D'.
    02 FILLER                PICTURE X(01).
    02 CONVDLV-ACK-TEXT      PICTURE X(40).
    02 FILLER                PICTURE X(01).
    02 CONVDLV-ACK-DATE      PICTURE 9(08).
    02 FILLER                PICTURE X(01).
    02 CONVDLV-ACK-REG-DATE  PICTURE 9(08).
    02 FILLER                PICTURE X(01).
    02 CONVDLV-ACK-REG-RUN   PICTURE X(08).
    02 FILLER                PICTURE X(43).
01 CONVDLV-HEADER REDEFINES CONVDLV-RECORD.
    02 FILLER                PICTURE X(02).
    02 CONVDLV-DEPT-ID       PICTURE X(08).
    02 FILLER                PICTURE X(01).
    02 CONVDLV-BATCH-DATE    PICTURE 9(08).
    02 FILLER                PICTURE X(01).
    02 CONVDLV-BATCH-NO      PICTURE 9(06).
    02 FILLER                PICTURE X(01).
    02 CONVDLV-RUN-DATE      PICTURE 9(08).
    02 FILLER                PICTURE X(01).
    02 CONVDLV-RUN-ID        PICTURE X(08).
    02 FILLER                PICTURE X(01).
    02 CONVDLV-RUN-SERIAL    PICTURE X(08).
    02 FILLER                PICTURE X(61).
01 CONVDLV-TRAILER REDEFINES CONVDLV-RECORD.
    02 FILLER                PICTURE X(02).
    02 CONVDLV-COUNT         PICTURE 9(08).
    02 FILLER                PICTURE X(01).
    02 CONVDLV-HASH          PICTURE 9(10).
    02 FILLER                PICTURE X(01).
    02 CONVDLV-REJECTS       PICTURE 9(08).
    02 FILLER                PICTURE X(84).
