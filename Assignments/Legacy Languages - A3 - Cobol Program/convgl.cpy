*>General-ledger extract record written by CONVBILL at month end and
*>picked up by the ledger's journal-import job. Fixed columns, no
*>edited fields - amounts carry an implied decimal point - so the
*>import never has to guess at a layout. One detail record ('D') for
*>each charge on a department's invoice, in the same order and for
*>the same amounts as the printed invoice, then one trailer ('T')
*>carrying the detail count and the sum of the detail amounts for the
*>import to balance against.
*>CONVGL-CHARGE names the charge:
*>  RVAL  numerals valued           NREN  values rendered as numerals
*>  ARTH  arithmetic records        REJT  rejected records
*>  BFEE  batch handling fees       TOLS  tolerant-mode surcharges
*>CONVGL-PERIOD is the billing month (yyyymm) and CONVGL-RUN-DATE the
*>date the billing ran, so a rerun month is recognizable at import.
01 CONVGL-RECORD.
    02 CONVGL-TYPE        PICTURE X(01).
       88 CONVGL-DETAIL   VALUE 'D'.
       88 CONVGL-TRAILER  VALUE 'T'.
    02 FILLER             PICTURE X(01).
    02 CONVGL-PERIOD      PICTURE 9(06).
    02 FILLER             PICTURE X(01).
    02 CONVGL-ACCOUNT     PICTURE X(12).
    02 FILLER             PICTURE X(01).
    02 CONVGL-DEPT-ID     PICTURE X(08).
    02 FILLER             PICTURE X(01).
    02 CONVGL-CHARGE      PICTURE X(04).
    02 FILLER             PICTURE X(01).
    02 CONVGL-QUANTITY    PICTURE 9(08).
    02 FILLER             PICTURE X(01).
    02 CONVGL-AMOUNT      PICTURE 9(07)V99.
    02 FILLER             PICTURE X(01).
    02 CONVGL-RUN-DATE    PICTURE 9(08).
01 CONVGL-TRAILER-RECORD REDEFINES CONVGL-RECORD.
    02 FILLER             PICTURE X(09).
    02 CONVGL-DETAIL-COUNT PICTURE 9(08).
    02 FILLER             PICTURE X(01).
    02 CONVGL-AMOUNT-TOTAL PICTURE 9(09)V99.
    02 FILLER             PICTURE X(34).
