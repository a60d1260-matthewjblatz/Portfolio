*>the converted values (it would have to convert them itself) send 'N'
*>and still get record-count balancing; 'Y' means the hash is present
*>and must balance too.
*>
*>CONVIN-HOLD-REQUEST on the header is the submitting department's
*>own request that the batch wait for supervisor release rather than
*>run on arrival; 'Y' asks for the hold, anything else leaves the
*>batch to the department and run-control rules CONVHOLD applies.
01 CONVIN-RECORD.
    02 CONVIN-REC-TYPE       PICTURE X(01).
       88 CONVIN-HEADER-REC  VALUE 'H'.
    02 CONVIN-DEPT-ID        PICTURE X(08).
    02 CONVIN-BATCH-DATE     PICTURE 9(08).
    02 CONVIN-BATCH-NO       PICTURE 9(06).
    02 CONVIN-HOLD-REQUEST   PICTURE X(01).
       88 CONVIN-HOLD-REQUESTED VALUE 'Y'.
    02 FILLER                PICTURE X(16).
*>A detail record carries its own direction: 'R' (or blank, for
*>files built before directions existed) is a Roman numeral to be
*>valued through CONV; 'N' is a decimal value, zero-filled or
*>ledger-totaling work - two Roman operands side by side in the data
*>columns, each valued through CONV, combined per the operation code
*>and rendered back through RCONV, so an archival ledger column adds
*>without anyone keying the decimal sum back in by hand. 'D' is a
*>Roman date - day, month and year as three numerals separated by
*>points, IV.VII.MDCCLXXVI - valued as one unit and proven a real
*>calendar date, coming out as yyyymmdd; 'Y' is the reverse, a
*>yyyymmdd date in the value columns rendered as a Roman date. One
*>batch may mix all of them freely.
01 CONVIN-DETAIL.
    02 FILLER                PICTURE X(01).
    02 CONVIN-DIRECTION      PICTURE X(01).
       88 CONVIN-DIR-ROMAN   VALUES 'R', SPACE.
       88 CONVIN-DIR-VALUE   VALUE 'N'.
       88 CONVIN-DIR-ARITH   VALUE 'A'.
       88 CONVIN-DIR-DATE    VALUE 'D'.
       88 CONVIN-DIR-DATE-VALUE VALUE 'Y'.
    02 CONVIN-NUMERAL        PICTURE X(30).
    02 CONVIN-VALUE-AREA REDEFINES CONVIN-NUMERAL.
       03 CONVIN-VALUE       PICTURE X(08).
