*>Chargeback rate record, shared between CONVRATE (which maintains
*>it), CONVBILL (which prices each department's month against it) and
*>CONVJRPT (which prints its journal images). Keyed on the department
*>identifier the way CONVDPT is; the entry keyed '*DEFAULT' is the
*>house tariff, used for any department without rates of its own.
*>The per-record rates are in currency units to four places, since a
*>single conversion costs a fraction of a cent:
*>  CONVRAT-R-RATE      - each accepted numeral valued (direction R)
*>  CONVRAT-N-RATE      - each accepted value rendered as a numeral
*>  CONVRAT-A-RATE      - each accepted arithmetic record
*>  CONVRAT-REJ-RATE    - each rejected record, the reduced rate a
*>                        record that came to nothing is billed at
*>The per-batch charges are to the cent:
*>  CONVRAT-BATCH-FEE   - handling fee for every batch processed
*>  CONVRAT-TOL-CHARGE  - surcharge on a batch run in tolerant mode
*>CONVRAT-GL-ACCOUNT is the ledger account the department's charges
*>are posted to on the GL extract.
01 CONVRAT-RECORD.
    02 CONVRAT-KEY         PICTURE X(08).
    02 CONVRAT-DESC        PICTURE X(24).
    02 CONVRAT-R-RATE      PICTURE 9(03)V9(04).
    02 CONVRAT-N-RATE      PICTURE 9(03)V9(04).
    02 CONVRAT-A-RATE      PICTURE 9(03)V9(04).
    02 CONVRAT-REJ-RATE    PICTURE 9(03)V9(04).
    02 CONVRAT-BATCH-FEE   PICTURE 9(05)V99.
    02 CONVRAT-TOL-CHARGE  PICTURE 9(05)V99.
    02 CONVRAT-GL-ACCOUNT  PICTURE X(12).
