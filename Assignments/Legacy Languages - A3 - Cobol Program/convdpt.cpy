*>00000000 meaning none) - they apply only where the card itself left
*>the value at zero, so operations can still override any department
*>for a single run.
*>CONVDPT-PROBATION and CONVDPT-HOLD-VOLUME are the department's hold
*>rules, applied by CONVHOLD before CONVDRV ever sees a batch: 'Y' in
*>CONVDPT-PROBATION holds every batch the department sends until a
*>supervisor releases it, and a nonzero CONVDPT-HOLD-VOLUME holds any
*>batch carrying more detail records than that - a batch well above
*>the department's usual volume waits for a look instead of running.
*>Zero (or a record written before the rules existed) means no
*>volume rule.
01 CONVDPT-RECORD.
    02 CONVDPT-KEY         PICTURE X(08).
    02 CONVDPT-NAME        PICTURE X(30).
    02 CONVDPT-CONTACT     PICTURE X(30).
    02 CONVDPT-FAIL-THRESH PICTURE 9(03)V99.
    02 CONVDPT-MAX-RECORDS PICTURE 9(08).
    02 CONVDPT-PROBATION   PICTURE X(01).
       88 CONVDPT-ON-PROBATION VALUE 'Y'.
    02 CONVDPT-HOLD-VOLUME PICTURE 9(07).
