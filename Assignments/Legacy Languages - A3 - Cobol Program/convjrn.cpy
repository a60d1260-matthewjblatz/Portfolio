*>Maintenance journal record, appended by CONVDEPT for every department
*>added, changed or deleted, by CONVRATE for every chargeback rate
*>entry likewise, and by CONVMNT for every conversion-master entry a
*>purge removes and once for each rebuild, by CONVRVAL for every
*>stale conversion-master entry it corrects or deletes, and read back
*>by CONVJRPT. The journal is permanent - opened EXTEND like the CONVLOG
*>trail and never cut - so it answers who changed a master record,
*>when, and what it looked like on either side of the change.
*>CONVJRN-OPERATOR is the signed-on operator (CONVOPER in the job's
*>environment, else the login name). CONVJRN-FUNCTION is the
*>maintenance function as the operator keyed it: 'A' add, 'U' update,
*>'D' delete against CONVDPT or CONVRAT; 'P' purge, 'R' rebuild against CONVMST;
*>'U' correct, 'D' delete against CONVMST from a CONVRVAL revalidation;
*>CONVJRN-MASTER names the master file the entry changed.
*>CONVJRN-BEFORE and CONVJRN-AFTER hold the whole master record as it
*>stood before and after the change, left-justified in the image - a
*>CONVDPT or CONVRAT record is shorter than the image and space-filled to its
*>end. An add has a blank before image, a delete or purge a blank
*>after image.
*>A rebuild replaces the whole master, so it is journaled once as a
*>summary (CONVJRN-REBUILD view): the entry count before and after,
*>how many log or index lines were applied, and which file the rebuild
*>was taken from. Its key is blank.
01 CONVJRN-RECORD.
    02 CONVJRN-DATE       PICTURE 9(08).
    02 FILLER             PICTURE X(01).
    02 CONVJRN-TIME       PICTURE X(08).
    02 FILLER             PICTURE X(01).
    02 CONVJRN-OPERATOR   PICTURE X(08).
    02 FILLER             PICTURE X(01).
    02 CONVJRN-PROGRAM    PICTURE X(08).
    02 FILLER             PICTURE X(01).
    02 CONVJRN-FUNCTION   PICTURE X(01).
       88 CONVJRN-ADD      VALUE 'A'.
       88 CONVJRN-UPDATE   VALUE 'U'.
       88 CONVJRN-DELETE   VALUE 'D'.
       88 CONVJRN-PURGE    VALUE 'P'.
       88 CONVJRN-REBUILD  VALUE 'R'.
    02 FILLER             PICTURE X(01).
    02 CONVJRN-MASTER     PICTURE X(07).
       88 CONVJRN-DEPT-MASTER VALUE 'CONVDPT'.
       88 CONVJRN-CONV-MASTER VALUE 'CONVMST'.
       88 CONVJRN-RATE-MASTER VALUE 'CONVRAT'.
    02 FILLER             PICTURE X(01).
    02 CONVJRN-KEY        PICTURE X(30).
    02 FILLER             PICTURE X(01).
    02 CONVJRN-BEFORE     PICTURE X(89).
    02 FILLER             PICTURE X(01).
    02 CONVJRN-AFTER      PICTURE X(89).
01 CONVJRN-REBUILD-SUMMARY REDEFINES CONVJRN-RECORD.
    02 FILLER             PICTURE X(77).
    02 CONVJRN-OLD-COUNT  PICTURE 9(08).
    02 FILLER             PICTURE X(82).
    02 CONVJRN-NEW-COUNT  PICTURE 9(08).
    02 FILLER             PICTURE X(01).
    02 CONVJRN-APPLIED    PICTURE 9(08).
    02 FILLER             PICTURE X(01).
    02 CONVJRN-SOURCE     PICTURE X(08).
    02 FILLER             PICTURE X(63).
