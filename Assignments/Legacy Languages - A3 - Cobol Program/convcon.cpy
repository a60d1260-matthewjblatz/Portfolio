*>Concordance record written by CONVXTR, one per Roman numeral it
*>found in a transcription and valued through CONV: where the numeral
*>stands in the document (line, and the column it starts in), the
*>numeral exactly as transcribed, and what CONV made of it - SUM1 when
*>ERR is 1, otherwise the error, the position in the numeral where
*>the scan stopped and CONV's own wording. CONVCON-NORM-IND is 'Y'
*>when the numeral is an archaic additive form (IIII, VIIII) that
*>only tolerant mode accepts. Tokens set aside for review are not
*>valued and do not appear here - they are on CONVXTR's review list.
01 CONVCON-RECORD.
    02 CONVCON-LINE       PICTURE 9(06).
    02 FILLER             PICTURE X(01).
    02 CONVCON-COLUMN     PICTURE 9(03).
    02 FILLER             PICTURE X(01).
    02 CONVCON-NUMERAL    PICTURE X(30).
    02 FILLER             PICTURE X(01).
    02 CONVCON-SUM1       PICTURE Z(7)9.
    02 FILLER             PICTURE X(01).
    02 CONVCON-ERR        PICTURE 9.
    02 FILLER             PICTURE X(01).
    02 CONVCON-ERR-POS    PICTURE Z9.
    02 FILLER             PICTURE X(01).
    02 CONVCON-NORM-IND   PICTURE X(01).
    02 FILLER             PICTURE X(01).
    02 CONVCON-ERR-TEXT   PICTURE X(40).
