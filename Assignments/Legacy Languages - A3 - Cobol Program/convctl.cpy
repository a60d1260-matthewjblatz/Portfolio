*>                        not being there, is strict mode - current
*>                        work stays on current rules unless
*>                        operations says otherwise for the run.
*>  CONVCTL-CLOSED-THRU - last accounting month finance has closed,
*>                        yyyymm; CONVHOLD holds any batch dated in
*>                        or before it for supervisor release.
*>                        000000, spaces or the column not being
*>                        there means no month is closed.
*>A missing CONVCTL means a run with no identifier, no threshold, no
*>limit and strict parsing - exactly how the driver behaved before
*>the card existed.
    02 CONVCTL-MAX-RECORDS PICTURE 9(08).
    02 FILLER              PICTURE X(01).
    02 CONVCTL-PARSE-MODE  PICTURE X(01).
    02 FILLER              PICTURE X(01).
    02 CONVCTL-CLOSED-THRU PICTURE 9(06).
