*>Date parameters for DCONV, passed ahead of the usual CONV block
*>(see convparm.cpy and arrarea.cpy). A Roman date is written the way
*>cornerstones, charters and bookplates write it - day, month and
*>year as three numerals separated by points, IV.VII.MDCCLXXVI.
*>
*>DATE-DIR    - supplied by the caller: 'D' values the Roman date in
*>              ARRAY-AREA/M, 'Y' renders the yyyymmdd date in
*>              DATE-DIGITS back into ARRAY-AREA/M as a Roman date.
*>DATE-DIGITS - the date as yyyymmdd display digits: returned for 'D',
*>              supplied for 'Y'. SUM1 carries the same date as a
*>              number either way once ERR is 1.
*>DATE-CANON  - 'D' only, returned: the Roman date rendered back from
*>              the values just parsed, for a caller that has to show
*>              the canonical form beside an archaic one (NORM-IND 'Y').
*>DATE-CALLS  - returned: how many CONV calls the date took (none to
*>              three - one per numeral, stopping at the first that
*>              fails), so a caller that balances its call count
*>              against CONVLOG can count them.
*>A date that reads but is no real calendar date comes back as ERR 0
*>with ERR-TEXT saying why and ERR-POS pointing at the numeral at
*>fault; a numeral that won't read comes back with CONV's own code,
*>wording and position, the position counted from the start of the
*>whole date.
77  DATE-DIR    PICTURE X(01).
    88 DATE-FROM-NUMERAL VALUE 'D'.
    88 DATE-FROM-DIGITS  VALUE 'Y'.
77  DATE-DIGITS PICTURE X(08).
77  DATE-CANON  PICTURE X(30).
77  DATE-CALLS  PICTURE S99 USAGE IS COMPUTATIONAL.
