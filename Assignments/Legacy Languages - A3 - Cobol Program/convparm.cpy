*>
*>M    - length of the numeral in ARRAY-AREA/S (CONV: supplied by the
*>       caller; RCONV: returned to the caller).
*>ERR  - 0 set by DCONV (not by CONV/RCONV) for a date record that
*>         is no real calendar date - a Roman date not written as
*>         day.month.year, a month past XII, a day the month hasn't
*>         got (29 February outside a leap year among them), a year
*>         past 9999, or yyyymmdd digits that aren't a date. ERR-TEXT
*>         says which; records that carry only the code report the
*>         shared wording
*>       1 success
*>       2 illegal (unrecognized) character
*>       3 too many repeated numerals (I/X/C/M more than three times in
*>         a row, or V/L/D appearing more than once anywhere at all)
