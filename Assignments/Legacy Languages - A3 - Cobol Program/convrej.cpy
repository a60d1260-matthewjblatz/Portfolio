*>CONVREJ record layout - one line per detail record the batch could
*>not convert, written by CONVDRV. CONVREJ-DATA holds what the
*>submitter sent (the numeral for an 'R' record, the value digits for
*>an 'N' record, the Roman date for a 'D' record, the yyyymmdd digits
*>for a 'Y' record), CONVREJ-POS the character position where CONV's scan
*>stopped (zero where no position applies), and CONVREJ-TEXT the same
*>error wording CONV reports on standard output.
*>
