*>Roll-forward record. CONVTOT and CONVREJ are rewritten whole by every
*>CONVDRV run, so CONVBKUP's keep function copies each run's outputs
*>onto the permanent CONVRFWD file as soon as the run ends, and
*>CONVREST replays them to bring a restored CONVREG and CONVTRK up to
*>the last run. CONVRFWD is appended to and never cut; the backup
*>control file marks how far it had reached when a generation was
*>taken (see convbkc.cpy).
*>Each kept batch run starts with one 'G' line per CONVREG entry the
*>run filed or refreshed, or stamped refused, as the entry stood when
*>the run ended. Then every kept run has a 'T' line holding the CONVTOT
*>record, then for a resubmit run ('R' balance) one 'F' line per
*>CONVFIX repair the run read, then one 'E' line per CONVREJ reject the
*>run wrote. Runs kept before register lines existed start at the 'T'.
*>CONVRFW-IMAGE holds the record exactly as the run left it, left-
*>justified and space-filled - lay convreg.cpy, convtot.cpy or
*>convrej.cpy over it to read it (a CONVFIX repair line is a CONVREJ
*>line sent back).
*>CONVRFW-KEPT-DATE/TIME are when it was kept - for a resubmit that is
*>the day its repairs closed their tracked rejects, which CONVTOT
*>itself doesn't carry (its run date is the original run's).
01 CONVRFW-RECORD.
    02 CONVRFW-TYPE       PICTURE X(01).
       88 CONVRFW-REGISTER VALUE 'G'.
       88 CONVRFW-TOTALS   VALUE 'T'.
       88 CONVRFW-REPAIR   VALUE 'F'.
       88 CONVRFW-REJECT   VALUE 'E'.
    02 FILLER             PICTURE X(01).
    02 CONVRFW-KEPT-DATE  PICTURE 9(08).
    02 FILLER             PICTURE X(01).
    02 CONVRFW-KEPT-TIME  PICTURE X(08).
    02 FILLER             PICTURE X(01).
    02 CONVRFW-IMAGE      PICTURE X(114).
