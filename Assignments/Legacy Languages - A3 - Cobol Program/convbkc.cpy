*>Backup control record, written by CONVBKUP as it unloads the indexed
*>files to a dated generation and read back by CONVREST to know what
*>the generation ought to hold. One control file per generation,
*>named BCTL and the backup date (BCTL20261015); one record in it for
*>each file unloaded, plus a closing CONVRFWD mark.
*>CONVBKC-MASTER is the indexed file (CONVMST, CONVDPT, CONVREG, CONVTRK,
*>CONVHIX, CONVRAT) and CONVBKC-GEN-NAME the sequential generation it
*>was unloaded to - a letter B, the file's three-letter tag and the
*>date (BREG20261015). CONVBKC-COUNT is how many records went out.
*>CONVBKC-OPENED is the status the file opened with: '00' unloaded,
*>'35' not there to unload (the generation is empty and a restore
*>makes the file empty too), anything else unloaded nothing and the
*>generation can't be trusted for that file.
*>The CONVRFWD mark has no generation: its count is how many lines the
*>roll-forward file held when the backup was taken, so a restore of
*>this generation replays exactly the run outputs kept after it.
01 CONVBKC-RECORD.
    02 CONVBKC-MASTER     PICTURE X(08).
    02 FILLER             PICTURE X(01).
    02 CONVBKC-GEN-NAME   PICTURE X(12).
    02 FILLER             PICTURE X(01).
    02 CONVBKC-COUNT      PICTURE 9(08).
    02 FILLER             PICTURE X(01).
    02 CONVBKC-DATE       PICTURE 9(08).
    02 FILLER             PICTURE X(01).
    02 CONVBKC-TIME       PICTURE X(08).
    02 FILLER             PICTURE X(01).
    02 CONVBKC-OPENED     PICTURE X(02).
