*>The body carries what the batch came to: the date and run that
*>processed it, its final record count, hash total and reject count,
*>and the balance verdict it closed with.
*>CONVREG-RUN-SERIAL is the start time (hhmmssff) of the run that
*>processed the batch - the same serial its CONVTOT carries - so the
*>delivery job can pick out exactly the batches one run settled even
*>when the same standing identifier ran twice that day. The REFUSED
*>pair is stamped by the latest run that turned the batch away as a
*>duplicate, which is how that run's delivery still acknowledges a
*>batch it never processed; zeros and spaces when it never happened.
*>The R/N/A counts split the batch's accepted records by direction
*>(rejects stay in CONVREG-REJECTS) and CONVREG-PARSE-MODE is the
*>mode the run parsed under ('T' tolerant, 'S' strict), which is what
*>month-end chargeback (CONVBILL) prices a batch on. Entries filed
*>before the split existed carry zeros there and bill their accepted
*>records as numerals valued.
01 CONVREG-RECORD.
    02 CONVREG-KEY.
       03 CONVREG-DEPT-ID    PICTURE X(08).
    02 CONVREG-HASH          PICTURE 9(10).
    02 CONVREG-REJECTS       PICTURE 9(08).
    02 CONVREG-BALANCE       PICTURE X(01).
    02 CONVREG-RUN-SERIAL    PICTURE X(08).
    02 CONVREG-REFUSED-DATE  PICTURE 9(08).
    02 CONVREG-REFUSED-SERIAL PICTURE X(08).
    02 CONVREG-R-COUNT       PICTURE 9(08).
    02 CONVREG-N-COUNT       PICTURE 9(08).
    02 CONVREG-A-COUNT       PICTURE 9(08).
    02 CONVREG-PARSE-MODE    PICTURE X(01).
