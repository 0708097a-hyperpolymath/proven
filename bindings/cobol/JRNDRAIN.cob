      *

      *================================================================
      * TBLAPPRV cannot drive PROVEN-JRNL-WRITE's QSAM I/O from inside
      * CICS, so each applied master change (and each PAYREPR payment
      * repair decision, each CUSTMNT customer add or amend, each
      * KYCREVW review decision, and each SARMNT suspicious-activity
      * case change) queues its before/after image pair on the TJRN
      * transient data queue instead, already in the journal's own
      * record shape with the online timestamp of the change. This step,
      * in the AUDDRAIN mould, reads the queue's extrapartition dataset
      * (TJRNTDQ) and appends every entry to the common VSAMJRNL journal
      * REPLAY reads - so the day's online changes survive a restore
      * exactly like the batch ones. The TD dataset is emptied by the
      * queue definition's next open, not by this step.
      *================================================================

       IDENTIFICATION DIVISION.

       DATA DIVISION.
       FILE SECTION.
      * One queued journal entry - must match TBLAPPRV.cob's (and
      * PAYREPR.cob's, CUSTMNT.cob's, KYCREVW.cob's and SARMNT.cob's)
      * WS-TDQ-JOURNAL-RECORD and
      * PROVEN-JRNL-WRITE's layout field for field
       FD  TD-QUEUE-FILE
           RECORD CONTAINS 407 CHARACTERS.
       01  TD-QUEUE-RECORD              PIC X(407).
