      *

      *================================================================
      * VALGATE cannot drive PROVEN-AUDIT-WRITE's QSAM I/O from inside
      * CICS, so each gateway call queues its audit entry on the VAUD
      * transient data queue instead - as does PAYREPR for every payment
      * repair, approval and decline, under calling program PAYREPR,
      * KYCREVW for every KYC review recorded, approved or declined,
      * under calling program KYCREVW, and SARMNT for every
      * suspicious-activity case decision and every refused access,
      * under calling program SARMNT, and TBLMAINT, TBLAPPRV,
      * PARMMNT, PARMAPPR, PAYAPPRV, FXAPPRV, SCRNDISP and PAYREPR
      * for every privileged action under validator name
      * PRIVILEGED-ACTION, the acting userid in the message for the
      * PRIVRPT review. This step reads the queue's
      * extrapartition dataset (VAUDTDQ) and appends every entry to the
      * chained audit GDG through the same AUDIT-WRITE batch uses - so
      * online validations land on the one audit trail compliance reads,
      * hash-chained like everything else. Scheduled ahead of the
      * AUDITLOG-consuming jobs; the TD dataset is emptied by the queue
      * definition's next open, not by this step.
      *================================================================

       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
      * One queued gateway audit entry - must match VALGATE.cob's
      * WS-TDQ-RECORD (and PAYREPR.cob's, KYCREVW.cob's and SARMNT.cob's
      * WS-TDQ-AUDIT-RECORD) field for field
       FD  TD-QUEUE-FILE
           RECORD CONTAINS 195 CHARACTERS.
       01  TD-QUEUE-RECORD.
