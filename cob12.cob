      *                    run's RTR-NET-AMOUNT - without the
      *                    filter every operator correction failed
      *                    the certificate and held the GL extract.
      *   2026-10-15  RLM  Track the journal's new transfer
      *                    reference so the record layout stays in
      *                    step with cob2. A transfer's two legs
      *                    swing the master by equal and opposite
      *                    amounts, and cob1 keeps transfers out of
      *                    the run net, so the movement proof needs
      *                    no change to tie.
      *   2026-10-15  RLM  Track the journal's new operator-ID
      *                    column so the record layout stays in
      *                    step with cob2.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 PJR-BATCH-ID              PIC X(08).
           05 PJR-BEFORE-IMAGE          PIC X(120).
           05 PJR-AFTER-IMAGE           PIC X(120).
           05 PJR-XFER-REF              PIC X(10).
           05 PJR-OPERATOR-ID           PIC X(08).

       FD  ACCT-MASTER-FILE.
       01  ACCT-MASTER-RECORD.
