      *   2026-09-03  RLM  Track the journal's new batch-id column
      *                    so the record layout stays in step with
      *                    cob2.
      *   2026-10-15  RLM  Track the journal's new transfer
      *                    reference so the record layout stays in
      *                    step with cob2.
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

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SWR-BATCH-ID              PIC X(08).
           05 SWR-BEFORE-IMAGE          PIC X(120).
           05 SWR-AFTER-IMAGE           PIC X(120).
           05 SWR-XFER-REF              PIC X(10).
           05 SWR-OPERATOR-ID           PIC X(08).

       FD  SORTED-JOURNAL-FILE.
       01  SORTED-JOURNAL-RECORD.
           05 SJ-BATCH-ID               PIC X(08).
           05 SJ-BEFORE-IMAGE           PIC X(120).
           05 SJ-AFTER-IMAGE            PIC X(120).
           05 SJ-XFER-REF               PIC X(10).
           05 SJ-OPERATOR-ID            PIC X(08).

       FD  ACCT-MASTER-FILE.
       01  ACCT-MASTER-RECORD.
