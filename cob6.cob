      *                    is counted, so the certificate still
      *                    ties now that future-dated work diverts
      *                    and returns.
      *   2026-10-15  RLM  Track the audit record's new record-type
      *                    column so the layout stays in step with
      *                    cob1.
      *   2026-10-15  RLM  Track the audit record's new operator-ID
      *                    column so the layouts stay in step with
      *                    cob1.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 AFR-STATUS                PIC X(02).
           05 AFR-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 AFR-REC-TYPE              PIC X(04).
           05 AFR-OPERATOR-ID           PIC X(08).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(80).
