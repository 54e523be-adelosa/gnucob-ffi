      *                    started after midnight does not fall off
      *                    the night it belongs to on the cob15
      *                    run sheet.
      *   2026-10-15  RLM  Track the audit record's new record-type
      *                    column so the layouts stay in step with
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

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SWR-STATUS                PIC X(02).
           05 SWR-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 SWR-REC-TYPE              PIC X(04).
           05 SWR-OPERATOR-ID           PIC X(08).

       FD  SORTED-AUDIT-FILE.
       01  SORTED-AUDIT-RECORD.
           05 SA-STATUS                 PIC X(02).
           05 SA-AMOUNT                 PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 SA-REC-TYPE               PIC X(04).
           05 SA-OPERATOR-ID            PIC X(08).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).
