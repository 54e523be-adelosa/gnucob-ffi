      *                    started after midnight does not fall off
      *                    the night it belongs to on the cob15
      *                    run sheet.
      *   2026-10-15  RLM  Track the audit record's new record-type
      *                    column, live and archived, so the layouts
      *                    stay in step with cob1.
      *   2026-10-15  RLM  Track the audit record's new operator-ID
      *                    column, live and archived, so the layouts
      *                    stay in step with cob1.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 AFR-STATUS                 PIC X(02).
           05 AFR-AMOUNT                 PIC S9(09)V99
                                         SIGN LEADING SEPARATE.
           05 AFR-REC-TYPE               PIC X(04).
           05 AFR-OPERATOR-ID            PIC X(08).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-AUDIT-RECORD          PIC X(106).

       FD  REPORT-FILE.
       01  REPORT-LINE                   PIC X(120).
