      *                    future-dated record is held, not lost.
      *                    Track the widened reject record and
      *                    RUNTOTAL's new warehouse column.
      *   2026-10-15  RLM  Acknowledge the in-house feed: work the
      *                    system generates for itself (source-ID
      *                    F4, and AC from the cob16 accrual) goes to
      *                    its own ACKF4 file, so finance can prove
      *                    what its generated work did. Each detail
      *                    now carries the record's source-ID, so
      *                    the generators sharing ACKF4 can each
      *                    find their own.
      *   2026-10-15  RLM  Track the audit record's new record-type
      *                    column so the layout stays in step with
      *                    cob1.
      *   2026-10-15  RLM  Acknowledge the cob18 standing-instruction
      *                    work (source-ID SI) on ACKF4 with the
      *                    other in-house generators.
      *   2026-10-15  RLM  Acknowledge a suspense item a reviewer
      *                    cancelled (audit status CN) with its own
      *                    disposition CN and trailer slot, so the
      *                    source knows the item will not post and
      *                    must be resent if still wanted. The
      *                    acknowledgment records widen to carry
      *                    the seventh trailer slot.
      *   2026-10-15  RLM  Track the audit record's new operator-ID
      *                    column so the layouts stay in step with
      *                    cob1.
      *   2026-10-15  RLM  Acknowledge the cob24 monitor's account
      *                    holds (source-ID MN) on ACKF4 with the
      *                    other in-house generators.
      *   2026-10-15  RLM  Acknowledge the cob25 dormancy run's
      *                    account holds (source-ID DM) on ACKF4
      *                    with the other in-house generators.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACK3-FILE-STATUS.

           SELECT ACK4-FILE ASSIGN TO "ACKF4"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACK4-FILE-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-FILE-STATUS.
           05 AFR-STATUS                PIC X(02).
           05 AFR-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 AFR-REC-TYPE              PIC X(04).
           05 AFR-OPERATOR-ID           PIC X(08).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 REJ-SOURCE-ID             PIC X(02).

       FD  ACK1-FILE.
       01  ACK1-RECORD                  PIC X(157).

       FD  ACK2-FILE.
       01  ACK2-RECORD                  PIC X(157).

       FD  ACK3-FILE.
       01  ACK3-RECORD                  PIC X(157).

       FD  ACK4-FILE.
       01  ACK4-RECORD                  PIC X(157).

       FD  RUNHIST-FILE.
       01  RUNHIST-RECORD.
       77  WS-ACK1-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-ACK2-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-ACK3-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-ACK4-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-RUNHIST-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-RH-START-STAMP            PIC X(14) VALUE SPACES.

      *      1 PO POSTED          2 DU DUPLICATE DIVERTED
      *      3 SU SUSPENDED       4 HR HARD-REJECTED
      *      5 RE REJECTED AT EDIT  6 WH WAREHOUSED
      *      7 CN CANCELLED ON SUSPENSE REVIEW
      *    SOURCE 4 IS THE IN-HOUSE FEED - EVERY GENERATED SOURCE.
       01  WS-ACK-TOTALS.
           05 WS-ACK-SOURCE OCCURS 4 TIMES.
               10 WS-ACK-DISP OCCURS 7 TIMES.
                   15 WS-ACK-DISP-COUNT PIC 9(08).
                   15 WS-ACK-DISP-NET   PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05 WS-AKH-RUN-DATE           PIC X(08).
           05 WS-AKH-BATCH-ID           PIC X(08).
           05 WS-AKH-SOURCE-ID          PIC X(02).
           05 FILLER                    PIC X(136) VALUE SPACES.

       01  WS-ACK-DETAIL.
           05 WS-AKD-REC-TYPE           PIC X(03) VALUE 'DTL'.
                                        SIGN LEADING SEPARATE.
           05 WS-AKD-DISPOSITION        PIC X(02).
           05 WS-AKD-REASON             PIC X(02).
           05 WS-AKD-SOURCE-ID          PIC X(02).
           05 FILLER                    PIC X(108) VALUE SPACES.

       01  WS-ACK-TRAILER.
           05 WS-AKT-REC-TYPE           PIC X(03) VALUE 'TRL'.
           05 WS-AKT-DISP OCCURS 7 TIMES.
               10 WS-AKT-COUNT          PIC 9(08).
               10 WS-AKT-NET            PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
      *----------------------------------------------------------*
      *  BB000-INITIALIZE - PICK UP THE RUN IDENTITY, LOAD THE    *
      *  POST-RUN SUSPENSE FILE, AND OPEN THE INPUTS AND THE      *
      *  FOUR ACKNOWLEDGMENT FILES. NO RUN TOTALS MEANS THERE IS  *
      *  NO RUN TO ACKNOWLEDGE - THAT IS AN ERROR.                *
      *----------------------------------------------------------*
       BB000-INITIALIZE SECTION.
           OPEN OUTPUT ACK1-FILE.
           OPEN OUTPUT ACK2-FILE.
           OPEN OUTPUT ACK3-FILE.
           OPEN OUTPUT ACK4-FILE.
           IF WS-ACK1-FILE-STATUS NOT = '00'
              OR WS-ACK2-FILE-STATUS NOT = '00'
              OR WS-ACK3-FILE-STATUS NOT = '00'
              OR WS-ACK4-FILE-STATUS NOT = '00'
               DISPLAY 'COB14 - UNABLE TO OPEN AN ACKNOWLEDGMENT '
                   'FILE, STATUSES ' WS-ACK1-FILE-STATUS ' '
                   WS-ACK2-FILE-STATUS ' ' WS-ACK3-FILE-STATUS ' '
                   WS-ACK4-FILE-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE ACK2-RECORD FROM WS-ACK-HEADER.
           MOVE 'F3' TO WS-AKH-SOURCE-ID.
           WRITE ACK3-RECORD FROM WS-ACK-HEADER.
           MOVE 'F4' TO WS-AKH-SOURCE-ID.
           WRITE ACK4-RECORD FROM WS-ACK-HEADER.
           PERFORM BB300-ZERO-TOTALS THRU BB300-EXIT
               VARYING WS-SOURCE-IDX FROM 1 BY 1
               UNTIL WS-SOURCE-IDX > 4.
           PERFORM CC100-READ-AUDIT-RECORD THRU CC100-EXIT.

       BB000-EXIT.
       BB300-ZERO-TOTALS SECTION.
           PERFORM BB310-ZERO-ONE-DISP THRU BB310-EXIT
               VARYING WS-DISP-IDX FROM 1 BY 1
               UNTIL WS-DISP-IDX > 7.

       BB300-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *  CC000 - ONE OF THE RUN'S AUDIT RECORDS. STATUS 00 IS     *
      *  POSTED, DP A DIVERTED DUPLICATE, WH A FUTURE-DATED ITEM  *
      *  HELD IN THE WAREHOUSE, CN A SUSPENSE ITEM CANCELLED ON   *
      *  REVIEW; ANYTHING ELSE IS                                 *
      *  SUSPENDED IF IT IS STILL IN THE SUSPENSE FILE AND        *
      *  HARD-REJECTED IF IT IS NOT. WORK FROM OUTSIDE THE FEEDS  *
      *  (OPERATOR CORRECTIONS) HAS NO FILE TO GO BACK TO.        *
      *----------------------------------------------------------*
       CC000-ACK-ONE-AUDIT SECTION.
           IF AFR-BATCH-ID NOT = WS-RT-BATCH-ID
               WHEN AFR-STATUS = 'WH'
                   MOVE 'WH' TO WS-WORK-DISP
                   MOVE 6 TO WS-WORK-DISP-SLOT
               WHEN AFR-STATUS = 'CN'
                   MOVE 'CN' TO WS-WORK-DISP
                   MOVE 7 TO WS-WORK-DISP-SLOT
               WHEN OTHER
                   PERFORM CC300-FIND-IN-SUSPENSE THRU CC300-EXIT
                   IF WS-SUSP-HIT > ZERO
           MOVE AFR-AMOUNT        TO WS-AKD-AMOUNT.
           MOVE WS-WORK-DISP      TO WS-AKD-DISPOSITION.
           MOVE AFR-STATUS        TO WS-AKD-REASON.
           MOVE AFR-SOURCE-ID     TO WS-AKD-SOURCE-ID.
           PERFORM CC400-WRITE-ACK-DETAIL THRU CC400-EXIT.

       CC000-NEXT.
                   MOVE 2 TO WS-SOURCE-IDX
               WHEN 'F3'
                   MOVE 3 TO WS-SOURCE-IDX
               WHEN 'F4'
               WHEN 'AC'
               WHEN 'SI'
               WHEN 'MN'
               WHEN 'DM'
                   MOVE 4 TO WS-SOURCE-IDX
               WHEN OTHER
                   MOVE ZERO TO WS-SOURCE-IDX
           END-EVALUATE.
                   WRITE ACK2-RECORD FROM WS-ACK-DETAIL
               WHEN 3
                   WRITE ACK3-RECORD FROM WS-ACK-DETAIL
               WHEN 4
                   WRITE ACK4-RECORD FROM WS-ACK-DETAIL
           END-EVALUATE.
           ADD 1 TO WS-ACK-COUNT.
           ADD 1 TO WS-ACK-DISP-COUNT
           MOVE 'RE' TO WS-WORK-DISP.
           MOVE 5 TO WS-WORK-DISP-SLOT.
           MOVE REJ-REASON-CODE TO WS-AKD-REASON.
           MOVE REJ-SOURCE-ID TO WS-AKD-SOURCE-ID.
           PERFORM CC400-WRITE-ACK-DETAIL THRU CC400-EXIT.

       DD000-EXIT.
           MOVE 3 TO WS-SOURCE-IDX.
           PERFORM EE100-BUILD-TRAILER THRU EE100-EXIT.
           WRITE ACK3-RECORD FROM WS-ACK-TRAILER.
           MOVE 4 TO WS-SOURCE-IDX.
           PERFORM EE100-BUILD-TRAILER THRU EE100-EXIT.
           WRITE ACK4-RECORD FROM WS-ACK-TRAILER.
           CLOSE AUDIT-FILE.
           IF WS-REJECTS-PRESENT
               CLOSE REJECT-FILE
           CLOSE ACK1-FILE.
           CLOSE ACK2-FILE.
           CLOSE ACK3-FILE.
           CLOSE ACK4-FILE.
           DISPLAY 'COB14 ACKNOWLEDGED ' WS-ACK-COUNT
               ' RECORDS ACROSS THE FOUR FEEDS, BYPASSED '
               WS-BYPASS-COUNT ' FROM OTHER SOURCES'.

       EE000-EXIT.
       EE100-BUILD-TRAILER SECTION.
           PERFORM EE110-SET-ONE-DISP THRU EE110-EXIT
               VARYING WS-DISP-IDX FROM 1 BY 1
               UNTIL WS-DISP-IDX > 7.

       EE100-EXIT.
           EXIT.
