      *                    RUNHIST run-history file, so the cob15
      *                    run sheet can prove every step ran, in
      *                    order, and how it ended.
      *   2026-10-15  RLM  Stamp the correction's record type on
      *                    the audit record's new record-type column.
      *   2026-10-15  RLM  Dual control. The operator's ID is taken
      *                    with every entry and stamped on the audit
      *                    record and, through the session-open
      *                    call, on the journal. A CLSE, or a
      *                    correction whose amount is above the
      *                    RUNCTL dual-control limit, is not posted:
      *                    it is queued on PENDCORR under a
      *                    reference number. A second operator then
      *                    enters APRV or DECL with that reference -
      *                    APRV posts the queued correction as its
      *                    maker keyed it, DECL kills it - and the
      *                    decision is appended to PENDCORR. The
      *                    maker can never decide their own item.
      *                    cob20 reports the queue daily.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT PENDCORR-FILE ASSIGN TO "PENDCORR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PENDCORR-FILE-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-FILE-STATUS.
           05 SPR-TRAN-DATA             PIC X(20).
           05 SPR-AMOUNT                PIC X(12).
           05 SPR-BATCH-ID              PIC X(08).
           05 SPR-OPERATOR-ID           PIC X(08).

       FD  RUNCTL-FILE.
       01  RUNCTL-FILE-RECORD.
           05 RCR-BATCH-ID              PIC X(08).
           05 RCR-ENV-FLAG              PIC X(01).
           05 FILLER                    PIC X(34).
           05 RCR-DUAL-CTL-LIMIT        PIC X(14).
           05 RCR-DUAL-CTL-LIMIT-NUM REDEFINES RCR-DUAL-CTL-LIMIT
                                        PIC S9(11)V99
                                        SIGN LEADING SEPARATE.

       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD.
           05 AFR-STATUS                PIC X(02).
           05 AFR-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 AFR-REC-TYPE              PIC X(04).
           05 AFR-OPERATOR-ID           PIC X(08).

      *    THE DUAL-CONTROL QUEUE. APPEND-ONLY: A CORRECTION HELD
      *    FOR APPROVAL IS AN R (REQUEST) RECORD UNDER A NEW
      *    REFERENCE, AND ITS APPROVAL (A) OR DECLINE (D) IS A
      *    SECOND RECORD UNDER THE SAME REFERENCE CARRYING THE
      *    TRANSACTION AGAIN, THE DECIDING OPERATOR AND, FOR AN
      *    APPROVAL, THE POSTING RESULT. A REFERENCE WITH NO
      *    DECISION RECORD IS STILL PENDING.
       FD  PENDCORR-FILE.
       01  PENDCORR-RECORD.
           05 PCR-EVENT                 PIC X(01).
               88 PCR-EVENT-REQUEST               VALUE 'R'.
               88 PCR-EVENT-APPROVED              VALUE 'A'.
               88 PCR-EVENT-DECLINED              VALUE 'D'.
           05 PCR-REFERENCE             PIC 9(08).
           05 PCR-TIMESTAMP             PIC X(14).
           05 PCR-OPERATOR-ID           PIC X(08).
           05 PCR-RUN-DATE              PIC X(08).
           05 PCR-BATCH-ID              PIC X(08).
           05 PCR-REC-TYPE              PIC X(04).
           05 PCR-TRAN-KEY              PIC 9(08).
           05 PCR-TRAN-DATA             PIC X(20).
           05 PCR-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 PCR-RESULT-STATUS         PIC X(02).
           05 PCR-RESULT                PIC X(20).

       FD  RUNHIST-FILE.
       01  RUNHIST-RECORD.
       77  WS-SNGLPARM-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-RUNCTL-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-PENDCORR-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-RUNHIST-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-RH-START-STAMP            PIC X(14) VALUE SPACES.

       77  WS-EDIT-FAILED-SW            PIC X(01) VALUE 'N'.
           88 WS-EDIT-FAILED                      VALUE 'Y'.

      *    SET ONCE DUAL CONTROL HAS CLEARED THE ENTRY TO POST -
      *    A CORRECTION WITHIN THE LIMIT, OR AN APPROVED ONE.
       77  WS-POST-SW                   PIC X(01) VALUE 'N'.
           88 WS-POST-YES                         VALUE 'Y'.
       77  WS-APPROVING-SW              PIC X(01) VALUE 'N'.
           88 WS-APPROVING                        VALUE 'Y'.
       77  WS-PEND-EOF-SW               PIC X(01) VALUE 'N'.
           88 WS-PEND-EOF                         VALUE 'Y'.
       77  WS-PEND-FOUND-SW             PIC X(01) VALUE 'N'.
           88 WS-PEND-FOUND                       VALUE 'Y'.
       77  WS-PEND-DECIDED-SW           PIC X(01) VALUE 'N'.
           88 WS-PEND-DECIDED                     VALUE 'Y'.

       77  WS-TRAN-DATA-LENGTH          PIC 9(05) COMP VALUE 00020.
       77  WS-ENRICH-TIMEOUT-MS         PIC 9(05) COMP VALUE 00500.
       77  WS-CCALL-RETURN-CODE         PIC S9(08) COMP VALUE ZERO.
       77  WS-RETURN-CODE               PIC 9(04) COMP VALUE ZERO.
       77  WS-NET-DISPLAY               PIC +Z(8)9.99.

      *    A CORRECTION WHOSE AMOUNT, EITHER SIGN, IS ABOVE THIS
      *    WAITS FOR A SECOND OPERATOR. THE RUNCTL CARD SETS IT;
      *    NO CARD, OR A BLANK COLUMN, LEAVES THE HOUSE DEFAULT.
       77  WS-DUAL-CTL-LIMIT            PIC S9(11)V99 VALUE 1000.00.
       77  WS-ABS-AMOUNT                PIC S9(11)V99 VALUE ZERO.
       77  WS-PEND-LAST-REF             PIC 9(08) VALUE ZERO.
       77  WS-PEND-DECIDED-EVENT        PIC X(01) VALUE SPACES.
       77  WS-PEND-DECIDED-BY           PIC X(08) VALUE SPACES.
      *    THE OPERATOR THE POSTING IS STAMPED WITH - THE ONE WHO
      *    KEYED IT, WHICH FOR AN APPROVED ITEM IS ITS MAKER.
       77  WS-POST-OPERATOR-ID          PIC X(08) VALUE SPACES.

      *    THE OPERATOR'S TRANSACTION, OFF THE CARD OR THE CONSOLE,
      *    HELD AS RAW TEXT UNTIL THE EDITS PROVE IT.
       01  WS-INPUT-TRAN.
               88 WS-IN-TYPE-MAINT                VALUES 'OPEN'
                                                         'CLSE'
                                                         'HOLD'.
               88 WS-IN-TYPE-CLOSE                VALUE 'CLSE'.
               88 WS-IN-TYPE-APPROVE              VALUE 'APRV'.
               88 WS-IN-TYPE-DECLINE              VALUE 'DECL'.
               88 WS-IN-TYPE-DECISION             VALUES 'APRV'
                                                         'DECL'.
           05 WS-IN-KEY                 PIC X(08).
           05 WS-IN-KEY-NUM REDEFINES WS-IN-KEY
                                        PIC 9(08).
                                        PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 WS-IN-BATCH-ID            PIC X(08).
           05 WS-IN-OPERATOR-ID         PIC X(08).

      *    THE QUEUED CORRECTION AN APRV OR DECL NAMES, AS ITS
      *    REQUEST RECORD STANDS ON PENDCORR.
       01  WS-PEND-ITEM.
           05 WS-PND-EVENT              PIC X(01).
           05 WS-PND-REFERENCE          PIC 9(08).
           05 WS-PND-TIMESTAMP          PIC X(14).
           05 WS-PND-OPERATOR-ID        PIC X(08).
           05 WS-PND-RUN-DATE           PIC X(08).
           05 WS-PND-BATCH-ID           PIC X(08).
           05 WS-PND-REC-TYPE           PIC X(04).
           05 WS-PND-TRAN-KEY           PIC 9(08).
           05 WS-PND-TRAN-DATA          PIC X(20).
           05 WS-PND-AMOUNT             PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 WS-PND-RESULT-STATUS      PIC X(02).
           05 WS-PND-RESULT             PIC X(20).

       01  WS-RUN-CONTROL.
           05 WS-RUNCTL-DATE            PIC X(08) VALUE SPACES.
           05 WS-SYSTEM-DATE            PIC 9(08).
           05 WS-SYSTEM-TIME            PIC 9(06).

      *    THE CLOCK AS HHMMSSHH. THE QUEUE'S STAMPS TAKE THE FIRST
      *    SIX DIGITS SO THE HOUR IS KEPT - THE DAILY REPORT WORKS
      *    THE MAKER-TO-CHECKER TIME FROM THEM.
       01  WS-CLOCK-TIME                PIC 9(08) VALUE ZERO.

      *    THE ONE-SLOT BATCH TABLE HANDED TO ccall/cob2 THROUGH
      *    LINKAGE-AREA - SAME SLOT LAYOUT AS COB1'S BATCH TABLE,
      *    SO THE SNGL PATH POSTS EXACTLY LIKE THE OVERNIGHT WORK.
           DISPLAY 'IN COB9 - SINGLE TRANSACTION ENTRY'.
           PERFORM BB000-INITIALIZE THRU BB000-EXIT.
           IF NOT WS-ABORT-YES
              AND NOT WS-EDIT-FAILED
               PERFORM GG000-DUAL-CONTROL THRU GG000-EXIT
           END-IF.
           IF WS-POST-YES
              AND NOT WS-ABORT-YES
              AND NOT WS-EDIT-FAILED
               PERFORM FF100-OPEN-SESSION THRU FF100-EXIT
           END-IF.
           IF WS-POST-YES
              AND NOT WS-ABORT-YES
              AND NOT WS-EDIT-FAILED
               PERFORM CC000-CALL-CCALL THRU CC000-EXIT
               PERFORM DD000-WRITE-AUDIT THRU DD000-EXIT
               PERFORM EE000-REPORT-RESULT THRU EE000-EXIT
               PERFORM FF200-CLOSE-SESSION THRU FF200-EXIT
               IF WS-APPROVING
                   PERFORM GG300-WRITE-DECISION THRU GG300-EXIT
               END-IF
           END-IF.
           IF WS-ABORT-YES
               MOVE 0016 TO WS-RETURN-CODE
      *----------------------------------------------------------*
      *  BB100 - THE RUN-CONTROL CARD SUPPLIES THE RUN DATE AND   *
      *  THE TEST/PROD FLAG THAT DECIDES WHETHER ENRICHMENT IS    *
      *  REQUESTED, EXACTLY AS THE OVERNIGHT BATCH DOES, AND THE  *
      *  DUAL-CONTROL LIMIT. NO CARD MEANS SYSTEM DATE AND        *
      *  TEST-MODE DEFAULTS.                                      *
      *----------------------------------------------------------*
       BB100-READ-RUN-CONTROL SECTION.
           OPEN INPUT RUNCTL-FILE.
                   NOT AT END
                       MOVE RCR-RUN-DATE TO WS-RUNCTL-DATE
                       MOVE RCR-ENV-FLAG TO WS-RUNCTL-ENV-FLAG
                       IF RCR-DUAL-CTL-LIMIT NOT = SPACES
                          AND RCR-DUAL-CTL-LIMIT-NUM NUMERIC
                           MOVE RCR-DUAL-CTL-LIMIT-NUM
                               TO WS-DUAL-CTL-LIMIT
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.
                       MOVE SPR-TRAN-DATA TO WS-IN-DATA
                       MOVE SPR-AMOUNT    TO WS-IN-AMOUNT
                       MOVE SPR-BATCH-ID  TO WS-IN-BATCH-ID
                       MOVE SPR-OPERATOR-ID TO WS-IN-OPERATOR-ID
               END-READ
               CLOSE SNGLPARM-FILE
           ELSE
           EXIT.

       BB250-PROMPT-CONSOLE SECTION.
           DISPLAY 'COB9 ENTER OPERATOR ID:'.
           ACCEPT WS-IN-OPERATOR-ID FROM CONSOLE.
           DISPLAY 'COB9 ENTER RECORD TYPE (TRAN/RVSL/ADJS/OPEN/'
               'CLSE/HOLD, OR APRV/DECL FOR A PENDING ITEM):'.
           ACCEPT WS-IN-REC-TYPE FROM CONSOLE.
           IF WS-IN-TYPE-DECISION
               DISPLAY 'COB9 ENTER 8-DIGIT PENDING REFERENCE:'
               ACCEPT WS-IN-KEY FROM CONSOLE
               GO TO BB250-EXIT
           END-IF.
           DISPLAY 'COB9 ENTER 8-DIGIT TRANSACTION KEY:'.
           ACCEPT WS-IN-KEY FROM CONSOLE.
           DISPLAY 'COB9 ENTER TRANSACTION DATA:'.
      *  REJECTED THERE REJECTS HERE, BEFORE ANYTHING IS CALLED.  *
      *----------------------------------------------------------*
       BB300-EDIT-TRANSACTION SECTION.
           IF WS-IN-OPERATOR-ID = SPACES
               DISPLAY 'COB9 - OPERATOR ID MUST BE SUPPLIED'
               SET WS-EDIT-FAILED TO TRUE
               GO TO BB300-EXIT
           END-IF.
           IF NOT WS-IN-TYPE-STANDARD
              AND NOT WS-IN-TYPE-REVERSAL
              AND NOT WS-IN-TYPE-ADJUST
              AND NOT WS-IN-TYPE-MAINT
              AND NOT WS-IN-TYPE-DECISION
               DISPLAY 'COB9 - RECORD TYPE MUST BE TRAN, RVSL, '
                   'ADJS, OPEN, CLSE, HOLD, APRV OR DECL: '
                   WS-IN-REC-TYPE
               SET WS-EDIT-FAILED TO TRUE
               GO TO BB300-EXIT
           END-IF.
               SET WS-EDIT-FAILED TO TRUE
               GO TO BB300-EXIT
           END-IF.
      *    AN APPROVAL OR DECLINE NAMES ITS QUEUED ITEM BY
      *    REFERENCE IN THE KEY - THE ITEM WAS EDITED WHEN KEYED.
           IF WS-IN-TYPE-DECISION
               GO TO BB300-EXIT
           END-IF.
      *    A MAINTENANCE ENTRY'S DATA IS AN OPTIONAL REASON -
      *    ONLY THE MONETARY TYPES MUST CARRY TRANSACTION DATA.
           IF WS-IN-DATA = SPACES
           MOVE WS-SLOT-RESULT        TO AFR-LINKAGE2-DATA.
           MOVE WS-SLOT-STATUS        TO AFR-STATUS.
           MOVE WS-SLOT-AMOUNT        TO AFR-AMOUNT.
           MOVE WS-SLOT-REC-TYPE      TO AFR-REC-TYPE.
           MOVE WS-POST-OPERATOR-ID   TO AFR-OPERATOR-ID.
           WRITE AUDIT-FILE-RECORD.
           CLOSE AUDIT-FILE.

           DISPLAY 'COB9 RESULT: STATUS ' WS-SLOT-STATUS
               ', ' WS-SLOT-RESULT.
           DISPLAY 'COB9 KEY ' WS-SLOT-KEY ' AMOUNT ' WS-NET-DISPLAY
               ' AUDITED UNDER BATCH-ID ' WS-IN-BATCH-ID
               ', OPERATOR ' WS-POST-OPERATOR-ID.
           IF NOT WS-SLOT-STATUS-OK
               MOVE 0008 TO WS-RETURN-CODE
           END-IF.
               INTO LINKAGE1-DATA
           END-STRING.
           MOVE SPACES TO LINKAGE2-DATA.
      *    SO DOES THE OPERATOR, FOR THE JOURNAL'S OPERATOR-ID.
           MOVE WS-POST-OPERATOR-ID TO LINKAGE2-ENRICH-DATA.
           SET LINKAGE2-STATUS-OK TO TRUE.
           CALL 'ccall' USING LINKAGE1 LINKAGE2
               RETURNING WS-CCALL-RETURN-CODE

       FF200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  GG000 - DUAL CONTROL. AN APRV OR DECL DECIDES A QUEUED   *
      *  ITEM; A CLSE, OR A CORRECTION ABOVE THE LIMIT, IS        *
      *  QUEUED FOR A SECOND OPERATOR; ANYTHING ELSE POSTS NOW,   *
      *  STAMPED WITH THE OPERATOR WHO KEYED IT.                  *
      *----------------------------------------------------------*
       GG000-DUAL-CONTROL SECTION.
           PERFORM GG100-SCAN-PENDING THRU GG100-EXIT.
           IF WS-ABORT-YES
               GO TO GG000-EXIT
           END-IF.
           IF WS-IN-TYPE-DECISION
               PERFORM GG200-DECIDE-PENDING THRU GG200-EXIT
               GO TO GG000-EXIT
           END-IF.
           MOVE WS-IN-OPERATOR-ID TO WS-POST-OPERATOR-ID.
           IF WS-IN-AMOUNT-NUM < ZERO
               COMPUTE WS-ABS-AMOUNT = ZERO - WS-IN-AMOUNT-NUM
           ELSE
               MOVE WS-IN-AMOUNT-NUM TO WS-ABS-AMOUNT
           END-IF.
           IF WS-IN-TYPE-CLOSE
              OR WS-ABS-AMOUNT > WS-DUAL-CTL-LIMIT
               PERFORM GG400-QUEUE-CORRECTION THRU GG400-EXIT
               GO TO GG000-EXIT
           END-IF.
           SET WS-POST-YES TO TRUE.

       GG000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  GG100 - READ THE QUEUE FOR THE HIGHEST REFERENCE ISSUED  *
      *  AND, FOR AN APRV OR DECL, THE ITEM IT NAMES AND ANY      *
      *  DECISION ALREADY TAKEN ON IT. NO QUEUE FILE YET IS AN    *
      *  EMPTY QUEUE.                                             *
      *----------------------------------------------------------*
       GG100-SCAN-PENDING SECTION.
           OPEN INPUT PENDCORR-FILE.
           IF WS-PENDCORR-FILE-STATUS = '35'
               GO TO GG100-EXIT
           END-IF.
           IF WS-PENDCORR-FILE-STATUS NOT = '00'
               DISPLAY 'COB9 - UNABLE TO OPEN PENDCORR-FILE, '
                   'STATUS = ' WS-PENDCORR-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO GG100-EXIT
           END-IF.
           PERFORM GG110-SCAN-ONE-ENTRY THRU GG110-EXIT
               UNTIL WS-PEND-EOF.
           CLOSE PENDCORR-FILE.

       GG100-EXIT.
           EXIT.

       GG110-SCAN-ONE-ENTRY SECTION.
           READ PENDCORR-FILE
               AT END
                   SET WS-PEND-EOF TO TRUE
                   GO TO GG110-EXIT
           END-READ.
           IF PCR-REFERENCE > WS-PEND-LAST-REF
               MOVE PCR-REFERENCE TO WS-PEND-LAST-REF
           END-IF.
           IF NOT WS-IN-TYPE-DECISION
              OR PCR-REFERENCE NOT = WS-IN-KEY-NUM
               GO TO GG110-EXIT
           END-IF.
           IF PCR-EVENT-REQUEST
               MOVE PENDCORR-RECORD TO WS-PEND-ITEM
               SET WS-PEND-FOUND TO TRUE
           ELSE
               MOVE PCR-EVENT TO WS-PEND-DECIDED-EVENT
               MOVE PCR-OPERATOR-ID TO WS-PEND-DECIDED-BY
               SET WS-PEND-DECIDED TO TRUE
           END-IF.

       GG110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  GG200 - AN APRV OR DECL. THE ITEM MUST BE ON THE QUEUE,  *
      *  NOT YET DECIDED, AND DECIDED BY SOMEONE OTHER THAN ITS   *
      *  MAKER. A DECLINE IS RECORDED HERE; AN APPROVAL LOADS     *
      *  THE QUEUED CORRECTION TO POST AND IS RECORDED WITH THE   *
      *  POSTING RESULT ONCE IT HAS GONE DOWN THE SNGL PATH.      *
      *----------------------------------------------------------*
       GG200-DECIDE-PENDING SECTION.
           IF NOT WS-PEND-FOUND
               DISPLAY 'COB9 - NO PENDING CORRECTION UNDER REFERENCE '
                   WS-IN-KEY
               SET WS-EDIT-FAILED TO TRUE
               GO TO GG200-EXIT
           END-IF.
           IF WS-PEND-DECIDED
               IF WS-PEND-DECIDED-EVENT = 'A'
                   DISPLAY 'COB9 - PENDING CORRECTION ' WS-IN-KEY
                       ' WAS ALREADY APPROVED BY ' WS-PEND-DECIDED-BY
               ELSE
                   DISPLAY 'COB9 - PENDING CORRECTION ' WS-IN-KEY
                       ' WAS ALREADY DECLINED BY ' WS-PEND-DECIDED-BY
               END-IF
               SET WS-EDIT-FAILED TO TRUE
               GO TO GG200-EXIT
           END-IF.
           IF WS-PND-OPERATOR-ID = WS-IN-OPERATOR-ID
               DISPLAY 'COB9 - PENDING CORRECTION ' WS-IN-KEY
                   ' WAS KEYED BY ' WS-IN-OPERATOR-ID
                   ' AND MUST BE DECIDED BY A DIFFERENT OPERATOR'
               SET WS-EDIT-FAILED TO TRUE
               GO TO GG200-EXIT
           END-IF.
           IF WS-IN-TYPE-DECLINE
               MOVE SPACES TO WS-SLOT-STATUS
               MOVE 'DECLINED            ' TO WS-SLOT-RESULT
               PERFORM GG300-WRITE-DECISION THRU GG300-EXIT
               DISPLAY 'COB9 PENDING CORRECTION ' WS-IN-KEY
                   ' DECLINED BY ' WS-IN-OPERATOR-ID
               GO TO GG200-EXIT
           END-IF.
           MOVE WS-PND-REC-TYPE     TO WS-IN-REC-TYPE.
           MOVE WS-PND-TRAN-KEY     TO WS-IN-KEY-NUM.
           MOVE WS-PND-TRAN-DATA    TO WS-IN-DATA.
           MOVE WS-PND-AMOUNT       TO WS-IN-AMOUNT-NUM.
           MOVE WS-PND-BATCH-ID     TO WS-IN-BATCH-ID.
           MOVE WS-PND-OPERATOR-ID  TO WS-POST-OPERATOR-ID.
           SET WS-APPROVING TO TRUE.
           DISPLAY 'COB9 PENDING CORRECTION ' WS-PND-REFERENCE
               ' APPROVED BY ' WS-IN-OPERATOR-ID ', POSTING'.
           SET WS-POST-YES TO TRUE.

       GG200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  GG300 - APPEND THE DECISION TO THE QUEUE: THE ITEM AS    *
      *  QUEUED, THE DECIDING OPERATOR AND TIME, AND THE RESULT.  *
      *  AN APPROVED ITEM WHOSE POSTING FAILED IS STILL DECIDED - *
      *  ITS RESULT SAYS WHY, AND IT IS RE-KEYED IF STILL WANTED. *
      *----------------------------------------------------------*
       GG300-WRITE-DECISION SECTION.
           MOVE WS-PEND-ITEM TO PENDCORR-RECORD.
           IF WS-APPROVING
               SET PCR-EVENT-APPROVED TO TRUE
           ELSE
               SET PCR-EVENT-DECLINED TO TRUE
           END-IF.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           STRING WS-SYSTEM-DATE DELIMITED BY SIZE
                  WS-CLOCK-TIME (1:6) DELIMITED BY SIZE
               INTO PCR-TIMESTAMP
           END-STRING.
           MOVE WS-IN-OPERATOR-ID   TO PCR-OPERATOR-ID.
           MOVE WS-RUNCTL-DATE      TO PCR-RUN-DATE.
           MOVE WS-SLOT-STATUS      TO PCR-RESULT-STATUS.
           MOVE WS-SLOT-RESULT      TO PCR-RESULT.
           PERFORM GG900-APPEND-PENDING THRU GG900-EXIT.

       GG300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  GG400 - QUEUE A CORRECTION FOR A SECOND OPERATOR UNDER   *
      *  THE NEXT REFERENCE. NOTHING IS POSTED OR AUDITED UNTIL   *
      *  IT IS APPROVED.                                          *
      *----------------------------------------------------------*
       GG400-QUEUE-CORRECTION SECTION.
           MOVE SPACES TO PENDCORR-RECORD.
           SET PCR-EVENT-REQUEST TO TRUE.
           COMPUTE PCR-REFERENCE = WS-PEND-LAST-REF + 1.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           STRING WS-SYSTEM-DATE DELIMITED BY SIZE
                  WS-CLOCK-TIME (1:6) DELIMITED BY SIZE
               INTO PCR-TIMESTAMP
           END-STRING.
           MOVE WS-IN-OPERATOR-ID   TO PCR-OPERATOR-ID.
           MOVE WS-RUNCTL-DATE      TO PCR-RUN-DATE.
           MOVE WS-IN-BATCH-ID      TO PCR-BATCH-ID.
           MOVE WS-IN-REC-TYPE      TO PCR-REC-TYPE.
           MOVE WS-IN-KEY-NUM       TO PCR-TRAN-KEY.
           MOVE WS-IN-DATA          TO PCR-TRAN-DATA.
           MOVE WS-IN-AMOUNT-NUM    TO PCR-AMOUNT.
           IF WS-IN-TYPE-CLOSE
               MOVE 'CLOSE - DUAL CONTROL' TO PCR-RESULT
           ELSE
               MOVE 'OVER DUAL-CTL LIMIT ' TO PCR-RESULT
           END-IF.
           PERFORM GG900-APPEND-PENDING THRU GG900-EXIT.
           IF WS-ABORT-YES
               GO TO GG400-EXIT
           END-IF.
           MOVE WS-IN-AMOUNT-NUM TO WS-NET-DISPLAY.
           DISPLAY 'COB9 KEY ' WS-IN-KEY ' ' WS-IN-REC-TYPE
               ' AMOUNT ' WS-NET-DISPLAY ' NEEDS A SECOND OPERATOR'.
           DISPLAY 'COB9 HELD FOR APPROVAL UNDER REFERENCE '
               PCR-REFERENCE ' (' PCR-RESULT ')'.
           MOVE 0004 TO WS-RETURN-CODE.

       GG400-EXIT.
           EXIT.

       GG900-APPEND-PENDING SECTION.
           OPEN EXTEND PENDCORR-FILE.
           IF WS-PENDCORR-FILE-STATUS = '35'
               OPEN OUTPUT PENDCORR-FILE
           END-IF.
           IF WS-PENDCORR-FILE-STATUS NOT = '00'
               DISPLAY 'COB9 - UNABLE TO OPEN PENDCORR-FILE, '
                   'STATUS = ' WS-PENDCORR-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO GG900-EXIT
           END-IF.
           WRITE PENDCORR-RECORD.
           CLOSE PENDCORR-FILE.

       GG900-EXIT.
           EXIT.
