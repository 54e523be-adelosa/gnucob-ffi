000000 IDENTIFICATION DIVISION.
       PROGRAM-ID. cob19.
       AUTHOR. BATCH-SYSTEMS-GROUP.
       INSTALLATION. NIGHTLY-BATCH.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RLM  Initial version. Suspense review worklist,
      *                    run after cob1: every item left in
      *                    SUSPENSE is listed on SUSPRVW with its
      *                    fail reason, first-fail date and retries
      *                    used, and a referred item (95) with the
      *                    REFRRPT line that referred it - the
      *                    control that tripped, its threshold and
      *                    the balance the posting would have left.
      *                    Each item is also written to the SUSPWKS
      *                    decision worksheet with a blank action;
      *                    the reviewer fills in approve, amend,
      *                    cancel or wait with their ID and the
      *                    date, and the completed sheet goes in as
      *                    SUSPDEC for cob1 to apply on the next
      *                    cycle.
      *   2026-10-15  RLM  REFRRPT is only ever extended, so the
      *                    referral table now keeps the latest lines
      *                    instead of the first: once it is full the
      *                    oldest line is overwritten, and the scan
      *                    runs oldest to newest so the last match is
      *                    still the latest referral. A long report
      *                    no longer leaves new referred items with
      *                    no detail and the step at RC 4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT REFERRAL-FILE ASSIGN TO "REFRRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-FILE-STATUS.

           SELECT WORKSHEET-FILE ASSIGN TO "SUSPWKS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORKSHEET-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SUSPRVW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-FILE-RECORD.
           05 RCR-RUN-DATE              PIC X(08).
           05 RCR-BATCH-ID              PIC X(08).
           05 RCR-ENV-FLAG              PIC X(01).
           05 RCR-RETRY-LIMIT           PIC 9(02).
           05 FILLER                    PIC X(32).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SUS-REC-TYPE              PIC X(04).
           05 SUS-TRAN-KEY              PIC 9(08).
           05 SUS-TRAN-DATA             PIC X(20).
           05 SUS-SOURCE-ID             PIC X(02).
           05 SUS-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 SUS-FAIL-REASON           PIC X(02).
           05 SUS-FIRST-FAIL-DATE       PIC X(08).
           05 SUS-RETRY-COUNT           PIC 9(02).

       FD  REFERRAL-FILE.
       01  REFERRAL-RECORD.
           05 RFL-POST-DATE             PIC X(08).
           05 FILLER                    PIC X(01).
           05 RFL-POST-TIME             PIC X(06).
           05 FILLER                    PIC X(01).
           05 RFL-TRAN-KEY              PIC 9(08).
           05 FILLER                    PIC X(01).
           05 RFL-REC-TYPE              PIC X(04).
           05 FILLER                    PIC X(01).
           05 RFL-AMOUNT                PIC X(13).
           05 FILLER                    PIC X(01).
           05 RFL-WOULD-BE              PIC X(16).
           05 FILLER                    PIC X(01).
           05 RFL-CONTROL               PIC X(05).
           05 FILLER                    PIC X(01).
           05 RFL-THRESHOLD             PIC X(16).

      *    THE DECISION WORKSHEET - THE SUSPDEC LAYOUT COB1 READS,
      *    ONE LINE PER ITEM WITH THE ACTION LEFT BLANK.
       FD  WORKSHEET-FILE.
       01  WORKSHEET-RECORD.
           05 SWK-ACTION                PIC X(01).
           05 SWK-REVIEWER              PIC X(08).
           05 SWK-DECISION-DATE         PIC X(08).
           05 SWK-REC-TYPE              PIC X(04).
           05 SWK-TRAN-KEY              PIC 9(08).
           05 SWK-TRAN-DATA             PIC X(20).
           05 SWK-SOURCE-ID             PIC X(02).
           05 SWK-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 SWK-FIRST-FAIL-DATE       PIC X(08).
           05 SWK-NEW-DATA              PIC X(20).
           05 SWK-NEW-AMOUNT            PIC X(12).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       FD  RUNHIST-FILE.
       01  RUNHIST-RECORD.
           05 RHR-PROGRAM               PIC X(08).
           05 RHR-BATCH-ID              PIC X(08).
           05 RHR-RUN-DATE              PIC X(08).
           05 RHR-START-TIMESTAMP       PIC X(14).
           05 RHR-END-TIMESTAMP         PIC X(14).
           05 RHR-RECORDS-IN            PIC 9(08).
           05 RHR-RECORDS-OUT           PIC 9(08).
           05 RHR-RETURN-CODE           PIC 9(04).

       WORKING-STORAGE SECTION.
       77  WS-RUNCTL-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-SUSPENSE-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-REFERRAL-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-WORKSHEET-FILE-STATUS     PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-RUNHIST-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-RH-START-STAMP            PIC X(14) VALUE SPACES.

       77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF-YES                          VALUE 'Y'.
       77  WS-REF-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 WS-REF-EOF-YES                      VALUE 'Y'.
       77  WS-ABORT-SWITCH              PIC X(01) VALUE 'N'.
           88 WS-ABORT-YES                        VALUE 'Y'.

       77  WS-ITEM-COUNT                PIC 9(08) VALUE ZERO.
       77  WS-REFERRED-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-DETAIL-FOUND-COUNT        PIC 9(08) VALUE ZERO.
       77  WS-REFUSED-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-OTHER-COUNT               PIC 9(08) VALUE ZERO.
       77  WS-RETURN-CODE               PIC 9(04) COMP VALUE ZERO.

      *    THE RUN IDENTITY AND RETRY LIMIT OFF THE RUNCTL CARD.
      *    NO CARD MEANS THE SYSTEM DATE AND COB1'S DEFAULT LIMIT.
       01  WS-RUN-CONTROL.
           05 WS-RUNCTL-DATE            PIC X(08) VALUE SPACES.
           05 WS-RUNCTL-BATCH-ID        PIC X(08) VALUE SPACES.
       77  WS-RUNCTL-RETRY-LIMIT        PIC 9(02) VALUE 03.

      *    THE LATEST LINES OF THE REFERRAL REPORT. IT IS WRITTEN
      *    IN POSTING ORDER, SO THE LAST LINE THAT MATCHES AN ITEM
      *    IS THE REFERRAL THAT PUT IT WHERE IT IS NOW. THE TABLE
      *    IS A RING: WS-REF-COUNT IS HOW MANY SLOTS ARE FILLED,
      *    WS-REF-NEXT THE SLOT THE NEXT LINE GOES IN - ONCE THE
      *    TABLE IS FULL, THE SLOT OF THE OLDEST LINE HELD.
       77  WS-REF-MAX                   PIC 9(05) COMP VALUE 01000.
       77  WS-REF-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-REF-NEXT                  PIC 9(05) COMP VALUE 00001.
       77  WS-REF-OLDEST                PIC 9(05) COMP VALUE 00001.
       77  WS-REF-DROPPED               PIC 9(08) VALUE ZERO.
       77  WS-REF-SEQ                   PIC 9(05) COMP VALUE ZERO.
       77  WS-REF-IDX                   PIC 9(05) COMP VALUE ZERO.
       77  WS-REF-HIT                   PIC 9(05) COMP VALUE ZERO.
       01  WS-REFERRAL-TABLE.
           05 WS-REF-ENTRY OCCURS 1000 TIMES.
               10 WS-REF-POST-DATE      PIC X(08).
               10 FILLER                PIC X(01).
               10 WS-REF-POST-TIME      PIC X(06).
               10 FILLER                PIC X(01).
               10 WS-REF-TRAN-KEY       PIC 9(08).
               10 FILLER                PIC X(01).
               10 WS-REF-REC-TYPE       PIC X(04).
               10 FILLER                PIC X(01).
               10 WS-REF-AMOUNT         PIC X(13).
               10 FILLER                PIC X(01).
               10 WS-REF-WOULD-BE       PIC X(16).
               10 FILLER                PIC X(01).
               10 WS-REF-CONTROL        PIC X(05).
               10 FILLER                PIC X(01).
               10 WS-REF-THRESHOLD      PIC X(16).

      *    THE ACCOUNT AND AMOUNT A REFERRAL LINE WOULD CARRY FOR
      *    THE ITEM IN HAND. COB2 WRITES THE AMOUNT EDITED, SO IT
      *    IS EDITED THE SAME WAY HERE AND COMPARED AS TEXT. A
      *    TRANSFER IS REFERRED ON WHICHEVER LEG TRIPPED - THE
      *    FROM-ACCOUNT TAKING THE AMOUNT OUT, OR THE TO-ACCOUNT
      *    PUTTING IT IN.
       77  WS-MATCH-KEY                 PIC 9(08) VALUE ZERO.
       77  WS-MATCH-AMOUNT              PIC S9(09)V99 VALUE ZERO.
       77  WS-MATCH-AMOUNT-ED           PIC +Z(8)9.99.
       01  WS-XFER-TO-KEY-X             PIC X(08) VALUE SPACES.
       01  WS-XFER-TO-KEY REDEFINES WS-XFER-TO-KEY-X
                                        PIC 9(08).

       01  WS-SYSTEM-TIMESTAMP.
           05 WS-SYSTEM-DATE            PIC 9(08).
           05 WS-SYSTEM-TIME            PIC 9(06).

       01  WS-HEADING-LINE-1.
           05 FILLER                    PIC X(34)
               VALUE 'SUSPENSE REVIEW WORKLIST          '.
           05 FILLER                    PIC X(66) VALUE SPACES.

       01  WS-IDENT-LINE.
           05 FILLER                    PIC X(10) VALUE 'RUN DATE: '.
           05 WI-RUN-DATE               PIC X(08).
           05 FILLER                    PIC X(16)
               VALUE '   RETRY LIMIT: '.
           05 WI-RETRY-LIMIT            PIC Z9.
           05 FILLER                    PIC X(64) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05 FILLER                    PIC X(05) VALUE 'ITEM '.
           05 FILLER                    PIC X(05) VALUE 'TYPE '.
           05 FILLER                    PIC X(09) VALUE 'ACCOUNT  '.
           05 FILLER                    PIC X(04) VALUE 'SRC '.
           05 FILLER                    PIC X(14)
               VALUE 'AMOUNT        '.
           05 FILLER                    PIC X(21)
               VALUE 'REASON               '.
           05 FILLER                    PIC X(11)
               VALUE 'FIRST FAIL '.
           05 FILLER                    PIC X(07) VALUE 'RETRIES'.
           05 FILLER                    PIC X(24) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 WD-ITEM-NO                PIC ZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WD-REC-TYPE               PIC X(04).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WD-ACCOUNT                PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WD-SOURCE-ID              PIC X(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-AMOUNT                 PIC +Z(8)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WD-REASON                 PIC X(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WD-REASON-TEXT            PIC X(18).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WD-FIRST-FAIL             PIC X(08).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WD-RETRIES                PIC Z9.
           05 FILLER                    PIC X(01) VALUE '/'.
           05 WD-RETRY-LIMIT            PIC Z9.
           05 FILLER                    PIC X(23) VALUE SPACES.

       01  WS-DATA-LINE.
           05 FILLER                    PIC X(11)
               VALUE '     DATA: '.
           05 WDL-DATA                  PIC X(20).
           05 FILLER                    PIC X(69) VALUE SPACES.

       01  WS-REFERRAL-LINE.
           05 FILLER                    PIC X(14)
               VALUE '     REFERRED '.
           05 WRL-POST-DATE             PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRL-POST-TIME             PIC X(06).
           05 FILLER                    PIC X(06) VALUE ' ACCT '.
           05 WRL-ACCOUNT               PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRL-CONTROL               PIC X(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRL-THRESHOLD             PIC X(16).
           05 FILLER                    PIC X(10)
               VALUE ' WOULD BE '.
           05 WRL-WOULD-BE              PIC X(16).
           05 FILLER                    PIC X(08) VALUE SPACES.

       01  WS-NO-REFERRAL-LINE.
           05 FILLER                    PIC X(40)
               VALUE '     NO REFERRAL DETAIL ON REFRRPT      '.
           05 FILLER                    PIC X(60) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05 FILLER                    PIC X(16)
               VALUE 'ITEMS IN REVIEW:'.
           05 WT-ITEMS                  PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(12)
               VALUE '  REFERRED: '.
           05 WT-REFERRED               PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(16)
               VALUE '  WITH DETAIL: '.
           05 WT-DETAIL-FOUND           PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(26) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05 FILLER                    PIC X(16)
               VALUE 'CLOSED/HELD:    '.
           05 WT-REFUSED                PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(12)
               VALUE '  OTHER:    '.
           05 WT-OTHER                  PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *  AA000-MAINLINE - LIST EVERY OPEN SUSPENSE ITEM FOR        *
      *  REVIEW AND WRITE THE DECISION WORKSHEET.                  *
      *----------------------------------------------------------*
       AA000-MAINLINE SECTION.
           DISPLAY 'IN COB19 - SUSPENSE REVIEW WORKLIST'.
           PERFORM BB000-INITIALIZE THRU BB000-EXIT.
           IF NOT WS-ABORT-YES
               PERFORM CC000-REVIEW-ONE-ITEM THRU CC000-EXIT
                   UNTIL WS-EOF-YES
           END-IF.
           PERFORM DD000-TERMINATE THRU DD000-EXIT.
           PERFORM EE000-WRITE-RUN-HISTORY THRU EE000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK
           .

       AA000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB000-INITIALIZE - READ THE RUN CARD, LOAD THE REFERRAL  *
      *  REPORT, AND OPEN THE SUSPENSE FILE, THE WORKSHEET AND    *
      *  THE REPORT. NO SUSPENSE FILE IS AN EMPTY WORKLIST.       *
      *----------------------------------------------------------*
       BB000-INITIALIZE SECTION.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           STRING WS-SYSTEM-DATE DELIMITED BY SIZE
                  WS-SYSTEM-TIME DELIMITED BY SIZE
               INTO WS-RH-START-STAMP
           END-STRING.
           PERFORM BB200-READ-RUN-CONTROL THRU BB200-EXIT.
           PERFORM BB300-LOAD-REFERRALS THRU BB300-EXIT.
           OPEN OUTPUT WORKSHEET-FILE.
           IF WS-WORKSHEET-FILE-STATUS NOT = '00'
               DISPLAY 'COB19 - UNABLE TO OPEN WORKSHEET-FILE, '
                   'STATUS = ' WS-WORKSHEET-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'COB19 - UNABLE TO OPEN REPORT-FILE, '
                   'STATUS = ' WS-REPORT-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           MOVE WS-HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RUNCTL-DATE TO WI-RUN-DATE.
           MOVE WS-RUNCTL-RETRY-LIMIT TO WI-RETRY-LIMIT.
           MOVE WS-IDENT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               DISPLAY 'COB19 - NO SUSPENSE FILE, NOTHING TO REVIEW'
               SET WS-EOF-YES TO TRUE
           END-IF.

       BB000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB200 - THE RUN-CONTROL CARD NAMES THE RUN DATE, THE     *
      *  BATCH-ID AND THE RETRY LIMIT COB1 AGES ITEMS OUT AT.     *
      *----------------------------------------------------------*
       BB200-READ-RUN-CONTROL SECTION.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-FILE-STATUS = '00'
               READ RUNCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RCR-RUN-DATE TO WS-RUNCTL-DATE
                       MOVE RCR-BATCH-ID TO WS-RUNCTL-BATCH-ID
                       IF RCR-RETRY-LIMIT NUMERIC
                          AND RCR-RETRY-LIMIT > ZERO
                           MOVE RCR-RETRY-LIMIT
                               TO WS-RUNCTL-RETRY-LIMIT
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.
           IF WS-RUNCTL-DATE = SPACES
               MOVE WS-SYSTEM-DATE TO WS-RUNCTL-DATE
           END-IF.

       BB200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB300 - LOAD THE REFERRAL REPORT. A MISSING FILE MEANS   *
      *  NOTHING HAS BEEN REFERRED. THE REPORT IS ONLY EVER       *
      *  EXTENDED, SO A FULL TABLE KEEPS THE LATEST LINES - THE   *
      *  ONES TONIGHT'S SUSPENSE ITEMS WERE REFERRED ON.          *
      *----------------------------------------------------------*
       BB300-LOAD-REFERRALS SECTION.
           OPEN INPUT REFERRAL-FILE.
           IF WS-REFERRAL-FILE-STATUS NOT = '00'
               GO TO BB300-EXIT
           END-IF.
           PERFORM BB310-LOAD-ONE-REFERRAL THRU BB310-EXIT
               UNTIL WS-REF-EOF-YES.
           CLOSE REFERRAL-FILE.
           IF WS-REF-COUNT = WS-REF-MAX
               MOVE WS-REF-NEXT TO WS-REF-OLDEST
           END-IF.
           IF WS-REF-DROPPED > ZERO
               DISPLAY 'COB19 - REFERRAL REPORT LONGER THAN '
                   WS-REF-MAX ' LINES, OLDEST ' WS-REF-DROPPED
                   ' NOT MATCHED'
           END-IF.

       BB300-EXIT.
           EXIT.

       BB310-LOAD-ONE-REFERRAL SECTION.
           READ REFERRAL-FILE
               AT END
                   SET WS-REF-EOF-YES TO TRUE
                   GO TO BB310-EXIT
           END-READ.
           IF WS-REF-COUNT = WS-REF-MAX
               ADD 1 TO WS-REF-DROPPED
           ELSE
               ADD 1 TO WS-REF-COUNT
           END-IF.
           MOVE REFERRAL-RECORD TO WS-REF-ENTRY (WS-REF-NEXT).
           ADD 1 TO WS-REF-NEXT.
           IF WS-REF-NEXT > WS-REF-MAX
               MOVE 1 TO WS-REF-NEXT
           END-IF.

       BB310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC000 - ONE SUSPENSE ITEM: ITS DETAIL AND DATA LINES,    *
      *  ITS REFERRAL WHEN IT WAS REFERRED, AND ITS WORKSHEET     *
      *  LINE.                                                    *
      *----------------------------------------------------------*
       CC000-REVIEW-ONE-ITEM SECTION.
           READ SUSPENSE-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO CC000-EXIT
           END-READ.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE WS-ITEM-COUNT       TO WD-ITEM-NO.
           MOVE SUS-REC-TYPE        TO WD-REC-TYPE.
           MOVE SUS-TRAN-KEY        TO WD-ACCOUNT.
           MOVE SUS-SOURCE-ID       TO WD-SOURCE-ID.
           MOVE SUS-AMOUNT          TO WD-AMOUNT.
           MOVE SUS-FAIL-REASON     TO WD-REASON.
           MOVE SUS-FIRST-FAIL-DATE TO WD-FIRST-FAIL.
           MOVE SUS-RETRY-COUNT     TO WD-RETRIES.
           MOVE WS-RUNCTL-RETRY-LIMIT TO WD-RETRY-LIMIT.
           EVALUATE SUS-FAIL-REASON
               WHEN '90'
                   MOVE 'NO MATCH/ACCOUNT  ' TO WD-REASON-TEXT
                   ADD 1 TO WS-OTHER-COUNT
               WHEN '91'
                   MOVE 'ACCOUNT CLOSED    ' TO WD-REASON-TEXT
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN '92'
                   MOVE 'ACCOUNT HELD      ' TO WD-REASON-TEXT
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN '95'
                   MOVE 'REFERRED - CONTROL' TO WD-REASON-TEXT
                   ADD 1 TO WS-REFERRED-COUNT
               WHEN OTHER
                   MOVE 'POSTING ERROR     ' TO WD-REASON-TEXT
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SUS-TRAN-DATA TO WDL-DATA.
           MOVE WS-DATA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF SUS-FAIL-REASON = '95'
               PERFORM CC100-FIND-REFERRAL THRU CC100-EXIT
           END-IF.
           PERFORM CC300-WRITE-WORKSHEET THRU CC300-EXIT.

       CC000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC100 - FIND THE REFERRAL BEHIND A REFERRED ITEM AND     *
      *  PRINT IT UNDER THE ITEM.                                 *
      *----------------------------------------------------------*
       CC100-FIND-REFERRAL SECTION.
           MOVE ZERO TO WS-REF-HIT.
           IF SUS-REC-TYPE = 'XFER'
               MOVE SUS-TRAN-KEY TO WS-MATCH-KEY
               COMPUTE WS-MATCH-AMOUNT = ZERO - SUS-AMOUNT
               PERFORM CC110-SCAN-REFERRALS THRU CC110-EXIT
               IF WS-REF-HIT = ZERO
                   MOVE SUS-TRAN-DATA (1:8) TO WS-XFER-TO-KEY-X
                   IF WS-XFER-TO-KEY-X NUMERIC
                       MOVE WS-XFER-TO-KEY TO WS-MATCH-KEY
                       MOVE SUS-AMOUNT TO WS-MATCH-AMOUNT
                       PERFORM CC110-SCAN-REFERRALS THRU CC110-EXIT
                   END-IF
               END-IF
           ELSE
               MOVE SUS-TRAN-KEY TO WS-MATCH-KEY
               MOVE SUS-AMOUNT TO WS-MATCH-AMOUNT
               PERFORM CC110-SCAN-REFERRALS THRU CC110-EXIT
           END-IF.
           IF WS-REF-HIT = ZERO
               MOVE WS-NO-REFERRAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO CC100-EXIT
           END-IF.
           ADD 1 TO WS-DETAIL-FOUND-COUNT.
           MOVE WS-REF-POST-DATE (WS-REF-HIT) TO WRL-POST-DATE.
           MOVE WS-REF-POST-TIME (WS-REF-HIT) TO WRL-POST-TIME.
           MOVE WS-REF-TRAN-KEY (WS-REF-HIT)  TO WRL-ACCOUNT.
           MOVE WS-REF-CONTROL (WS-REF-HIT)   TO WRL-CONTROL.
           MOVE WS-REF-THRESHOLD (WS-REF-HIT) TO WRL-THRESHOLD.
           MOVE WS-REF-WOULD-BE (WS-REF-HIT)  TO WRL-WOULD-BE.
           MOVE WS-REFERRAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       CC100-EXIT.
           EXIT.

      *    OLDEST TO NEWEST ROUND THE RING, SO THE LAST HIT IS THE
      *    LATEST REFERRAL.
       CC110-SCAN-REFERRALS SECTION.
           MOVE WS-MATCH-AMOUNT TO WS-MATCH-AMOUNT-ED.
           PERFORM CC120-MATCH-ONE-REFERRAL THRU CC120-EXIT
               VARYING WS-REF-SEQ FROM 1 BY 1
               UNTIL WS-REF-SEQ > WS-REF-COUNT.

       CC110-EXIT.
           EXIT.

       CC120-MATCH-ONE-REFERRAL SECTION.
           COMPUTE WS-REF-IDX = WS-REF-OLDEST + WS-REF-SEQ - 1.
           IF WS-REF-IDX > WS-REF-MAX
               SUBTRACT WS-REF-MAX FROM WS-REF-IDX
           END-IF.
           IF WS-REF-TRAN-KEY (WS-REF-IDX) = WS-MATCH-KEY
              AND WS-REF-REC-TYPE (WS-REF-IDX) = SUS-REC-TYPE
              AND WS-REF-AMOUNT (WS-REF-IDX) = WS-MATCH-AMOUNT-ED
               MOVE WS-REF-IDX TO WS-REF-HIT
           END-IF.

       CC120-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC300 - THE ITEM'S WORKSHEET LINE: ITS IDENTITY AS COB1  *
      *  WILL MATCH IT, WITH THE DECISION FIELDS LEFT FOR THE     *
      *  REVIEWER - ACTION A (APPROVE), M (AMEND), C (CANCEL) OR  *
      *  W (WAIT), REVIEWER ID, DECISION DATE, AND FOR AN AMEND   *
      *  THE NEW DATA AND/OR AMOUNT.                              *
      *----------------------------------------------------------*
       CC300-WRITE-WORKSHEET SECTION.
           MOVE SPACES              TO WORKSHEET-RECORD.
           MOVE SUS-REC-TYPE        TO SWK-REC-TYPE.
           MOVE SUS-TRAN-KEY        TO SWK-TRAN-KEY.
           MOVE SUS-TRAN-DATA       TO SWK-TRAN-DATA.
           MOVE SUS-SOURCE-ID       TO SWK-SOURCE-ID.
           MOVE SUS-AMOUNT          TO SWK-AMOUNT.
           MOVE SUS-FIRST-FAIL-DATE TO SWK-FIRST-FAIL-DATE.
           WRITE WORKSHEET-RECORD.

       CC300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD000-TERMINATE - PRINT THE TOTALS AND CLOSE UP.         *
      *----------------------------------------------------------*
       DD000-TERMINATE SECTION.
           IF WS-ABORT-YES
               MOVE 0016 TO WS-RETURN-CODE
               DISPLAY 'COB19 TERMINATING - WORKLIST NOT PRODUCED'
               GO TO DD000-EXIT
           END-IF.
           MOVE WS-ITEM-COUNT         TO WT-ITEMS.
           MOVE WS-REFERRED-COUNT     TO WT-REFERRED.
           MOVE WS-DETAIL-FOUND-COUNT TO WT-DETAIL-FOUND.
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REFUSED-COUNT      TO WT-REFUSED.
           MOVE WS-OTHER-COUNT        TO WT-OTHER.
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-SUSPENSE-FILE-STATUS = '00'
               CLOSE SUSPENSE-FILE
           END-IF.
           CLOSE WORKSHEET-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'COB19 LISTED ' WS-ITEM-COUNT
               ' SUSPENSE ITEMS FOR REVIEW, ' WS-REFERRED-COUNT
               ' REFERRED'.

       DD000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  EE000 - APPEND THIS STEP'S RECORD TO THE COMMON RUN     *
      *  HISTORY FILE FOR THE COB15 NIGHTLY RUN SHEET.            *
      *----------------------------------------------------------*
       EE000-WRITE-RUN-HISTORY SECTION.
           OPEN EXTEND RUNHIST-FILE.
           IF WS-RUNHIST-FILE-STATUS = '35'
               OPEN OUTPUT RUNHIST-FILE
           END-IF.
           IF WS-RUNHIST-FILE-STATUS NOT = '00'
               DISPLAY 'COB19 - UNABLE TO OPEN RUNHIST-FILE, '
                   'STATUS = ' WS-RUNHIST-FILE-STATUS
               GO TO EE000-EXIT
           END-IF.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           MOVE 'COB19   ' TO RHR-PROGRAM.
           MOVE WS-RUNCTL-BATCH-ID TO RHR-BATCH-ID.
           MOVE WS-RUNCTL-DATE TO RHR-RUN-DATE.
           MOVE WS-ITEM-COUNT TO RHR-RECORDS-IN.
           MOVE WS-ITEM-COUNT TO RHR-RECORDS-OUT.
           MOVE WS-RETURN-CODE TO RHR-RETURN-CODE.
           MOVE WS-RH-START-STAMP TO RHR-START-TIMESTAMP.
           STRING WS-SYSTEM-DATE DELIMITED BY SIZE
                  WS-SYSTEM-TIME DELIMITED BY SIZE
               INTO RHR-END-TIMESTAMP
           END-STRING.
           WRITE RUNHIST-RECORD.
           CLOSE RUNHIST-FILE.

       EE000-EXIT.
           EXIT.
