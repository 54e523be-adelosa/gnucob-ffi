      *                    run date and batch-id on the session
      *                    open so cob2 can stamp the journal with
      *                    the posting's true origin.
      *   2026-10-15  RLM  Read a fourth, in-house feed (TRANIN4)
      *                    beside the three upstream feeds: work the
      *                    system generates for itself - starting
      *                    with the cob16 period-end accrual - rides
      *                    the same merge, duplicate check, posting,
      *                    audit and acknowledgment path as customer
      *                    work. The job stream concatenates the
      *                    generators' outputs onto TRANIN4, each with
      *                    its own TRLR, so a feed's trailer totals
      *                    now accumulate across every trailer it
      *                    carries instead of the last one winning.
      *   2026-10-15  RLM  Carry the two-legged transfer slot type
      *                    XFER. A transfer moves money between two
      *                    accounts and nets to zero on the master,
      *                    so it stays out of the batch and run net -
      *                    the net cob8 and cob12 prove is the
      *                    movement on the master. Stamp every
      *                    audit record with its record type on the
      *                    new AFR-REC-TYPE column, so the audit
      *                    readers can tell a transfer from the
      *                    single-account postings.
      *   2026-10-15  RLM  Apply the suspense reviewers' decisions
      *                    (SUSPDEC, worked up from the cob19
      *                    review listing) as the suspense items
      *                    load: an approved item is sent once with
      *                    slot status 96 so cob2 waives the balance
      *                    controls for it; an amended item retries
      *                    with its new amount or data; a cancelled
      *                    item is consumed without posting under
      *                    its own CN audit status, so the cob6 tie
      *                    holds and cob14 acknowledges it back to
      *                    its source; a waiting item carries on as
      *                    before. Every decision, applied or not,
      *                    goes on the SUSPDLOG decision log with
      *                    the reviewer and decision date, and the
      *                    decision file is emptied at end of run so
      *                    no decision is applied twice.
      *   2026-10-15  RLM  Carry the new operator-ID column on the
      *                    audit record: blank for overnight work,
      *                    the reviewer's ID on a suspense item
      *                    cancelled on review. The session-open
      *                    call sends a blank operator so the
      *                    journal shows the work as the batch's.
      *                    RUNCTL gains the cob9 dual-control limit.
      *   2026-10-15  RLM  RUNCTL gains the cob24 monitoring
      *                    thresholds and hold switch. Nothing here
      *                    reads them; the layout keeps its one home.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN3-FILE-STATUS.

           SELECT TRAN4-FILE ASSIGN TO "TRANIN4"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN4-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDTRAIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT SUSPDEC-FILE ASSIGN TO "SUSPDEC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPDEC-FILE-STATUS.

           SELECT SUSPDLOG-FILE ASSIGN TO "SUSPDLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPDLOG-FILE-STATUS.

           SELECT HARDREJ-FILE ASSIGN TO "HARDREJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HARDREJ-FILE-STATUS.
       FD  TRAN3-FILE.
       01  TRAN3-RECORD                 PIC X(54).

       FD  TRAN4-FILE.
       01  TRAN4-RECORD                 PIC X(54).

       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD.
           05 AFR-RUN-DATE              PIC X(08).
           05 AFR-STATUS                PIC X(02).
           05 AFR-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 AFR-REC-TYPE              PIC X(04).
           05 AFR-OPERATOR-ID           PIC X(08).

       FD  RESTART-FILE.
       01  RESTART-FILE-RECORD.
           05 RFR-LAST-KEY              PIC 9(08).
           05 RFR-BATCH-ID              PIC X(08).
           05 RFR-SUSP-COUNT            PIC 9(05).
           05 RFR-FEED-COUNT            OCCURS 4 TIMES
                                        PIC 9(07).
           05 RFR-RUN-NET               PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
      *    CARRIED HERE SO THE CARD LAYOUT HAS ONE HOME.
           05 RCR-DFLT-FLOOR            PIC X(14).
           05 RCR-DFLT-LIMIT            PIC X(14).
      *    THE AMOUNT ABOVE WHICH A COB9 DAYTIME CORRECTION NEEDS
      *    A SECOND OPERATOR'S APPROVAL BEFORE IT POSTS.
           05 RCR-DUAL-CTL-LIMIT        PIC X(14).
      *    THE COB24 POST-RUN MONITOR'S THRESHOLDS - POSTINGS PER
      *    ACCOUNT PER NIGHT, GROSS VALUE PER NIGHT, REVERSALS AND
      *    ADJUSTMENTS PER NIGHT, AND THE SINGLE-ITEM AMOUNT - AND
      *    WHETHER IT HOLDS A FLAGGED ACCOUNT FOR THE NEXT CYCLE.
           05 RCR-MON-MAX-COUNT         PIC X(05).
           05 RCR-MON-MAX-GROSS         PIC X(14).
           05 RCR-MON-MAX-CORR          PIC X(03).
           05 RCR-MON-MAX-ITEM          PIC X(14).
           05 RCR-MON-HOLD-SW           PIC X(01).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SUS-FIRST-FAIL-DATE       PIC X(08).
           05 SUS-RETRY-COUNT           PIC 9(02).

      *    THE REVIEWERS' DECISIONS ON THE SUSPENSE ITEMS, ONE PER
      *    ITEM, NAMED BY THE ITEM'S OWN IDENTITY AS THE COB19
      *    WORKSHEET PRINTED IT. A BLANK ACTION IS NO DECISION.
       FD  SUSPDEC-FILE.
       01  SUSPDEC-RECORD.
           05 SDC-ACTION                PIC X(01).
               88 SDC-ACTION-NONE                 VALUE ' '.
               88 SDC-ACTION-APPROVE              VALUE 'A'.
               88 SDC-ACTION-AMEND                VALUE 'M'.
               88 SDC-ACTION-CANCEL               VALUE 'C'.
               88 SDC-ACTION-WAIT                 VALUE 'W'.
           05 SDC-REVIEWER              PIC X(08).
           05 SDC-DECISION-DATE         PIC X(08).
           05 SDC-REC-TYPE              PIC X(04).
           05 SDC-TRAN-KEY              PIC 9(08).
           05 SDC-TRAN-DATA             PIC X(20).
           05 SDC-SOURCE-ID             PIC X(02).
           05 SDC-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 SDC-FIRST-FAIL-DATE       PIC X(08).
           05 SDC-NEW-DATA              PIC X(20).
           05 SDC-NEW-AMOUNT            PIC X(12).
           05 SDC-NEW-AMOUNT-NUM REDEFINES SDC-NEW-AMOUNT
                                        PIC S9(09)V99
                                        SIGN LEADING SEPARATE.

      *    THE DECISION LOG - EVERY DECISION READ, WHO MADE IT AND
      *    WHEN, THE ITEM BEFORE AND AFTER, AND WHAT BECAME OF IT.
      *    IT BUILDS UP ACROSS RUNS.
       FD  SUSPDLOG-FILE.
       01  SUSPDLOG-RECORD.
           05 SDL-RUN-DATE              PIC X(08).
           05 SDL-BATCH-ID              PIC X(08).
           05 SDL-LOG-TIMESTAMP         PIC X(14).
           05 SDL-ACTION                PIC X(01).
           05 SDL-REVIEWER              PIC X(08).
           05 SDL-DECISION-DATE         PIC X(08).
           05 SDL-REC-TYPE              PIC X(04).
           05 SDL-TRAN-KEY              PIC 9(08).
           05 SDL-SOURCE-ID             PIC X(02).
           05 SDL-OLD-DATA              PIC X(20).
           05 SDL-OLD-AMOUNT            PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 SDL-NEW-DATA              PIC X(20).
           05 SDL-NEW-AMOUNT            PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 SDL-OUTCOME               PIC X(20).

      *    THIS RUN'S FAILED SLOTS AS OF THE LAST CHECKPOINT - A
      *    RESTART RELOADS THEM SO THE END-OF-RUN SUSPENSE REWRITE
      *    STILL COVERS THE WHOLE RUN, ABENDED PORTION INCLUDED.
       77  WS-TRAN1-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-TRAN2-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-TRAN3-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-TRAN4-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-RESTART-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-RUNCTL-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-SUSPENSE-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-HARDREJ-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-SUSPDEC-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-SUSPDLOG-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-PENDING-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-RUNTOTAL-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-OPEN-STATUS-WORK          PIC X(02) VALUE '00'.
      *    THE JOB STREAM MAPS THEM TO TRANIN1/2/3) IS READ, COUNTED,
      *    AND PROVEN AGAINST ITS OWN TRLR TRAILER. A FEED WHOSE
      *    FILE IS NOT PRESENT IS SKIPPED SO THE OTHERS STILL RUN.
      *    TRANIN4 IS THE IN-HOUSE FEED: THE GENERATED WORK (ACCRUAL
      *    AND THE LIKE), EACH GENERATOR'S OUTPUT CARRYING ITS OWN
      *    SOURCE-ID AND ITS OWN TRAILER.
       77  WS-FEED-MAX                  PIC 9(05) COMP VALUE 00004.
       77  WS-FEED-IDX                  PIC 9(05) COMP VALUE ZERO.
       77  WS-FEED-PICK                 PIC 9(05) COMP VALUE ZERO.
       77  WS-FEED-SCAN                 PIC 9(05) COMP VALUE ZERO.
       77  WS-OPEN-FEED-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-FEED-TABLE.
           05 WS-FEED-ENTRY OCCURS 4 TIMES.
               10 WS-FEED-OPEN-SW       PIC X(01).
                   88 WS-FEED-OPEN                 VALUE 'Y'.
               10 WS-FEED-EOF-SW        PIC X(01).
      *    APART FROM THE FEED TABLE BECAUSE THE CHECKPOINT IS READ
      *    BEFORE THE FEEDS ARE OPENED AND INITIALIZED.
       01  WS-SKIP-FEED-TABLE.
           05 WS-SKIP-FEED-COUNT        OCCURS 4 TIMES
                                        PIC 9(07) VALUE ZERO.

      *    THE RECORD JUST READ FROM A FEED, BEFORE IT IS PARSED
       77  WS-HARDREJ-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-RETRY-NEXT                PIC 9(02) VALUE ZERO.

      *    REVIEWER DECISIONS ON THE LOADED SUSPENSE ITEMS. AN
      *    APPROVED ITEM'S SLOT GOES TO ccall WITH STATUS 96 SO COB2
      *    WAIVES THE BALANCE CONTROLS FOR IT; A CANCELLED ITEM IS
      *    CONSUMED WITHOUT BEING SENT.
       77  WS-SDC-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-SDC-EOF-YES                      VALUE 'Y'.
       77  WS-SDLOG-OPEN-SW             PIC X(01) VALUE 'N'.
           88 WS-SDLOG-OPEN                       VALUE 'Y'.
       77  WS-SLOT-WAIVE-SW             PIC X(01) VALUE 'N'.
           88 WS-SLOT-WAIVE                       VALUE 'Y'.
       77  WS-SDC-HIT                   PIC 9(05) COMP VALUE ZERO.
       77  WS-SDC-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-SDC-APPLIED-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-SUSP-CANCEL-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-SDC-OUTCOME               PIC X(20) VALUE SPACES.

      *    CONTROL TOTALS ROLLED UP ACROSS THE FEEDS AS THEY ARE
      *    CONSUMED; EACH FEED IS PROVEN AGAINST ITS OWN TRLR
      *    TRAILER AT END OF JOB AND THE AGGREGATES GO TO RUNTOTAL.
                   88 WS-SLOT-TYPE-STANDARD        VALUE 'TRAN'.
                   88 WS-SLOT-TYPE-REVERSAL        VALUE 'RVSL'.
                   88 WS-SLOT-TYPE-ADJUST          VALUE 'ADJS'.
                   88 WS-SLOT-TYPE-TRANSFER        VALUE 'XFER'.
                   88 WS-SLOT-TYPE-MAINT           VALUES 'OPEN'
                                                          'CLSE'
                                                          'HOLD'.
                   88 WS-SLOT-STATUS-ACCT-CLOSED   VALUE '91'.
                   88 WS-SLOT-STATUS-ACCT-HELD     VALUE '92'.
                   88 WS-SLOT-STATUS-REFERRED      VALUE '95'.
                   88 WS-SLOT-STATUS-APPROVED      VALUE '96'.
                   88 WS-SLOT-STATUS-ERROR         VALUE '99'.
               10 WS-SLOT-ENRICH-DATA   PIC X(20).
               10 WS-SLOT-ENRICH-STATUS PIC X(01).
               10 WS-SUSP-FAIL-REASON   PIC X(02).
               10 WS-SUSP-FIRST-FAIL    PIC X(08).
               10 WS-SUSP-RETRY         PIC 9(02).
               10 WS-SUSP-DECISION      PIC X(01).
                   88 WS-SUSP-UNDECIDED            VALUE ' '.
                   88 WS-SUSP-APPROVED             VALUE 'A'.
                   88 WS-SUSP-AMENDED              VALUE 'M'.
                   88 WS-SUSP-CANCELLED            VALUE 'C'.
               10 WS-SUSP-REVIEWER      PIC X(08).

      *    THIS RUN'S FAILURES, HELD HERE UNTIL DD000 REWRITES THE
      *    SUSPENSE FILE FOR THE NEXT RUN TO PICK UP.
           PERFORM BB100-READ-RUN-CONTROL THRU BB100-EXIT.
           PERFORM BB200-CHECK-RESTART THRU BB200-EXIT.
           PERFORM BB400-LOAD-SUSPENSE THRU BB400-EXIT.
           PERFORM BB480-APPLY-DECISIONS THRU BB480-EXIT.
           IF WS-RESTART-FOUND
               PERFORM BB430-LOAD-PENDING THRU BB430-EXIT
               PERFORM BB470-LOAD-PENDING-WHSE THRU BB470-EXIT
           MOVE 'WAREHOUSE FULL-REJCT' TO AFR-LINKAGE2-DATA.
           MOVE '99'                  TO AFR-STATUS.
           MOVE WHS-AMOUNT            TO AFR-AMOUNT.
           MOVE WHS-REC-TYPE          TO AFR-REC-TYPE.
           MOVE SPACES TO AFR-OPERATOR-ID.
           WRITE AUDIT-FILE-RECORD.
           ADD 1 TO WS-AUDIT-COUNT.
           MOVE WHS-REC-TYPE   TO HRJ-REC-TYPE.
                       TO WS-SUSP-FIRST-FAIL (WS-SUSP-COUNT)
                   MOVE SUS-RETRY-COUNT
                       TO WS-SUSP-RETRY (WS-SUSP-COUNT)
                   MOVE SPACES
                       TO WS-SUSP-DECISION (WS-SUSP-COUNT)
                   MOVE SPACES
                       TO WS-SUSP-REVIEWER (WS-SUSP-COUNT)
           END-READ.

       BB410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB480 - APPLY THE REVIEWERS' DECISIONS TO THE SUSPENSE   *
      *  ITEMS JUST LOADED. A MISSING DECISION FILE IS THE        *
      *  NOTHING-DECIDED CASE AND IS NOT AN ERROR. A DECISION     *
      *  THAT NAMES NO ITEM STILL IN SUSPENSE, OR IS INCOMPLETE,  *
      *  CHANGES NOTHING - IT IS LOGGED WITH THE REASON.          *
      *----------------------------------------------------------*
       BB480-APPLY-DECISIONS SECTION.
           OPEN INPUT SUSPDEC-FILE.
           IF WS-SUSPDEC-FILE-STATUS NOT = '00'
               GO TO BB480-EXIT
           END-IF.
           PERFORM BB485-APPLY-ONE-DECISION THRU BB485-EXIT
               UNTIL WS-SDC-EOF-YES.
           CLOSE SUSPDEC-FILE.
           IF WS-SDLOG-OPEN
               CLOSE SUSPDLOG-FILE
           END-IF.
           IF WS-SDC-READ-COUNT > ZERO
               DISPLAY 'COB1 APPLIED ' WS-SDC-APPLIED-COUNT
                   ' OF ' WS-SDC-READ-COUNT ' SUSPENSE DECISIONS'
           END-IF.

       BB480-EXIT.
           EXIT.

       BB485-APPLY-ONE-DECISION SECTION.
           READ SUSPDEC-FILE
               AT END
                   SET WS-SDC-EOF-YES TO TRUE
                   GO TO BB485-EXIT
           END-READ.
           IF SDC-ACTION-NONE
               GO TO BB485-EXIT
           END-IF.
           ADD 1 TO WS-SDC-READ-COUNT.
           MOVE ZERO TO WS-SDC-HIT.
           IF SDC-REVIEWER = SPACES
               MOVE 'NO REVIEWER - IGNORED' TO WS-SDC-OUTCOME
               GO TO BB485-LOG
           END-IF.
           IF NOT SDC-ACTION-APPROVE
              AND NOT SDC-ACTION-AMEND
              AND NOT SDC-ACTION-CANCEL
              AND NOT SDC-ACTION-WAIT
               MOVE 'UNKNOWN ACTION'        TO WS-SDC-OUTCOME
               GO TO BB485-LOG
           END-IF.
           PERFORM BB486-MATCH-ONE-ITEM THRU BB486-EXIT
               VARYING WS-SUSP-IDX FROM 1 BY 1
               UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                  OR WS-SDC-HIT > ZERO.
           IF WS-SDC-HIT = ZERO
               MOVE 'ITEM NOT IN SUSPENSE'  TO WS-SDC-OUTCOME
               GO TO BB485-LOG
           END-IF.
           EVALUATE TRUE
               WHEN SDC-ACTION-APPROVE
                   SET WS-SUSP-APPROVED (WS-SDC-HIT) TO TRUE
                   MOVE SDC-REVIEWER
                       TO WS-SUSP-REVIEWER (WS-SDC-HIT)
                   MOVE 'APPROVED'          TO WS-SDC-OUTCOME
                   ADD 1 TO WS-SDC-APPLIED-COUNT
               WHEN SDC-ACTION-CANCEL
                   SET WS-SUSP-CANCELLED (WS-SDC-HIT) TO TRUE
                   MOVE SDC-REVIEWER
                       TO WS-SUSP-REVIEWER (WS-SDC-HIT)
                   MOVE 'CANCELLED'         TO WS-SDC-OUTCOME
                   ADD 1 TO WS-SDC-APPLIED-COUNT
               WHEN SDC-ACTION-AMEND
                   PERFORM BB487-AMEND-ITEM THRU BB487-EXIT
               WHEN OTHER
                   MOVE 'LEFT WAITING'      TO WS-SDC-OUTCOME
                   ADD 1 TO WS-SDC-APPLIED-COUNT
           END-EVALUATE.

       BB485-LOG.
           PERFORM BB489-LOG-DECISION THRU BB489-EXIT.

       BB485-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB486 - A DECISION NAMES ITS ITEM BY EVERYTHING THE      *
      *  SUSPENSE RECORD CARRIES BUT THE REASON AND RETRY COUNT,  *
      *  AND AN ITEM TAKES ONE DECISION PER RUN.                  *
      *----------------------------------------------------------*
       BB486-MATCH-ONE-ITEM SECTION.
           IF WS-SUSP-UNDECIDED (WS-SUSP-IDX)
              AND WS-SUSP-REC-TYPE (WS-SUSP-IDX) = SDC-REC-TYPE
              AND WS-SUSP-KEY (WS-SUSP-IDX)      = SDC-TRAN-KEY
              AND WS-SUSP-DATA (WS-SUSP-IDX)     = SDC-TRAN-DATA
              AND WS-SUSP-SOURCE (WS-SUSP-IDX)   = SDC-SOURCE-ID
              AND WS-SUSP-AMOUNT (WS-SUSP-IDX)   = SDC-AMOUNT
              AND WS-SUSP-FIRST-FAIL (WS-SUSP-IDX)
                                       = SDC-FIRST-FAIL-DATE
               MOVE WS-SUSP-IDX TO WS-SDC-HIT
           END-IF.

       BB486-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB487 - AN AMENDMENT REPLACES THE ITEM'S DATA, AMOUNT,   *
      *  OR BOTH; A BLANK FIELD IS LEFT AS IT WAS. THE ITEM THEN  *
      *  RETRIES UNDER THE NORMAL CONTROLS. A TRANSFER'S AMOUNT   *
      *  MUST STAY POSITIVE.                                      *
      *----------------------------------------------------------*
       BB487-AMEND-ITEM SECTION.
           IF SDC-NEW-DATA = SPACES
              AND SDC-NEW-AMOUNT = SPACES
               MOVE 'NOTHING TO AMEND'      TO WS-SDC-OUTCOME
               GO TO BB487-EXIT
           END-IF.
           IF SDC-NEW-AMOUNT NOT = SPACES
               IF SDC-NEW-AMOUNT-NUM NOT NUMERIC
                   MOVE 'BAD AMENDED AMOUNT' TO WS-SDC-OUTCOME
                   GO TO BB487-EXIT
               END-IF
               IF SDC-REC-TYPE = 'XFER'
                  AND SDC-NEW-AMOUNT-NUM NOT > ZERO
                   MOVE 'BAD AMENDED AMOUNT' TO WS-SDC-OUTCOME
                   GO TO BB487-EXIT
               END-IF
               MOVE SDC-NEW-AMOUNT-NUM
                   TO WS-SUSP-AMOUNT (WS-SDC-HIT)
           END-IF.
           IF SDC-NEW-DATA NOT = SPACES
               MOVE SDC-NEW-DATA TO WS-SUSP-DATA (WS-SDC-HIT)
           END-IF.
           SET WS-SUSP-AMENDED (WS-SDC-HIT) TO TRUE.
           MOVE SDC-REVIEWER TO WS-SUSP-REVIEWER (WS-SDC-HIT).
           MOVE 'AMENDED'                   TO WS-SDC-OUTCOME.
           ADD 1 TO WS-SDC-APPLIED-COUNT.

       BB487-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB489 - ONE DECISION-LOG RECORD, FILE OPENED EXTEND ON   *
      *  FIRST USE. A RESTART RE-APPLIES THE SAME DECISIONS TO    *
      *  THE SAME SUSPENSE FILE BUT DOES NOT LOG THEM AGAIN - THE *
      *  ABENDED RUN ALREADY DID.                                 *
      *----------------------------------------------------------*
       BB489-LOG-DECISION SECTION.
           IF WS-RESTART-FOUND
               GO TO BB489-EXIT
           END-IF.
           IF NOT WS-SDLOG-OPEN
               OPEN EXTEND SUSPDLOG-FILE
               IF WS-SUSPDLOG-FILE-STATUS = '35'
                   OPEN OUTPUT SUSPDLOG-FILE
               END-IF
               IF WS-SUSPDLOG-FILE-STATUS NOT = '00'
                   DISPLAY 'COB1 - UNABLE TO OPEN SUSPDLOG-FILE, '
                       'STATUS = ' WS-SUSPDLOG-FILE-STATUS
                   GO TO BB489-EXIT
               END-IF
               SET WS-SDLOG-OPEN TO TRUE
           END-IF.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           MOVE WS-RUNCTL-DATE     TO SDL-RUN-DATE.
           MOVE WS-RUNCTL-BATCH-ID TO SDL-BATCH-ID.
           STRING WS-SYSTEM-DATE DELIMITED BY SIZE
                  WS-SYSTEM-TIME DELIMITED BY SIZE
               INTO SDL-LOG-TIMESTAMP
           END-STRING.
           MOVE SDC-ACTION         TO SDL-ACTION.
           MOVE SDC-REVIEWER       TO SDL-REVIEWER.
           IF SDC-DECISION-DATE = SPACES
               MOVE WS-RUNCTL-DATE TO SDL-DECISION-DATE
           ELSE
               MOVE SDC-DECISION-DATE TO SDL-DECISION-DATE
           END-IF.
           MOVE SDC-REC-TYPE       TO SDL-REC-TYPE.
           MOVE SDC-TRAN-KEY       TO SDL-TRAN-KEY.
           MOVE SDC-SOURCE-ID      TO SDL-SOURCE-ID.
           MOVE SDC-TRAN-DATA      TO SDL-OLD-DATA.
           MOVE SDC-AMOUNT         TO SDL-OLD-AMOUNT.
           IF WS-SDC-HIT > ZERO
               MOVE WS-SUSP-DATA (WS-SDC-HIT)   TO SDL-NEW-DATA
               MOVE WS-SUSP-AMOUNT (WS-SDC-HIT) TO SDL-NEW-AMOUNT
           ELSE
               MOVE SDC-TRAN-DATA  TO SDL-NEW-DATA
               MOVE SDC-AMOUNT     TO SDL-NEW-AMOUNT
           END-IF.
           MOVE WS-SDC-OUTCOME     TO SDL-OUTCOME.
           WRITE SUSPDLOG-RECORD.

       BB489-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB500 - OPEN WHICHEVER OF THE FOUR FEED FILES ARE        *
      *  PRESENT. A MISSING FEED (STATUS 35) IS A LATE FEED, NOT  *
      *  AN ERROR - THE RUN GOES AHEAD ON THE OTHERS AND THE      *
      *  STRAGGLER IS PICKED UP BY A LATER RUN. NO FEEDS AT ALL   *
           MOVE 'F1' TO WS-FEED-DEFAULT-SRC (1).
           MOVE 'F2' TO WS-FEED-DEFAULT-SRC (2).
           MOVE 'F3' TO WS-FEED-DEFAULT-SRC (3).
           MOVE 'F4' TO WS-FEED-DEFAULT-SRC (4).
           OPEN INPUT TRAN1-FILE.
           MOVE 1 TO WS-FEED-IDX.
           MOVE WS-TRAN1-FILE-STATUS TO WS-OPEN-STATUS-WORK.
           MOVE 3 TO WS-FEED-IDX.
           MOVE WS-TRAN3-FILE-STATUS TO WS-OPEN-STATUS-WORK.
           PERFORM BB520-NOTE-ONE-OPEN THRU BB520-EXIT.
           OPEN INPUT TRAN4-FILE.
           MOVE 4 TO WS-FEED-IDX.
           MOVE WS-TRAN4-FILE-STATUS TO WS-OPEN-STATUS-WORK.
           PERFORM BB520-NOTE-ONE-OPEN THRU BB520-EXIT.
           IF WS-ABORT-YES
               GO TO BB500-EXIT
           END-IF.
               INTO LINKAGE1-DATA
           END-STRING.
           MOVE SPACES TO LINKAGE2-DATA.
           MOVE SPACES TO LINKAGE2-ENRICH-DATA.
           SET LINKAGE2-STATUS-OK TO TRUE.
           CALL 'ccall' USING LINKAGE1 LINKAGE2
               RETURNING WS-CCALL-RETURN-CODE
                       NOT AT END
                           MOVE TRAN3-RECORD TO WS-TRAN-WORK
                   END-READ
               WHEN 4
                   READ TRAN4-FILE
                       AT END
                           MOVE 'Y'
                               TO WS-FEED-EOF-SW (WS-FEED-IDX)
                       NOT AT END
                           MOVE TRAN4-RECORD TO WS-TRAN-WORK
                   END-READ
           END-EVALUATE.
           IF WS-FEED-EOF (WS-FEED-IDX)
               PERFORM CC190-CHECK-ALL-EOF THRU CC190-EXIT
               GO TO CC100-EXIT
           END-IF.
      *    A FEED BUILT BY CONCATENATING SEVERAL FILES CARRIES ONE
      *    TRAILER PER FILE - THE EXPECTED TOTALS ARE THEIR SUM.
           IF WS-WORK-TRAILER
               MOVE 'Y' TO WS-FEED-TRAILER-SW (WS-FEED-IDX)
               IF WS-WTRL-RECORD-COUNT NUMERIC
                   ADD WS-WTRL-RECORD-COUNT
                       TO WS-FEED-EXP-COUNT (WS-FEED-IDX)
               END-IF
               IF WS-WTRL-KEY-HASH NUMERIC
                   ADD WS-WTRL-KEY-HASH
                       TO WS-FEED-EXP-HASH (WS-FEED-IDX)
               END-IF
               GO TO CC100-READ-FEED
           ADD 1 TO WS-BATCH-COUNT.
           SET WS-BATCH-IDX TO WS-BATCH-COUNT.
           MOVE 'Y' TO WS-SLOT-FILLED-SW.
           MOVE 'N' TO WS-SLOT-WAIVE-SW.
           EVALUATE TRUE
               WHEN WS-SUSP-NEXT NOT > WS-SUSP-COUNT
                   PERFORM CC220-SLOT-FROM-SUSPENSE THRU CC220-EXIT
           SET WS-SLOT-STATUS-OK (WS-BATCH-IDX) TO TRUE.
           MOVE SPACES        TO WS-SLOT-ENRICH-DATA (WS-BATCH-IDX).
           SET WS-SLOT-ENRICH-NA (WS-BATCH-IDX) TO TRUE.
           IF WS-SLOT-WAIVE
               SET WS-SLOT-STATUS-APPROVED (WS-BATCH-IDX) TO TRUE
           END-IF.

       CC210-EXIT.
           EXIT.

       CC220-SLOT-FROM-SUSPENSE SECTION.
      *    A CANCELLED ITEM IS CONSUMED HERE AND NEVER SENT - IT
      *    GIVES ITS SLOT BACK LIKE A DIVERTED DUPLICATE.
           IF WS-SUSP-CANCELLED (WS-SUSP-NEXT)
               PERFORM CC222-CANCEL-SUSPENSE-ITEM THRU CC222-EXIT
               MOVE 'N' TO WS-SLOT-FILLED-SW
               ADD 1 TO WS-SUSP-NEXT
               GO TO CC220-EXIT
           END-IF.
      *    AN APPROVED ITEM GOES TO ccall ONCE WITH THE BALANCE
      *    CONTROLS WAIVED; SHOULD IT FAIL FOR ANY OTHER REASON IT
      *    RETURNS TO SUSPENSE WITHOUT ITS APPROVAL.
           IF WS-SUSP-APPROVED (WS-SUSP-NEXT)
               SET WS-SLOT-WAIVE TO TRUE
           END-IF.
           MOVE WS-SUSP-REC-TYPE (WS-SUSP-NEXT)
               TO WS-SLOT-REC-TYPE (WS-BATCH-IDX).
           MOVE WS-SUSP-KEY (WS-SUSP-NEXT)
       CC220-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC222 - A SUSPENSE ITEM A REVIEWER CANCELLED. IT WRITES  *
      *  ITS OWN AUDIT RECORD (STATUS CN, NAMING THE REVIEWER) SO *
      *  THE COB6 TIE STILL HOLDS AND COB14 ACKNOWLEDGES THE      *
      *  CANCELLATION BACK TO THE SOURCE.                         *
      *----------------------------------------------------------*
       CC222-CANCEL-SUSPENSE-ITEM SECTION.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           MOVE WS-RUNCTL-DATE        TO AFR-RUN-DATE.
           STRING WS-SYSTEM-DATE DELIMITED BY SIZE
                  WS-SYSTEM-TIME DELIMITED BY SIZE
               INTO AFR-AUDIT-TIMESTAMP
           END-STRING.
           MOVE WS-RUNCTL-BATCH-ID    TO AFR-BATCH-ID.
           MOVE WS-SUSP-SOURCE (WS-SUSP-NEXT) TO AFR-SOURCE-ID.
           MOVE WS-SUSP-KEY (WS-SUSP-NEXT)    TO AFR-TRAN-KEY.
           MOVE WS-SUSP-DATA (WS-SUSP-NEXT)   TO AFR-LINKAGE1-DATA.
           MOVE SPACES                        TO AFR-LINKAGE2-DATA.
           STRING 'CANCELLED BY ' DELIMITED BY SIZE
                  WS-SUSP-REVIEWER (WS-SUSP-NEXT) DELIMITED BY SIZE
               INTO AFR-LINKAGE2-DATA
           END-STRING.
           MOVE 'CN'                          TO AFR-STATUS.
           MOVE WS-SUSP-AMOUNT (WS-SUSP-NEXT) TO AFR-AMOUNT.
           MOVE WS-SUSP-REC-TYPE (WS-SUSP-NEXT) TO AFR-REC-TYPE.
           MOVE WS-SUSP-REVIEWER (WS-SUSP-NEXT) TO AFR-OPERATOR-ID.
           WRITE AUDIT-FILE-RECORD.
           ADD 1 TO WS-AUDIT-COUNT.
           ADD 1 TO WS-SUSP-CANCEL-COUNT.
           DISPLAY 'COB1 SUSPENSE ITEM CANCELLED, KEY '
               WS-SUSP-KEY (WS-SUSP-NEXT) ' BY '
               WS-SUSP-REVIEWER (WS-SUSP-NEXT).

       CC222-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC225 - A WAREHOUSE ITEM WHOSE EFFECTIVE DATE HAS        *
      *  ARRIVED. IT POSTS LIKE THE DAY'S NEW WORK; A FAILURE     *
           MOVE 'DUPLICATE - NOT SENT'        TO AFR-LINKAGE2-DATA.
           MOVE 'DP'                          TO AFR-STATUS.
           MOVE WS-FEED-AMOUNT (WS-FEED-PICK) TO AFR-AMOUNT.
           MOVE WS-FEED-REC-TYPE (WS-FEED-PICK) TO AFR-REC-TYPE.
           MOVE SPACES TO AFR-OPERATOR-ID.
           WRITE AUDIT-FILE-RECORD.
           ADD 1 TO WS-AUDIT-COUNT.
           PERFORM CC280-WRITE-DUP-REPORT THRU CC280-EXIT.
           MOVE WS-FEED-KEY (WS-FEED-PICK)    TO AFR-TRAN-KEY.
           MOVE WS-FEED-DATA (WS-FEED-PICK)   TO AFR-LINKAGE1-DATA.
           MOVE WS-FEED-AMOUNT (WS-FEED-PICK) TO AFR-AMOUNT.
           MOVE WS-FEED-REC-TYPE (WS-FEED-PICK) TO AFR-REC-TYPE.
           MOVE SPACES TO AFR-OPERATOR-ID.
      *    THE AUDIT RECORD MUST SAY WHERE THE ITEM REALLY WENT -
      *    AN OVERFLOW LANDS IN HARD-REJECT AND WILL NEVER MATURE,
      *    SO IT MUST NOT BE ACKNOWLEDGED UPSTREAM AS HELD.
           MOVE WS-SLOT-RESULT (WS-BATCH-IDX) TO AFR-LINKAGE2-DATA.
           MOVE WS-SLOT-STATUS (WS-BATCH-IDX) TO AFR-STATUS.
           MOVE WS-SLOT-AMOUNT (WS-BATCH-IDX) TO AFR-AMOUNT.
           MOVE WS-SLOT-REC-TYPE (WS-BATCH-IDX) TO AFR-REC-TYPE.
           MOVE SPACES TO AFR-OPERATOR-ID.
           WRITE AUDIT-FILE-RECORD.
           ADD 1 TO WS-AUDIT-COUNT.
      *    ONLY WORK THAT ACTUALLY POSTED COUNTS TOWARD THE NET THE
      *    BUSINESS SIGNS OFF ON. A TRANSFER TAKES ITS AMOUNT OFF ONE
      *    ACCOUNT AND PUTS IT ON ANOTHER - IT MOVES NOTHING NET.
           IF WS-SLOT-STATUS-OK (WS-BATCH-IDX)
              AND NOT WS-SLOT-TYPE-TRANSFER (WS-BATCH-IDX)
               ADD WS-SLOT-AMOUNT (WS-BATCH-IDX) TO WS-BATCH-NET
               ADD WS-SLOT-AMOUNT (WS-BATCH-IDX) TO WS-RUN-NET
           END-IF.
           MOVE ZERO TO RFR-FEED-COUNT (1).
           MOVE ZERO TO RFR-FEED-COUNT (2).
           MOVE ZERO TO RFR-FEED-COUNT (3).
           MOVE ZERO TO RFR-FEED-COUNT (4).
           MOVE ZERO TO RFR-RUN-NET.
           OPEN OUTPUT RESTART-FILE.
           WRITE RESTART-FILE-RECORD.
           IF WS-PENDING-FILE-STATUS = '00'
               CLOSE PENDING-FILE
           END-IF.
      *    THE REVIEWERS' DECISIONS HAVE BEEN APPLIED AND THE ITEMS
      *    THEY NAMED HAVE MOVED ON - EMPTY THE FILE SO NO DECISION
      *    IS APPLIED TWICE.
           OPEN OUTPUT SUSPDEC-FILE.
           IF WS-SUSPDEC-FILE-STATUS = '00'
               CLOSE SUSPDEC-FILE
           END-IF.
           PERFORM DD700-REWRITE-WAREHOUSE THRU DD700-EXIT.
      *    THE PENDING-WAREHOUSE WORK FILE HAS SERVED ITS PURPOSE
      *    ONCE THE WAREHOUSE REWRITE COVERS THE RUN - EMPTY IT SO
               ' SUSPENSE ITEMS, SUSPENDED ' WS-PEND-COUNT
               ', HARD-REJECTED ' WS-HARDREJ-COUNT
               ', DUPLICATES DIVERTED ' WS-DUP-COUNT.
           DISPLAY 'COB1 CANCELLED ' WS-SUSP-CANCEL-COUNT
               ' SUSPENSE ITEMS ON REVIEW'.
           DISPLAY 'COB1 WAREHOUSED ' WS-WHSE-DIVERT-COUNT
               ' FUTURE-DATED ITEMS, MATURED IN '
               WS-WHSE-MATURED-COUNT ', HOLDING ' WS-WHOLD-COUNT.
           IF WS-FEED-OPEN (3)
               CLOSE TRAN3-FILE
           END-IF.
           IF WS-FEED-OPEN (4)
               CLOSE TRAN4-FILE
           END-IF.

       DD400-EXIT.
           EXIT.
