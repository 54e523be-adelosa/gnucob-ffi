      *                    cob12 movement proof can select exactly
      *                    the run they were asked about instead
      *                    of everything posted on the date.
      *   2026-10-15  RLM  Two-legged transfer slot type XFER: the
      *                    slot key is the from-account, the first
      *                    eight bytes of the data the to-account,
      *                    and the amount moves from one to the
      *                    other. Both legs are read and put through
      *                    the status and balance controls before
      *                    either is written, so a transfer posts
      *                    whole or is refused whole (91/92/95) -
      *                    never half-moved. Both master changes
      *                    journal under one transfer reference on
      *                    the new PJR-XFER-REF, which the cob10
      *                    back-out uses to undo the pair together.
      *   2026-10-15  RLM  A slot sent in with status 96 is a
      *                    suspense item a reviewer has approved:
      *                    the balance controls are waived for that
      *                    one posting, so an approved referral
      *                    posts instead of tripping the same floor
      *                    or limit every night. The account status
      *                    checks still apply.
      *   2026-10-15  RLM  Stamp the operator who keyed a daytime
      *                    correction on the journal's new
      *                    PJR-OPERATOR-ID. The operator ID rides in
      *                    on the session-open call; overnight work
      *                    journals with it blank.
      *   2026-10-15  RLM  Stamp PJR-POST-TIME as HHMMSS off the full
      *                    eight-digit clock. The six-digit accept
      *                    kept minutes, seconds and hundredths and
      *                    dropped the hour, so the journal could not
      *                    be cut at a point in time for the cob22
      *                    forward recovery.
      *   2026-10-15  RLM  An ADJS from the cob16 accrual (source AC)
      *                    no longer moves ACCT-LAST-POST-DATE: a
      *                    funded account accrued every period would
      *                    otherwise never age into the cob25
      *                    dormancy register.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 PJR-BATCH-ID              PIC X(08).
           05 PJR-BEFORE-IMAGE          PIC X(120).
           05 PJR-AFTER-IMAGE           PIC X(120).
      *    THE TRANSFER REFERENCE BOTH LEGS OF AN XFER CARRY -
      *    SPACES ON EVERY OTHER POSTING.
           05 PJR-XFER-REF              PIC X(10).
           05 PJR-OPERATOR-ID           PIC X(08).

       FD  RUNCTL-FILE.
       01  RUNCTL-FILE-RECORD.
       77  WS-CONTROL-REFUSED-SW        PIC X(01) VALUE 'N'.
           88 WS-CONTROL-REFUSED                  VALUE 'Y'.

      *    SET WHEN THE SLOT IN HAND CAME IN APPROVED (96) - THE
      *    BALANCE CONTROLS ARE WAIVED FOR IT.
       77  WS-CONTROL-WAIVED-SW         PIC X(01) VALUE 'N'.
           88 WS-CONTROL-WAIVED                   VALUE 'Y'.

       77  WS-REFERRAL-OPEN-SW          PIC X(01) VALUE 'N'.
           88 WS-REFERRAL-OPEN                    VALUE 'Y'.

       77  WS-RUNCTL-DATE               PIC X(08) VALUE SPACES.
       77  WS-RUNCTL-BATCH-ID           PIC X(08) VALUE SPACES.

      *    THE OPERATOR WHO KEYED THE WORK IN THIS SESSION. IT
      *    RIDES IN ON THE SOPN CALL IN LINKAGE2-ENRICH-DATA (1:8),
      *    WHICH NO SESSION CALL OTHERWISE USES; THE OVERNIGHT
      *    DRIVER SENDS IT BLANK.
       77  WS-SESSION-OPERATOR-ID       PIC X(08) VALUE SPACES.

      *    THE RUN-DEFAULT BALANCE CONTROLS OFF THE RUNCTL CARD,
      *    APPLIED WHEN THE ACCOUNT'S OWN FLOOR/LIMIT ARE NOT SET.
       77  WS-DFLT-FLOOR                PIC S9(11)V99 VALUE ZERO.
           05 WS-SYSTEM-DATE            PIC 9(08).
           05 WS-SYSTEM-TIME            PIC 9(06).

      *    THE CLOCK AS HHMMSSHH. THE JOURNAL'S POST TIME TAKES THE
      *    FIRST SIX DIGITS - HOURS, MINUTES, SECONDS.
       01  WS-CLOCK-TIME                PIC 9(08) VALUE ZERO.

      *    THE MASTER RECORD AS IT STOOD BEFORE THE POSTING, HELD
      *    FOR THE JOURNAL'S BEFORE-IMAGE.
       01  WS-BEFORE-IMAGE              PIC X(120) VALUE SPACES.
           05 WS-REVERSED-COUNT         PIC 9(05).
           05 FILLER                    PIC X(06) VALUE SPACES.

      *    THE ACCOUNT AND AMOUNT THE POSTING IN HAND APPLIES TO.
      *    FOR EVERY SLOT TYPE BUT A TRANSFER THEY ARE THE SLOT'S
      *    OWN KEY AND AMOUNT; A TRANSFER SETS THEM PER LEG - THE
      *    FROM-ACCOUNT TAKES THE AMOUNT OUT, THE TO-ACCOUNT PUTS
      *    IT IN - SO THE READ, THE CONTROLS, THE REFERRAL LINE AND
      *    THE JOURNAL ALL SEE THE LEG, NOT THE SLOT.
       77  WS-LEG-KEY                   PIC 9(08) VALUE ZERO.
       77  WS-LEG-AMOUNT                PIC S9(09)V99 VALUE ZERO.

      *    THE TRANSFER REFERENCE STAMPED ON THE JOURNAL RECORD OF
      *    THE POSTING IN HAND - SPACES UNLESS IT IS A TRANSFER LEG.
      *    A REFERENCE IS THE CALL'S TIME AND A SEQUENCE KEPT FOR
      *    THE LIFE OF THE SESSION; WITH THE JOURNAL'S RUN DATE AND
      *    BATCH-ID IT NAMES ONE TRANSFER.
       77  WS-POSTING-REF               PIC X(10) VALUE SPACES.
       77  WS-XFER-SEQ                  PIC 9(04) VALUE ZERO.
       01  WS-XFER-REF.
           05 WS-XFER-REF-TIME          PIC 9(06).
           05 WS-XFER-REF-SEQ           PIC 9(04).

      *    THE TRANSFER'S TO-ACCOUNT, OFF THE FRONT OF THE SLOT
      *    DATA, AND BOTH LEGS' MASTER RECORDS HELD BETWEEN THE
      *    CHECKS AND THE POSTING - THE MASTER HAS ONE RECORD AREA.
       01  WS-XFER-TO-KEY-X             PIC X(08) VALUE SPACES.
       01  WS-XFER-TO-KEY REDEFINES WS-XFER-TO-KEY-X
                                        PIC 9(08).
       01  WS-XFER-FROM-IMAGE           PIC X(120) VALUE SPACES.
       01  WS-XFER-TO-IMAGE             PIC X(120) VALUE SPACES.

       01  WS-XFER-RESULT.
           05 FILLER                    PIC X(09) VALUE 'XFER REF '.
           05 WS-XFER-RESULT-REF        PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01  LINKAGE1.
           05 LINKAGE1-REC-TYPE         PIC X(04).
                   88 LK-SLOT-TYPE-STANDARD        VALUE 'TRAN'.
                   88 LK-SLOT-TYPE-REVERSAL        VALUE 'RVSL'.
                   88 LK-SLOT-TYPE-ADJUST          VALUE 'ADJS'.
                   88 LK-SLOT-TYPE-TRANSFER        VALUE 'XFER'.
                   88 LK-SLOT-TYPE-OPEN            VALUE 'OPEN'.
                   88 LK-SLOT-TYPE-CLOSE           VALUE 'CLSE'.
                   88 LK-SLOT-TYPE-HOLD            VALUE 'HOLD'.
                   88 LK-SLOT-STATUS-ACCT-CLOSED   VALUE '91'.
                   88 LK-SLOT-STATUS-ACCT-HELD     VALUE '92'.
                   88 LK-SLOT-STATUS-REFERRED      VALUE '95'.
                   88 LK-SLOT-STATUS-APPROVED      VALUE '96'.
                   88 LK-SLOT-STATUS-ERROR         VALUE '99'.
               10 LK-SLOT-ENRICH-DATA   PIC X(20).
               10 LK-SLOT-ENRICH-STATUS PIC X(01).
           SET LINKAGE2-STATUS-OK TO TRUE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           EVALUATE TRUE
               WHEN LINKAGE1-TYPE-OPEN-SESS
                   PERFORM AA400-OPEN-SESSION THRU AA400-EXIT
           IF LINKAGE1-DATA (9:8) NOT = SPACES
               MOVE LINKAGE1-DATA (9:8) TO WS-RUNCTL-BATCH-ID
           END-IF.
           MOVE LINKAGE2-ENRICH-DATA (1:8) TO WS-SESSION-OPERATOR-ID.
           IF WS-ACCTMAST-AVAIL
              AND WS-JOURNAL-AVAIL
               SET WS-SESSION-ACTIVE TO TRUE
           MOVE 'N' TO WS-SESSION-ACTIVE-SW.
           MOVE 'N' TO WS-ACCTMAST-AVAIL-SW.
           MOVE 'N' TO WS-JOURNAL-AVAIL-SW.
           MOVE SPACES TO WS-SESSION-OPERATOR-ID.
           MOVE 'SESSION CLOSED      ' TO LINKAGE2-DATA.
           DISPLAY 'COB2 SESSION CLOSED'.

           EXIT.

       CC100-PROCESS-ONE-SLOT SECTION.
      *    GOING IN, STATUS 96 IS THE CALLER'S WORD THAT A REVIEWER
      *    APPROVED THIS ITEM. NOTE IT AND CLEAR IT - EVERY PATH
      *    BELOW SETS THE SLOT'S OWN OUTCOME.
           MOVE 'N' TO WS-CONTROL-WAIVED-SW.
           IF LK-SLOT-STATUS-APPROVED (LK-BATCH-IDX)
               SET WS-CONTROL-WAIVED TO TRUE
               SET LK-SLOT-STATUS-OK (LK-BATCH-IDX) TO TRUE
           END-IF.
           MOVE LK-SLOT-KEY (LK-BATCH-IDX)    TO WS-LEG-KEY.
           MOVE LK-SLOT-AMOUNT (LK-BATCH-IDX) TO WS-LEG-AMOUNT.
           MOVE SPACES                        TO WS-POSTING-REF.
           EVALUATE TRUE
               WHEN LK-SLOT-TYPE-REVERSAL (LK-BATCH-IDX)
                   PERFORM CC110-PROCESS-REVERSAL THRU CC110-EXIT
               WHEN LK-SLOT-TYPE-MAINT (LK-BATCH-IDX)
                   PERFORM CC128-PROCESS-STATUS-MAINT
                       THRU CC128-EXIT
               WHEN LK-SLOT-TYPE-TRANSFER (LK-BATCH-IDX)
                   PERFORM CC160-PROCESS-TRANSFER THRU CC160-EXIT
               WHEN OTHER
                   PERFORM CC130-UNKNOWN-SLOT-TYPE THRU CC130-EXIT
           END-EVALUATE.
               ADD LK-SLOT-AMOUNT (LK-BATCH-IDX) TO ACCT-PTD-NET
               MOVE LK-SLOT-DATA (LK-BATCH-IDX)
                   TO ACCT-LAST-TRAN-DATA
      *        A SYSTEM ACCRUAL (SOURCE AC) IS NOT CUSTOMER ACTIVITY
      *        - IT LEAVES THE LAST-POST DATE WHERE IT WAS SO THE
      *        COB25 DORMANCY AGE IS NOT RESET EVERY PERIOD.
               IF LK-SLOT-SOURCE-ID (LK-BATCH-IDX) NOT = 'AC'
                   MOVE WS-SYSTEM-DATE TO ACCT-LAST-POST-DATE
               END-IF
               REWRITE ACCT-MASTER-RECORD
           ELSE
               MOVE '** NO PRIOR RECORD **' TO WS-BEFORE-IMAGE
                   MOVE 'ACCOUNT IS CLOSED   '
                       TO LK-SLOT-RESULT (LK-BATCH-IDX)
                   DISPLAY 'COB2 - ACCOUNT CLOSED, REFUSED KEY '
                       WS-LEG-KEY
               WHEN ACCT-STATUS-HELD
                   SET WS-STATUS-REFUSED TO TRUE
                   SET LK-SLOT-STATUS-ACCT-HELD (LK-BATCH-IDX)
                   MOVE 'ACCOUNT IS HELD     '
                       TO LK-SLOT-RESULT (LK-BATCH-IDX)
                   DISPLAY 'COB2 - ACCOUNT HELD, REFUSED KEY '
                       WS-LEG-KEY
           END-EVALUATE.

       CC135-EXIT.
      *  FLOOR OR OVER THE EFFECTIVE LIMIT REFERS THE SLOT (95)   *
      *  TO SUSPENSE FOR REVIEW AND LISTS IT ON THE REFERRAL      *
      *  REPORT INSTEAD OF POSTING A SEVEN-FIGURE FAT-FINGER.     *
      *  AN ITEM A REVIEWER HAS APPROVED IS NOT CHECKED AGAIN.    *
      *----------------------------------------------------------*
       CC138-CHECK-BALANCE-CONTROLS SECTION.
           MOVE 'N' TO WS-CONTROL-REFUSED-SW.
           IF WS-CONTROL-WAIVED
               DISPLAY 'COB2 CONTROLS WAIVED FOR APPROVED KEY '
                   WS-LEG-KEY
               GO TO CC138-EXIT
           END-IF.
           IF WS-MASTER-FOUND
               COMPUTE WS-WOULD-BE-BALANCE =
                   ACCT-BALANCE + WS-LEG-AMOUNT
               MOVE ACCT-FLOOR TO WS-EFF-FLOOR
               MOVE ACCT-LIMIT TO WS-EFF-LIMIT
           ELSE
               MOVE WS-LEG-AMOUNT TO WS-WOULD-BE-BALANCE
               MOVE ZERO TO WS-EFF-FLOOR
               MOVE ZERO TO WS-EFF-LIMIT
           END-IF.
           END-IF.
           MOVE SPACES                       TO REFERRAL-RECORD.
           MOVE WS-SYSTEM-DATE               TO RFL-POST-DATE.
           MOVE WS-CLOCK-TIME (1:6)          TO RFL-POST-TIME.
           MOVE WS-LEG-KEY                   TO RFL-TRAN-KEY.
           MOVE LK-SLOT-REC-TYPE (LK-BATCH-IDX) TO RFL-REC-TYPE.
           MOVE WS-LEG-AMOUNT                TO RFL-AMOUNT.
           MOVE WS-WOULD-BE-BALANCE          TO RFL-WOULD-BE.
           MOVE WS-REF-CONTROL               TO RFL-CONTROL.
           MOVE WS-REF-THRESHOLD             TO RFL-THRESHOLD.
           WRITE REFERRAL-RECORD.
           DISPLAY 'COB2 REFERRED KEY ' WS-LEG-KEY
               ' ON ' WS-REF-CONTROL ' CONTROL'.

       CC139-EXIT.

      *----------------------------------------------------------*
      *  CC140 - RANDOM READ OF THE ACCOUNT MASTER FOR THE        *
      *  CURRENT POSTING'S KEY.                                   *
      *----------------------------------------------------------*
       CC140-READ-MASTER SECTION.
           MOVE 'N' TO WS-MASTER-FOUND-SW.
           MOVE WS-LEG-KEY TO ACCT-KEY.
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           IF NOT WS-JOURNAL-AVAIL
               GO TO CC145-EXIT
           END-IF.
           MOVE WS-LEG-KEY                      TO PJR-TRAN-KEY.
           MOVE LK-SLOT-REC-TYPE (LK-BATCH-IDX) TO PJR-REC-TYPE.
      *    THE CARD RUN DATE, NOT THE WALL CLOCK - THE BACK-OUT
      *    AND CERTIFICATION STEPS SELECT THE JOURNAL BY RUN DATE,
      *    AND THE WINDOW CROSSES MIDNIGHT.
           MOVE WS-RUNCTL-DATE                  TO PJR-POST-DATE.
           MOVE WS-CLOCK-TIME (1:6)             TO PJR-POST-TIME.
           MOVE WS-RUNCTL-BATCH-ID              TO PJR-BATCH-ID.
           MOVE WS-BEFORE-IMAGE                 TO PJR-BEFORE-IMAGE.
           MOVE ACCT-MASTER-RECORD              TO PJR-AFTER-IMAGE.
           MOVE WS-POSTING-REF                  TO PJR-XFER-REF.
           MOVE WS-SESSION-OPERATOR-ID          TO PJR-OPERATOR-ID.
           WRITE JOURNAL-RECORD.

       CC145-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC160 - A TRANSFER. THE SLOT KEY IS THE FROM-ACCOUNT AND *
      *  THE FIRST EIGHT BYTES OF ITS DATA THE TO-ACCOUNT; THE    *
      *  AMOUNT, ALWAYS POSITIVE, MOVES FROM ONE TO THE OTHER.    *
      *  BOTH ACCOUNTS MUST EXIST, AND BOTH LEGS GO THROUGH THE   *
      *  STATUS AND BALANCE CONTROLS BEFORE EITHER IS WRITTEN:    *
      *  A REFUSAL ON EITHER LEG REFUSES THE WHOLE TRANSFER WITH  *
      *  THAT LEG'S STATUS AND NOTHING POSTS. A TRANSFER THAT     *
      *  PASSES POSTS BOTH LEGS UNDER ONE TRANSFER REFERENCE.     *
      *----------------------------------------------------------*
       CC160-PROCESS-TRANSFER SECTION.
           DISPLAY 'COB2 PROCESSING TRANSFER: '
               LK-SLOT-KEY (LK-BATCH-IDX) ' TO '
               LK-SLOT-DATA (LK-BATCH-IDX) (1:8).
           MOVE LK-SLOT-DATA (LK-BATCH-IDX) (1:8)
               TO WS-XFER-TO-KEY-X.
           IF WS-XFER-TO-KEY-X NOT NUMERIC
              OR WS-XFER-TO-KEY = ZERO
              OR WS-XFER-TO-KEY = LK-SLOT-KEY (LK-BATCH-IDX)
              OR LK-SLOT-AMOUNT (LK-BATCH-IDX) NOT > ZERO
               SET WS-INVALID-DATA TO TRUE
               SET LK-SLOT-STATUS-ERROR (LK-BATCH-IDX) TO TRUE
               MOVE 'INVALID TRANSFER    '
                   TO LK-SLOT-RESULT (LK-BATCH-IDX)
               GO TO CC160-EXIT
           END-IF.
           IF NOT WS-ACCTMAST-AVAIL
               SET WS-INVALID-DATA TO TRUE
               SET LK-SLOT-STATUS-ERROR (LK-BATCH-IDX) TO TRUE
               MOVE 'MASTER UNAVAILABLE  '
                   TO LK-SLOT-RESULT (LK-BATCH-IDX)
               GO TO CC160-EXIT
           END-IF.
           IF NOT WS-JOURNAL-AVAIL
               SET WS-INVALID-DATA TO TRUE
               SET LK-SLOT-STATUS-ERROR (LK-BATCH-IDX) TO TRUE
               MOVE 'JOURNAL UNAVAILABLE '
                   TO LK-SLOT-RESULT (LK-BATCH-IDX)
               GO TO CC160-EXIT
           END-IF.
      *    THE FROM LEG - THE AMOUNT COMES OUT.
           MOVE LK-SLOT-KEY (LK-BATCH-IDX) TO WS-LEG-KEY.
           COMPUTE WS-LEG-AMOUNT =
               ZERO - LK-SLOT-AMOUNT (LK-BATCH-IDX).
           PERFORM CC140-READ-MASTER THRU CC140-EXIT.
           IF NOT WS-MASTER-FOUND
               SET LK-SLOT-STATUS-NO-MATCH (LK-BATCH-IDX) TO TRUE
               MOVE 'NO FROM ACCOUNT     '
                   TO LK-SLOT-RESULT (LK-BATCH-IDX)
               DISPLAY 'COB2 - NO FROM ACCOUNT FOR TRANSFER, KEY '
                   WS-LEG-KEY
               GO TO CC160-EXIT
           END-IF.
           PERFORM CC135-CHECK-ACCT-STATUS THRU CC135-EXIT.
           IF WS-STATUS-REFUSED
               GO TO CC160-EXIT
           END-IF.
           PERFORM CC138-CHECK-BALANCE-CONTROLS THRU CC138-EXIT.
           IF WS-CONTROL-REFUSED
               GO TO CC160-EXIT
           END-IF.
           MOVE ACCT-MASTER-RECORD TO WS-XFER-FROM-IMAGE.
      *    THE TO LEG - THE AMOUNT GOES IN.
           MOVE WS-XFER-TO-KEY TO WS-LEG-KEY.
           MOVE LK-SLOT-AMOUNT (LK-BATCH-IDX) TO WS-LEG-AMOUNT.
           PERFORM CC140-READ-MASTER THRU CC140-EXIT.
           IF NOT WS-MASTER-FOUND
               SET LK-SLOT-STATUS-NO-MATCH (LK-BATCH-IDX) TO TRUE
               MOVE 'NO TO ACCOUNT       '
                   TO LK-SLOT-RESULT (LK-BATCH-IDX)
               DISPLAY 'COB2 - NO TO ACCOUNT FOR TRANSFER, KEY '
                   WS-LEG-KEY
               GO TO CC160-EXIT
           END-IF.
           PERFORM CC135-CHECK-ACCT-STATUS THRU CC135-EXIT.
           IF WS-STATUS-REFUSED
               GO TO CC160-EXIT
           END-IF.
           PERFORM CC138-CHECK-BALANCE-CONTROLS THRU CC138-EXIT.
           IF WS-CONTROL-REFUSED
               GO TO CC160-EXIT
           END-IF.
           MOVE ACCT-MASTER-RECORD TO WS-XFER-TO-IMAGE.
      *    BOTH LEGS PASSED - POST THEM, FROM THEN TO, UNDER ONE
      *    TRANSFER REFERENCE.
           ADD 1 TO WS-XFER-SEQ.
           MOVE WS-CLOCK-TIME (1:6) TO WS-XFER-REF-TIME.
           MOVE WS-XFER-SEQ    TO WS-XFER-REF-SEQ.
           MOVE WS-XFER-REF    TO WS-POSTING-REF.
           MOVE LK-SLOT-KEY (LK-BATCH-IDX) TO WS-LEG-KEY.
           COMPUTE WS-LEG-AMOUNT =
               ZERO - LK-SLOT-AMOUNT (LK-BATCH-IDX).
           MOVE WS-XFER-FROM-IMAGE TO ACCT-MASTER-RECORD.
           PERFORM CC165-POST-ONE-LEG THRU CC165-EXIT.
           MOVE WS-XFER-TO-KEY TO WS-LEG-KEY.
           MOVE LK-SLOT-AMOUNT (LK-BATCH-IDX) TO WS-LEG-AMOUNT.
           MOVE WS-XFER-TO-IMAGE TO ACCT-MASTER-RECORD.
           PERFORM CC165-POST-ONE-LEG THRU CC165-EXIT.
           SET LK-SLOT-STATUS-OK (LK-BATCH-IDX) TO TRUE.
           MOVE WS-XFER-REF TO WS-XFER-RESULT-REF.
           MOVE WS-XFER-RESULT
               TO LK-SLOT-RESULT (LK-BATCH-IDX).

       CC160-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC165 - POST ONE TRANSFER LEG TO THE MASTER RECORD IN    *
      *  THE RECORD AREA AND JOURNAL IT. A TRANSFER IS REAL       *
      *  MOVEMENT ON BOTH ACCOUNTS, SO EACH LEG STEPS ITS         *
      *  ACCOUNT'S POSTING COUNTS LIKE A TRAN.                    *
      *----------------------------------------------------------*
       CC165-POST-ONE-LEG SECTION.
           MOVE ACCT-MASTER-RECORD TO WS-BEFORE-IMAGE.
           ADD 1 TO ACCT-POSTING-COUNT.
           ADD WS-LEG-AMOUNT TO ACCT-BALANCE.
           ADD 1 TO ACCT-PTD-COUNT.
           ADD WS-LEG-AMOUNT TO ACCT-PTD-NET.
           MOVE LK-SLOT-DATA (LK-BATCH-IDX)
               TO ACCT-LAST-TRAN-DATA.
           MOVE WS-SYSTEM-DATE TO ACCT-LAST-POST-DATE.
           REWRITE ACCT-MASTER-RECORD.
           PERFORM CC145-WRITE-JOURNAL THRU CC145-EXIT.

       CC165-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC130 - AN UNRECOGNIZED SLOT RECORD-TYPE CODE. REJECT IT *
      *  RATHER THAN GUESS AT ITS LAYOUT.                         *
