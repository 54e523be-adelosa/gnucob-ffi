000000 IDENTIFICATION DIVISION.
       PROGRAM-ID. cob16.
       AUTHOR. BATCH-SYSTEMS-GROUP.
       INSTALLATION. NIGHTLY-BATCH.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RLM  Initial version. Period-end interest and
      *                    service-charge accrual, run ahead of the
      *                    cob13 close: for the period on the
      *                    ACCRPARM card, prices every open account
      *                    on ACCTMAST against the RATETBL balance-
      *                    band table and writes the result as an
      *                    ADJS record in the TRANIN layout under
      *                    source-ID AC, with a TRLR trailer, for
      *                    cob1 to pick up on its in-house feed. The
      *                    charges then post, journal, audit, extract
      *                    and acknowledge like any other work,
      *                    instead of being keyed back through cob9
      *                    one at a time. The period is carried in
      *                    the transaction data, so a resent accrual
      *                    file is caught by cob1's duplicate check.
      *   2026-10-15  RLM  Period guard: the last period accrued is
      *                    kept on the ACCRCTL control record, and a
      *                    run for that period or an earlier one is
      *                    refused before anything is written unless
      *                    the period card's override column is 'Y'.
      *                    A rerun after cob1 has posted the first
      *                    file prices the moved balances, so its
      *                    amounts differ and the duplicate check
      *                    cannot see it.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRPARM-FILE ASSIGN TO "ACCRPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRPARM-FILE-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT RATE-TABLE-FILE ASSIGN TO "RATETBL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATETBL-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCTMAST-FILE-STATUS.

           SELECT ACCRCTL-FILE ASSIGN TO "ACCRCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRCTL-FILE-STATUS.

           SELECT ACCRTRAN-FILE ASSIGN TO "ACCRTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRTRAN-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ACCRRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE OVERRIDE LETS A DELIBERATE REPRICE OF A PERIOD
      *    ALREADY ACCRUED THROUGH THE PERIOD GUARD.
       FD  ACCRPARM-FILE.
       01  ACCRPARM-RECORD.
           05 ACP-PERIOD                PIC X(06).
           05 ACP-OVERRIDE              PIC X(01).

       FD  RUNCTL-FILE.
       01  RUNCTL-FILE-RECORD.
           05 RCR-RUN-DATE              PIC X(08).
           05 RCR-BATCH-ID              PIC X(08).
           05 RCR-ENV-FLAG              PIC X(01).
           05 FILLER                    PIC X(34).

      *    ONE BALANCE BAND PER RECORD. A BALANCE FALLS IN THE
      *    FIRST BAND WHOSE LOW AND HIGH BOUNDS (INCLUSIVE) HOLD IT.
      *    TYPE I PAYS THE RATE ON THE BALANCE; TYPE C CHARGES THE
      *    FLAT AMOUNT PLUS THE RATE ON THE SIZE OF THE BALANCE.
      *    THE RATE IS A PERCENTAGE FOR THE PERIOD, NOT PER ANNUM.
       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-RECORD.
           05 RTB-BAND-LOW              PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05 RTB-BAND-HIGH             PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05 RTB-ACCR-TYPE             PIC X(01).
           05 RTB-RATE                  PIC 9(02)V9(04).
           05 RTB-FLAT-AMOUNT           PIC 9(07)V99.

       FD  ACCT-MASTER-FILE.
       01  ACCT-MASTER-RECORD.
           05 ACCT-KEY                  PIC 9(08).
           05 ACCT-POSTING-COUNT        PIC 9(05).
           05 ACCT-LAST-TRAN-DATA       PIC X(20).
           05 ACCT-LAST-POST-DATE       PIC X(08).
           05 ACCT-BALANCE              PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05 ACCT-PTD-COUNT            PIC 9(05).
           05 ACCT-PTD-NET              PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05 ACCT-PERIOD-CLOSED        PIC X(06).
           05 ACCT-STATUS               PIC X(01).
               88 ACCT-STATUS-OPEN                VALUES 'O' ' '.
               88 ACCT-STATUS-CLOSED              VALUE 'C'.
               88 ACCT-STATUS-HELD                VALUE 'H'.
           05 ACCT-FLOOR                PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05 ACCT-LIMIT                PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05 FILLER                    PIC X(05).

      *    ONE RECORD: THE LAST PERIOD ACCRUED AND THE RUN THAT
      *    ACCRUED IT. REWRITTEN WHOLE AT THE END OF EVERY RUN THAT
      *    SHIPS AN ACCRUAL FILE.
       FD  ACCRCTL-FILE.
       01  ACCRCTL-RECORD.
           05 ACC-LAST-PERIOD           PIC X(06).
           05 ACC-RUN-DATE              PIC X(08).
           05 ACC-BATCH-ID              PIC X(08).
           05 ACC-ACCRUED-COUNT         PIC 9(08).

       FD  ACCRTRAN-FILE.
       01  ACCRTRAN-RECORD.
           05 ATR-REC-TYPE              PIC X(04).
           05 ATR-TRAN-KEY              PIC 9(08).
           05 ATR-TRAN-DATA             PIC X(20).
           05 ATR-SOURCE-ID             PIC X(02).
           05 ATR-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 ATR-EFF-DATE              PIC X(08).

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
       77  WS-ACCRPARM-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-RUNCTL-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-RATETBL-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-ACCTMAST-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-ACCRCTL-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-ACCRTRAN-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-RUNHIST-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-RH-START-STAMP            PIC X(14) VALUE SPACES.

       77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF-YES                          VALUE 'Y'.

       77  WS-ABORT-SWITCH              PIC X(01) VALUE 'N'.
           88 WS-ABORT-YES                        VALUE 'Y'.

       77  WS-RATE-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-RATE-EOF-YES                     VALUE 'Y'.

       77  WS-READ-COUNT                PIC 9(08) VALUE ZERO.
       77  WS-ACCRUED-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-NOT-OPEN-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-ZERO-COUNT                PIC 9(08) VALUE ZERO.
       77  WS-NO-BAND-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-OVERSIZE-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-ALREADY-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-KEY-HASH                  PIC 9(15) VALUE ZERO.
       77  WS-INTEREST-TOTAL            PIC S9(13)V99 VALUE ZERO.
       77  WS-CHARGE-TOTAL              PIC S9(13)V99 VALUE ZERO.
       77  WS-NET-DISPLAY               PIC +Z(12)9.99.
       77  WS-RETURN-CODE               PIC 9(04) COMP VALUE ZERO.

      *    THE PERIOD BEING ACCRUED, OFF THE ACCRPARM CARD. IT MUST
      *    BE PRESENT AND NUMERIC YYYYMM - IT IS STAMPED INTO EVERY
      *    RECORD'S DATA, AND THAT IS WHAT LETS COB1'S DUPLICATE
      *    CHECK CATCH A RESENT FILE, SO A GUESSED PERIOD IS NOT A
      *    DEFAULT WE TAKE.
       01  WS-ACCRUAL-CONTROL.
           05 WS-ACCR-PERIOD            PIC X(06) VALUE SPACES.
           05 WS-ACCR-OVERRIDE          PIC X(01) VALUE 'N'.
               88 WS-ACCR-OVERRIDE-ON             VALUE 'Y'.

      *    THE LAST PERIOD ACCRUED, OFF ACCRCTL. SPACES MEANS NO
      *    PERIOD HAS EVER BEEN ACCRUED.
       77  WS-LAST-PERIOD               PIC X(06) VALUE SPACES.

      *    THE RUN IDENTITY OFF THE RUNCTL CARD, CARRIED ON THE
      *    RUN-HISTORY STEP RECORD. NO CARD MEANS THE SYSTEM DATE
      *    AND A BLANK BATCH-ID.
       01  WS-RUN-CONTROL.
           05 WS-RUNCTL-DATE            PIC X(08) VALUE SPACES.
           05 WS-RUNCTL-BATCH-ID        PIC X(08) VALUE SPACES.

      *    THE RATE TABLE, LOADED UP FRONT. A TABLE THAT WILL NOT
      *    LOAD CLEANLY ABORTS THE RUN - PRICING EVERY ACCOUNT OFF
      *    HALF A TABLE IS WORSE THAN NOT PRICING THEM AT ALL.
       77  WS-BAND-MAX                  PIC 9(05) COMP VALUE 00020.
       77  WS-BAND-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  WS-BAND-IDX                  PIC 9(05) COMP VALUE ZERO.
       77  WS-BAND-HIT                  PIC 9(05) COMP VALUE ZERO.
       01  WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 20 TIMES.
               10 WS-BAND-LOW           PIC S9(11)V99.
               10 WS-BAND-HIGH          PIC S9(11)V99.
               10 WS-BAND-TYPE          PIC X(01).
                   88 WS-BAND-INTEREST            VALUE 'I'.
                   88 WS-BAND-CHARGE              VALUE 'C'.
               10 WS-BAND-RATE          PIC 9(02)V9(04).
               10 WS-BAND-FLAT          PIC 9(07)V99.

      *    THE ACCRUAL FOR THE CURRENT ACCOUNT. THE DATA TEXT NAMES
      *    THE KIND OF ACCRUAL AND THE PERIOD IT BELONGS TO.
       77  WS-CHARGE-BASE               PIC S9(11)V99 VALUE ZERO.
       77  WS-ACCR-AMOUNT               PIC S9(09)V99 VALUE ZERO.
       77  WS-ACCR-OVERSIZE-SW          PIC X(01) VALUE 'N'.
           88 WS-ACCR-OVERSIZE                    VALUE 'Y'.
       01  WS-ACCR-DATA.
           05 WS-ACCR-DATA-TEXT         PIC X(14) VALUE SPACES.
           05 WS-ACCR-DATA-PERIOD       PIC X(06) VALUE SPACES.

       01  WS-SYSTEM-TIMESTAMP.
           05 WS-SYSTEM-DATE            PIC 9(08).
           05 WS-SYSTEM-TIME            PIC 9(06).

       01  WS-OUT-TRAILER.
           05 WS-OUT-TRL-REC-TYPE       PIC X(04) VALUE 'TRLR'.
           05 WS-OUT-TRL-RECORD-COUNT   PIC 9(08) VALUE ZERO.
           05 WS-OUT-TRL-KEY-HASH       PIC 9(15) VALUE ZERO.
           05 FILLER                    PIC X(27) VALUE SPACES.

       01  WS-HEADING-LINE-1.
           05 FILLER                    PIC X(34)
               VALUE 'INTEREST AND CHARGE ACCRUAL       '.
           05 FILLER                    PIC X(66) VALUE SPACES.

       01  WS-IDENT-LINE.
           05 FILLER                    PIC X(08) VALUE 'PERIOD: '.
           05 WI-PERIOD                 PIC X(06).
           05 FILLER                    PIC X(12)
               VALUE '  RUN DATE: '.
           05 WI-RUN-DATE               PIC X(08).
           05 FILLER                    PIC X(66) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05 FILLER                    PIC X(08) VALUE 'ACCOUNT '.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(17)
               VALUE 'BALANCE          '.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(04) VALUE 'BAND'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(17)
               VALUE 'ACCRUAL          '.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(30)
               VALUE 'NOTE                          '.
           05 FILLER                    PIC X(16) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 WD-ACCOUNT                PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-BALANCE                PIC +Z(12)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-BAND                   PIC ZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-AMOUNT                 PIC +Z(12)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-NOTE                   PIC X(30).
           05 FILLER                    PIC X(16) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05 FILLER                    PIC X(10)
               VALUE 'ACCRUED:  '.
           05 WT-ACCRUED                PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(12)
               VALUE '  INTEREST: '.
           05 WT-INTEREST               PIC +Z(12)9.99.
           05 FILLER                    PIC X(10)
               VALUE '  CHARGE: '.
           05 WT-CHARGE                 PIC +Z(12)9.99.
           05 FILLER                    PIC X(24) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05 FILLER                    PIC X(10)
               VALUE 'NOT OPEN: '.
           05 WT-NOT-OPEN               PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(11)
               VALUE '  NO BAND: '.
           05 WT-NO-BAND                PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(08)
               VALUE '  ZERO: '.
           05 WT-ZERO                   PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(16)
               VALUE '  CLOSED/SIZE: '.
           05 WT-EXCEPTION              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *  AA000-MAINLINE - PRICE EVERY OPEN ACCOUNT AGAINST THE    *
      *  RATE TABLE AND WRITE THE ACCRUALS AS ADJUSTMENT WORK FOR *
      *  THE NIGHTLY RUN.                                         *
      *----------------------------------------------------------*
       AA000-MAINLINE SECTION.
           DISPLAY 'IN COB16 - INTEREST AND CHARGE ACCRUAL'.
           PERFORM BB000-INITIALIZE THRU BB000-EXIT.
           IF NOT WS-ABORT-YES
               PERFORM CC000-ACCRUE-ONE-ACCOUNT THRU CC000-EXIT
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
      *  BB000-INITIALIZE - READ THE CARDS, LOAD THE RATE TABLE,  *
      *  AND OPEN THE MASTER, THE ACCRUAL FILE AND THE REPORT.    *
      *----------------------------------------------------------*
       BB000-INITIALIZE SECTION.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           STRING WS-SYSTEM-DATE DELIMITED BY SIZE
                  WS-SYSTEM-TIME DELIMITED BY SIZE
               INTO WS-RH-START-STAMP
           END-STRING.
           PERFORM BB100-READ-PERIOD-CARD THRU BB100-EXIT.
           PERFORM BB200-READ-RUN-CONTROL THRU BB200-EXIT.
           IF WS-ABORT-YES
               GO TO BB000-EXIT
           END-IF.
           PERFORM BB400-CHECK-PERIOD-GUARD THRU BB400-EXIT.
           IF WS-ABORT-YES
               GO TO BB000-EXIT
           END-IF.
           PERFORM BB300-LOAD-RATE-TABLE THRU BB300-EXIT.
           IF WS-ABORT-YES
               GO TO BB000-EXIT
           END-IF.
           OPEN INPUT ACCT-MASTER-FILE.
           IF WS-ACCTMAST-FILE-STATUS NOT = '00'
               DISPLAY 'COB16 - UNABLE TO OPEN ACCT-MASTER-FILE, '
                   'STATUS = ' WS-ACCTMAST-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           OPEN OUTPUT ACCRTRAN-FILE.
           IF WS-ACCRTRAN-FILE-STATUS NOT = '00'
               DISPLAY 'COB16 - UNABLE TO OPEN ACCRTRAN-FILE, '
                   'STATUS = ' WS-ACCRTRAN-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'COB16 - UNABLE TO OPEN REPORT-FILE, '
                   'STATUS = ' WS-REPORT-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           MOVE WS-HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACCR-PERIOD TO WI-PERIOD.
           MOVE WS-RUNCTL-DATE TO WI-RUN-DATE.
           MOVE WS-IDENT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACCR-PERIOD TO WS-ACCR-DATA-PERIOD.

       BB000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB100 - THE PERIOD CARD. THE PERIOD MUST BE PRESENT AND  *
      *  NUMERIC YYYYMM.                                          *
      *----------------------------------------------------------*
       BB100-READ-PERIOD-CARD SECTION.
           OPEN INPUT ACCRPARM-FILE.
           IF WS-ACCRPARM-FILE-STATUS NOT = '00'
               DISPLAY 'COB16 - UNABLE TO OPEN ACCRPARM-FILE, '
                   'STATUS = ' WS-ACCRPARM-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB100-EXIT
           END-IF.
           READ ACCRPARM-FILE
               AT END
                   DISPLAY 'COB16 - ACCRPARM-FILE IS EMPTY'
                   SET WS-ABORT-YES TO TRUE
               NOT AT END
                   MOVE ACP-PERIOD TO WS-ACCR-PERIOD
                   IF ACP-OVERRIDE = 'Y'
                       MOVE 'Y' TO WS-ACCR-OVERRIDE
                   END-IF
           END-READ.
           CLOSE ACCRPARM-FILE.
           IF WS-ABORT-YES
               GO TO BB100-EXIT
           END-IF.
           IF WS-ACCR-PERIOD NOT NUMERIC
               DISPLAY 'COB16 - PERIOD MUST BE NUMERIC YYYYMM: '
                   WS-ACCR-PERIOD
               SET WS-ABORT-YES TO TRUE
           END-IF.

       BB100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB200 - THE RUN-CONTROL CARD NAMES THE RUN DATE AND      *
      *  BATCH-ID THE STEP RECORD IS FILED UNDER. NO CARD MEANS   *
      *  THE SYSTEM DATE AND A BLANK BATCH-ID.                    *
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
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.
           IF WS-RUNCTL-DATE = SPACES
               MOVE WS-SYSTEM-DATE TO WS-RUNCTL-DATE
           END-IF.

       BB200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB300 - LOAD THE RATE TABLE. EVERY BAND MUST HAVE        *
      *  NUMERIC BOUNDS, RATE AND FLAT AMOUNT, A KNOWN TYPE, AND  *
      *  A LOW BOUND NOT ABOVE ITS HIGH BOUND. AN EMPTY TABLE, A  *
      *  BAD BAND, OR MORE BANDS THAN THE TABLE HOLDS ABORTS.     *
      *----------------------------------------------------------*
       BB300-LOAD-RATE-TABLE SECTION.
           OPEN INPUT RATE-TABLE-FILE.
           IF WS-RATETBL-FILE-STATUS NOT = '00'
               DISPLAY 'COB16 - UNABLE TO OPEN RATE-TABLE-FILE, '
                   'STATUS = ' WS-RATETBL-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB300-EXIT
           END-IF.
           PERFORM BB310-LOAD-ONE-BAND THRU BB310-EXIT
               UNTIL WS-RATE-EOF-YES
                  OR WS-ABORT-YES.
           CLOSE RATE-TABLE-FILE.
           IF WS-ABORT-YES
               GO TO BB300-EXIT
           END-IF.
           IF WS-BAND-COUNT = ZERO
               DISPLAY 'COB16 - RATE-TABLE-FILE HOLDS NO BANDS'
               SET WS-ABORT-YES TO TRUE
               GO TO BB300-EXIT
           END-IF.
           DISPLAY 'COB16 LOADED ' WS-BAND-COUNT ' RATE BANDS'.

       BB300-EXIT.
           EXIT.

       BB310-LOAD-ONE-BAND SECTION.
           READ RATE-TABLE-FILE
               AT END
                   SET WS-RATE-EOF-YES TO TRUE
                   GO TO BB310-EXIT
           END-READ.
           IF RTB-BAND-LOW NOT NUMERIC
              OR RTB-BAND-HIGH NOT NUMERIC
              OR RTB-RATE NOT NUMERIC
              OR RTB-FLAT-AMOUNT NOT NUMERIC
              OR (RTB-ACCR-TYPE NOT = 'I'
                  AND RTB-ACCR-TYPE NOT = 'C')
               DISPLAY 'COB16 - INVALID RATE BAND: '
                   RATE-TABLE-RECORD
               SET WS-ABORT-YES TO TRUE
               GO TO BB310-EXIT
           END-IF.
           IF RTB-BAND-LOW > RTB-BAND-HIGH
               DISPLAY 'COB16 - RATE BAND LOW BOUND ABOVE HIGH: '
                   RATE-TABLE-RECORD
               SET WS-ABORT-YES TO TRUE
               GO TO BB310-EXIT
           END-IF.
           IF WS-BAND-COUNT NOT < WS-BAND-MAX
               DISPLAY 'COB16 - RATE TABLE EXCEEDS ' WS-BAND-MAX
                   ' BANDS'
               SET WS-ABORT-YES TO TRUE
               GO TO BB310-EXIT
           END-IF.
           ADD 1 TO WS-BAND-COUNT.
           MOVE RTB-BAND-LOW    TO WS-BAND-LOW (WS-BAND-COUNT).
           MOVE RTB-BAND-HIGH   TO WS-BAND-HIGH (WS-BAND-COUNT).
           MOVE RTB-ACCR-TYPE   TO WS-BAND-TYPE (WS-BAND-COUNT).
           MOVE RTB-RATE        TO WS-BAND-RATE (WS-BAND-COUNT).
           MOVE RTB-FLAT-AMOUNT TO WS-BAND-FLAT (WS-BAND-COUNT).

       BB310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB400 - THE PERIOD GUARD. A PERIOD NOT AFTER THE LAST    *
      *  ONE ACCRUED HAS BEEN PRICED ALREADY - ONCE COB1 HAS      *
      *  POSTED IT THE BALANCES HAVE MOVED, SO A SECOND FILE      *
      *  WOULD CARRY NEW AMOUNTS AND POST IN FULL. IT IS REFUSED  *
      *  BEFORE ACCRTRAN IS OPENED UNLESS THE CARD OVERRIDES IT.  *
      *  NO CONTROL FILE MEANS NOTHING HAS BEEN ACCRUED YET.      *
      *----------------------------------------------------------*
       BB400-CHECK-PERIOD-GUARD SECTION.
           OPEN INPUT ACCRCTL-FILE.
           IF WS-ACCRCTL-FILE-STATUS = '35'
               GO TO BB400-EXIT
           END-IF.
           IF WS-ACCRCTL-FILE-STATUS NOT = '00'
               DISPLAY 'COB16 - UNABLE TO OPEN ACCRCTL-FILE, '
                   'STATUS = ' WS-ACCRCTL-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB400-EXIT
           END-IF.
           READ ACCRCTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE ACC-LAST-PERIOD TO WS-LAST-PERIOD
           END-READ.
           CLOSE ACCRCTL-FILE.
           IF WS-LAST-PERIOD = SPACES
              OR WS-ACCR-PERIOD > WS-LAST-PERIOD
               GO TO BB400-EXIT
           END-IF.
           IF WS-ACCR-OVERRIDE-ON
               DISPLAY 'COB16 - PERIOD OVERRIDE IS ON, REPRICING '
                   WS-ACCR-PERIOD ', LAST ACCRUED ' WS-LAST-PERIOD
               GO TO BB400-EXIT
           END-IF.
           DISPLAY 'COB16 - PERIOD ' WS-ACCR-PERIOD
               ' IS NOT AFTER THE LAST PERIOD ACCRUED, '
               WS-LAST-PERIOD ', RUN REFUSED'.
           SET WS-ABORT-YES TO TRUE.

       BB400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC000 - ONE ACCOUNT. ONLY OPEN ACCOUNTS ACCRUE. AN       *
      *  ACCOUNT ALREADY STAMPED WITH THE PERIOD HAS BEEN CLOSED  *
      *  BY COB13 - AN ACCRUAL NOW WOULD LAND IN THE NEXT         *
      *  PERIOD'S FIGURES, SO IT IS LISTED AND LEFT ALONE.        *
      *----------------------------------------------------------*
       CC000-ACCRUE-ONE-ACCOUNT SECTION.
           READ ACCT-MASTER-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO CC000-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF NOT ACCT-STATUS-OPEN
               ADD 1 TO WS-NOT-OPEN-COUNT
               GO TO CC000-EXIT
           END-IF.
           MOVE ACCT-KEY     TO WD-ACCOUNT.
           MOVE ACCT-BALANCE TO WD-BALANCE.
           MOVE ZERO         TO WD-BAND.
           MOVE ZERO         TO WD-AMOUNT.
           MOVE SPACES       TO WD-NOTE.
           IF ACCT-PERIOD-CLOSED = WS-ACCR-PERIOD
               ADD 1 TO WS-ALREADY-COUNT
               MOVE 'PERIOD ALREADY CLOSED' TO WD-NOTE
               PERFORM CC900-WRITE-DETAIL THRU CC900-EXIT
               GO TO CC000-EXIT
           END-IF.
           MOVE ZERO TO WS-BAND-HIT.
           PERFORM CC100-MATCH-ONE-BAND THRU CC100-EXIT
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > WS-BAND-COUNT
                  OR WS-BAND-HIT > ZERO.
           IF WS-BAND-HIT = ZERO
               ADD 1 TO WS-NO-BAND-COUNT
               MOVE 'NO RATE BAND FOR BALANCE' TO WD-NOTE
               PERFORM CC900-WRITE-DETAIL THRU CC900-EXIT
               GO TO CC000-EXIT
           END-IF.
           MOVE WS-BAND-HIT TO WD-BAND.
           PERFORM CC200-PRICE-ACCOUNT THRU CC200-EXIT.
           IF WS-ACCR-OVERSIZE
               ADD 1 TO WS-OVERSIZE-COUNT
               MOVE 'ACCRUAL EXCEEDS AMOUNT FIELD' TO WD-NOTE
               PERFORM CC900-WRITE-DETAIL THRU CC900-EXIT
               GO TO CC000-EXIT
           END-IF.
           IF WS-ACCR-AMOUNT = ZERO
               ADD 1 TO WS-ZERO-COUNT
               GO TO CC000-EXIT
           END-IF.
           PERFORM CC300-WRITE-ACCRUAL THRU CC300-EXIT.
           MOVE WS-ACCR-AMOUNT TO WD-AMOUNT.
           MOVE WS-ACCR-DATA   TO WD-NOTE.
           PERFORM CC900-WRITE-DETAIL THRU CC900-EXIT.

       CC000-EXIT.
           EXIT.

       CC100-MATCH-ONE-BAND SECTION.
           IF ACCT-BALANCE NOT < WS-BAND-LOW (WS-BAND-IDX)
              AND ACCT-BALANCE NOT > WS-BAND-HIGH (WS-BAND-IDX)
               MOVE WS-BAND-IDX TO WS-BAND-HIT
           END-IF.

       CC100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC200 - PRICE THE ACCOUNT OFF ITS BAND. INTEREST IS THE  *
      *  RATE ON THE SIGNED BALANCE, SO AN OVERDRAWN BALANCE IN   *
      *  AN INTEREST BAND ACCRUES DEBIT INTEREST. A CHARGE IS THE *
      *  FLAT AMOUNT PLUS THE RATE ON THE SIZE OF THE BALANCE,    *
      *  ALWAYS TAKEN FROM THE ACCOUNT. A RESULT TOO LARGE FOR    *
      *  THE TRANSACTION AMOUNT FIELD IS FLAGGED, NOT TRUNCATED.  *
      *----------------------------------------------------------*
       CC200-PRICE-ACCOUNT SECTION.
           MOVE 'N' TO WS-ACCR-OVERSIZE-SW.
           MOVE ZERO TO WS-ACCR-AMOUNT.
           IF WS-BAND-INTEREST (WS-BAND-HIT)
               MOVE 'INTEREST      ' TO WS-ACCR-DATA-TEXT
               COMPUTE WS-ACCR-AMOUNT ROUNDED =
                   ACCT-BALANCE * WS-BAND-RATE (WS-BAND-HIT) / 100
                   ON SIZE ERROR
                       SET WS-ACCR-OVERSIZE TO TRUE
               END-COMPUTE
               GO TO CC200-EXIT
           END-IF.
           MOVE 'SERVICE CHARGE' TO WS-ACCR-DATA-TEXT.
           MOVE ACCT-BALANCE TO WS-CHARGE-BASE.
           IF WS-CHARGE-BASE < ZERO
               COMPUTE WS-CHARGE-BASE = ZERO - WS-CHARGE-BASE
           END-IF.
           COMPUTE WS-ACCR-AMOUNT ROUNDED =
               ZERO - WS-BAND-FLAT (WS-BAND-HIT)
               - (WS-CHARGE-BASE * WS-BAND-RATE (WS-BAND-HIT) / 100)
               ON SIZE ERROR
                   SET WS-ACCR-OVERSIZE TO TRUE
           END-COMPUTE.

       CC200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC300 - WRITE THE ACCRUAL AS AN ADJUSTMENT IN THE        *
      *  TRANIN LAYOUT UNDER THE ACCRUAL SOURCE-ID. IT POSTS      *
      *  TONIGHT - THE EFFECTIVE DATE IS THE ZERO DATE THE FRONT- *
      *  END EDIT SHIPS FOR UNDATED WORK.                         *
      *----------------------------------------------------------*
       CC300-WRITE-ACCRUAL SECTION.
           MOVE 'ADJS'         TO ATR-REC-TYPE.
           MOVE ACCT-KEY       TO ATR-TRAN-KEY.
           MOVE WS-ACCR-DATA   TO ATR-TRAN-DATA.
           MOVE 'AC'           TO ATR-SOURCE-ID.
           MOVE WS-ACCR-AMOUNT TO ATR-AMOUNT.
           MOVE '00000000'     TO ATR-EFF-DATE.
           WRITE ACCRTRAN-RECORD.
           ADD 1 TO WS-ACCRUED-COUNT.
           ADD ACCT-KEY TO WS-KEY-HASH.
           IF WS-BAND-INTEREST (WS-BAND-HIT)
               ADD WS-ACCR-AMOUNT TO WS-INTEREST-TOTAL
           ELSE
               ADD WS-ACCR-AMOUNT TO WS-CHARGE-TOTAL
           END-IF.

       CC300-EXIT.
           EXIT.

       CC900-WRITE-DETAIL SECTION.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       CC900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD000-TERMINATE - WRITE THE ACCRUAL FILE'S TRAILER SO    *
      *  COB1 CAN PROVE WHAT THIS STEP SHIPPED, PRINT THE TOTALS, *
      *  AND SET THE STEP RETURN CODE. AN ACCOUNT LEFT UNPRICED   *
      *  FOR ANY REASON BUT ITS STATUS OR A ZERO RESULT IS A      *
      *  WARNING FOR FINANCE TO REVIEW.                           *
      *----------------------------------------------------------*
       DD000-TERMINATE SECTION.
           IF WS-ABORT-YES
               MOVE 0016 TO WS-RETURN-CODE
               DISPLAY 'COB16 TERMINATING - ACCRUAL DID NOT RUN'
               GO TO DD000-EXIT
           END-IF.
           MOVE WS-ACCRUED-COUNT TO WS-OUT-TRL-RECORD-COUNT.
           MOVE WS-KEY-HASH      TO WS-OUT-TRL-KEY-HASH.
           WRITE ACCRTRAN-RECORD FROM WS-OUT-TRAILER.
           MOVE WS-ACCRUED-COUNT  TO WT-ACCRUED.
           MOVE WS-INTEREST-TOTAL TO WT-INTEREST.
           MOVE WS-CHARGE-TOTAL   TO WT-CHARGE.
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NOT-OPEN-COUNT TO WT-NOT-OPEN.
           MOVE WS-NO-BAND-COUNT  TO WT-NO-BAND.
           MOVE WS-ZERO-COUNT     TO WT-ZERO.
           COMPUTE WT-EXCEPTION = WS-ALREADY-COUNT
               + WS-OVERSIZE-COUNT.
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE ACCT-MASTER-FILE.
           CLOSE ACCRTRAN-FILE.
           CLOSE REPORT-FILE.
           MOVE WS-INTEREST-TOTAL TO WS-NET-DISPLAY.
           DISPLAY 'COB16 ACCRUED ' WS-ACCRUED-COUNT
               ' ACCOUNTS FOR PERIOD ' WS-ACCR-PERIOD
               ', INTEREST ' WS-NET-DISPLAY.
           MOVE WS-CHARGE-TOTAL TO WS-NET-DISPLAY.
           DISPLAY 'COB16 SERVICE CHARGES ' WS-NET-DISPLAY.
           IF WS-NO-BAND-COUNT > ZERO
              OR WS-OVERSIZE-COUNT > ZERO
              OR WS-ALREADY-COUNT > ZERO
               DISPLAY 'COB16 - ' WS-NO-BAND-COUNT ' WITH NO BAND, '
                   WS-OVERSIZE-COUNT ' TOO LARGE, '
                   WS-ALREADY-COUNT ' ALREADY CLOSED - NOT ACCRUED'
               MOVE 0004 TO WS-RETURN-CODE
           END-IF.
           PERFORM DD100-WRITE-CONTROL THRU DD100-EXIT.

       DD000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD100 - RECORD THE PERIOD JUST ACCRUED FOR THE NEXT      *
      *  RUN'S GUARD. AN OVERRIDDEN REPRICE OF AN EARLIER PERIOD  *
      *  LEAVES THE LATEST PERIOD ON THE RECORD.                  *
      *----------------------------------------------------------*
       DD100-WRITE-CONTROL SECTION.
           IF WS-LAST-PERIOD NOT = SPACES
              AND WS-LAST-PERIOD > WS-ACCR-PERIOD
               GO TO DD100-EXIT
           END-IF.
           OPEN OUTPUT ACCRCTL-FILE.
           IF WS-ACCRCTL-FILE-STATUS NOT = '00'
               DISPLAY 'COB16 - UNABLE TO WRITE ACCRCTL-FILE, '
                   'STATUS = ' WS-ACCRCTL-FILE-STATUS
                   ', PERIOD GUARD NOT UPDATED'
               MOVE 0008 TO WS-RETURN-CODE
               GO TO DD100-EXIT
           END-IF.
           MOVE WS-ACCR-PERIOD     TO ACC-LAST-PERIOD.
           MOVE WS-RUNCTL-DATE     TO ACC-RUN-DATE.
           MOVE WS-RUNCTL-BATCH-ID TO ACC-BATCH-ID.
           MOVE WS-ACCRUED-COUNT   TO ACC-ACCRUED-COUNT.
           WRITE ACCRCTL-RECORD.
           CLOSE ACCRCTL-FILE.

       DD100-EXIT.
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
               DISPLAY 'COB16 - UNABLE TO OPEN RUNHIST-FILE, '
                   'STATUS = ' WS-RUNHIST-FILE-STATUS
               GO TO EE000-EXIT
           END-IF.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           MOVE 'COB16   ' TO RHR-PROGRAM.
           MOVE WS-RUNCTL-BATCH-ID TO RHR-BATCH-ID.
           MOVE WS-RUNCTL-DATE TO RHR-RUN-DATE.
           MOVE WS-READ-COUNT TO RHR-RECORDS-IN.
           MOVE WS-ACCRUED-COUNT TO RHR-RECORDS-OUT.
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
