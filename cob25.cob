000000 IDENTIFICATION DIVISION.
       PROGRAM-ID. cob25.
       AUTHOR. BATCH-SYSTEMS-GROUP.
       INSTALLATION. NIGHTLY-BATCH.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RLM  Initial version. Periodic dormant account
      *                    run: ages every account on ACCTMAST by
      *                    the days from its last posting to the
      *                    run date, against the dormancy and
      *                    escheat-notice ages on the DORMPARM card,
      *                    and lists every dormant account - its
      *                    balance, last activity, days idle and
      *                    whether an escheat notice is due - on
      *                    the DORMRPT register. The accounts found
      *                    dormant are carried from run to run on
      *                    DORMLIST (read back next time as
      *                    DORMPRV), so an account is only new to
      *                    dormancy once. A newly dormant open
      *                    account is held by a HOLD maintenance
      *                    record written to DORMHOLD under source-
      *                    ID DM, with a TRLR trailer, for cob1 to
      *                    pick up on its in-house feed. An account
      *                    carried as dormant that has posted since
      *                    is listed for review and dropped from the
      *                    list.
      *   2026-10-15  RLM  System accruals do not count as activity:
      *                    cob2 leaves ACCT-LAST-POST-DATE alone for
      *                    the cob16 accrual ADJS (source AC), so a
      *                    funded account ages from its last real
      *                    posting and still reaches the register.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DORMPARM-FILE ASSIGN TO "DORMPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DORMPARM-FILE-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCTMAST-FILE-STATUS.

           SELECT DORMPRV-FILE ASSIGN TO "DORMPRV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DORMPRV-FILE-STATUS.

           SELECT DORMLIST-FILE ASSIGN TO "DORMLIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DORMLIST-FILE-STATUS.

           SELECT DORMHOLD-FILE ASSIGN TO "DORMHOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DORMHOLD-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE AGES ARE IN DAYS SINCE THE ACCOUNT'S LAST POSTING -
      *    A SYSTEM ACCRUAL DOES NOT COUNT AS ONE. AN ACCOUNT IS
      *    DORMANT AT THE DORMANCY AGE AND DUE AN ESCHEAT NOTICE AT
      *    THE ESCHEAT AGE, WHICH CANNOT COME BEFORE IT.
       FD  DORMPARM-FILE.
       01  DORMPARM-RECORD.
           05 DMP-DORMANT-DAYS          PIC 9(05).
           05 DMP-ESCHEAT-DAYS          PIC 9(05).

       FD  RUNCTL-FILE.
       01  RUNCTL-FILE-RECORD.
           05 RCR-RUN-DATE              PIC X(08).
           05 RCR-BATCH-ID              PIC X(08).
           05 RCR-ENV-FLAG              PIC X(01).
           05 FILLER                    PIC X(34).

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

      *    THE DORMANT LIST, IN ACCOUNT ORDER: THE RUN DATE THE
      *    ACCOUNT WAS FIRST FOUND DORMANT AND ITS LAST POSTING
      *    DATE AT THE TIME. THIS RUN READS THE LAST RUN'S LIST AS
      *    DORMPRV AND WRITES ITS OWN AS DORMLIST.
       FD  DORMPRV-FILE.
       01  DORMPRV-RECORD.
           05 DPR-ACCT-KEY              PIC 9(08).
           05 DPR-DORMANT-DATE          PIC X(08).
           05 DPR-LAST-POST-DATE        PIC X(08).

       FD  DORMLIST-FILE.
       01  DORMLIST-RECORD.
           05 DNL-ACCT-KEY              PIC 9(08).
           05 DNL-DORMANT-DATE          PIC X(08).
           05 DNL-LAST-POST-DATE        PIC X(08).

       FD  DORMHOLD-FILE.
       01  DORMHOLD-RECORD.
           05 DHT-REC-TYPE              PIC X(04).
           05 DHT-TRAN-KEY              PIC 9(08).
           05 DHT-TRAN-DATA             PIC X(20).
           05 DHT-SOURCE-ID             PIC X(02).
           05 DHT-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 DHT-EFF-DATE              PIC X(08).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(120).

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
       77  WS-DORMPARM-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-RUNCTL-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-ACCTMAST-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-DORMPRV-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-DORMLIST-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-DORMHOLD-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-RUNHIST-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-RH-START-STAMP            PIC X(14) VALUE SPACES.

       77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF-YES                          VALUE 'Y'.

       77  WS-PRV-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 WS-PRV-EOF                          VALUE 'Y'.

       77  WS-ABORT-SWITCH              PIC X(01) VALUE 'N'.
           88 WS-ABORT-YES                        VALUE 'Y'.

       77  WS-PRV-OPEN-SW               PIC X(01) VALUE 'N'.
           88 WS-PRV-OPEN                         VALUE 'Y'.

       77  WS-WAS-DORMANT-SW            PIC X(01) VALUE 'N'.
           88 WS-WAS-DORMANT                      VALUE 'Y'.

       77  WS-READ-COUNT                PIC 9(08) VALUE ZERO.
       77  WS-PRV-READ-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-DORMANT-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-NEW-DORMANT-COUNT         PIC 9(08) VALUE ZERO.
       77  WS-HOLD-COUNT                PIC 9(08) VALUE ZERO.
       77  WS-ESCHEAT-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-REACTIVATED-COUNT         PIC 9(08) VALUE ZERO.
       77  WS-GONE-COUNT                PIC 9(08) VALUE ZERO.
       77  WS-UNDATED-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-KEY-HASH                  PIC 9(15) VALUE ZERO.
       77  WS-DORMANT-BALANCE           PIC S9(13)V99 VALUE ZERO.
       77  WS-NET-DISPLAY               PIC +Z(12)9.99.
       77  WS-RETURN-CODE               PIC 9(04) COMP VALUE ZERO.

      *    THE AGES OFF THE DORMPARM CARD. THE CARD MUST BE
      *    PRESENT - THERE IS NO SAFE DEFAULT FOR HOLDING ACCOUNTS.
       77  WS-DORMANT-DAYS              PIC 9(05) VALUE ZERO.
       77  WS-ESCHEAT-DAYS              PIC 9(05) VALUE ZERO.

      *    THE RUN IDENTITY OFF THE RUNCTL CARD. NO CARD MEANS THE
      *    SYSTEM DATE AND A BLANK BATCH-ID. THE RUN DATE IS WHAT
      *    EVERY ACCOUNT IS AGED AGAINST.
       01  WS-RUN-CONTROL.
           05 WS-RUNCTL-DATE            PIC X(08) VALUE SPACES.
           05 WS-RUNCTL-BATCH-ID        PIC X(08) VALUE SPACES.
       77  WS-RUN-DAY-NUMBER            PIC 9(07) COMP VALUE ZERO.

      *    THE CURRENT ACCOUNT'S AGE, AND ITS ENTRY ON THE LAST
      *    RUN'S DORMANT LIST WHEN IT HAD ONE.
       77  WS-DAYS-IDLE                 PIC 9(07) COMP VALUE ZERO.
       77  WS-DORMANT-SINCE             PIC X(08) VALUE SPACES.
       77  WS-PRV-DORMANT-DATE          PIC X(08) VALUE SPACES.
       77  WS-PRV-LAST-POST-DATE        PIC X(08) VALUE SPACES.
       77  WS-PRV-LAST-KEY              PIC 9(08) VALUE ZERO.

      *    THE CALENDAR ARITHMETIC. A DATE IS TURNED INTO A DAY
      *    NUMBER - DAYS FROM THE START OF YEAR ONE - SO TWO DATES
      *    ARE AS MANY DAYS APART AS THEIR NUMBERS.
       01  WS-DW-DATE                   PIC X(08) VALUE SPACES.
       01  WS-DW-DATE-PARTS REDEFINES WS-DW-DATE.
           05 WS-DW-YEAR                PIC 9(04).
           05 WS-DW-MONTH               PIC 9(02).
           05 WS-DW-DAY                 PIC 9(02).
       77  WS-DW-VALID-SW               PIC X(01) VALUE 'N'.
           88 WS-DW-VALID                         VALUE 'Y'.
       77  WS-DW-DAY-NUMBER             PIC 9(07) COMP VALUE ZERO.
       77  WS-DW-PRIOR-YEARS            PIC 9(04) COMP VALUE ZERO.
       77  WS-DW-LEAPS-4                PIC 9(04) COMP VALUE ZERO.
       77  WS-DW-LEAPS-100              PIC 9(04) COMP VALUE ZERO.
       77  WS-DW-LEAPS-400              PIC 9(04) COMP VALUE ZERO.
       77  WS-ML-YEAR                   PIC 9(04) VALUE ZERO.
       77  WS-ML-MONTH                  PIC 9(02) VALUE ZERO.
       77  WS-MONTH-LENGTH              PIC 9(02) VALUE ZERO.
       77  WS-LEAP-QUOTIENT             PIC 9(04) COMP VALUE ZERO.
       77  WS-LEAP-REMAINDER            PIC 9(04) COMP VALUE ZERO.
       01  WS-MONTH-DAYS-VALUES         PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
      *    DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH, FOR A
      *    YEAR THAT IS NOT A LEAP YEAR.
       01  WS-DAYS-BEFORE-VALUES        PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  WS-DAYS-BEFORE-TABLE REDEFINES WS-DAYS-BEFORE-VALUES.
           05 WS-DAYS-BEFORE            PIC 9(03) OCCURS 12 TIMES.

      *    THE ACCOUNTS FOR REVIEW, HELD FOR THE END OF THE
      *    REGISTER: ACCOUNTS ON THE LAST RUN'S DORMANT LIST THAT
      *    HAVE POSTED SINCE OR ARE NO LONGER ON THE MASTER, AND
      *    ACCOUNTS THAT CANNOT BE AGED. ONE THAT DOES NOT FIT THE
      *    TABLE IS COUNTED BUT NOT LISTED.
       77  WS-RV-MAX                    PIC 9(05) COMP VALUE 02000.
       77  WS-RV-COUNT                  PIC 9(05) COMP VALUE ZERO.
       77  WS-RV-IDX                    PIC 9(05) COMP VALUE ZERO.
       77  WS-RV-OVERFLOW-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-RV-TABLE.
           05 WS-RV-ENTRY OCCURS 2000 TIMES.
               10 WS-RV-KEY             PIC 9(08).
               10 WS-RV-STATUS          PIC X(06).
               10 WS-RV-BALANCE         PIC S9(11)V99.
               10 WS-RV-LAST-POST-DATE  PIC X(08).
               10 WS-RV-DAYS-IDLE       PIC 9(07).
               10 WS-RV-DORMANT-DATE    PIC X(08).
               10 WS-RV-NOTE            PIC X(32).
       77  WS-RV-NOTE-IN                PIC X(32) VALUE SPACES.

      *    THE HOLD'S TRANSACTION DATA IS ITS REASON: THE DORMANCY
      *    RUN AND ITS RUN DATE.
       01  WS-HOLD-DATA.
           05 WS-HOLD-DATA-TEXT         PIC X(12)
               VALUE 'DORMANT HOLD'.
           05 WS-HOLD-DATA-DATE         PIC X(08) VALUE SPACES.

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
               VALUE 'DORMANT ACCOUNT REGISTER          '.
           05 FILLER                    PIC X(10) VALUE 'RUN DATE: '.
           05 WH-RUN-DATE               PIC X(08).
           05 FILLER                    PIC X(12) VALUE '  BATCH-ID: '.
           05 WH-BATCH-ID               PIC X(08).
           05 FILLER                    PIC X(48) VALUE SPACES.

       01  WS-IDENT-LINE.
           05 FILLER                    PIC X(14)
               VALUE 'DORMANT AFTER '.
           05 WI-DORMANT-DAYS           PIC ZZZZ9.
           05 FILLER                    PIC X(30)
               VALUE ' DAYS   ESCHEAT NOTICE AFTER '.
           05 WI-ESCHEAT-DAYS           PIC ZZZZ9.
           05 FILLER                    PIC X(05) VALUE ' DAYS'.
           05 FILLER                    PIC X(61) VALUE SPACES.

       01  WS-DORMANT-HEAD-LINE         PIC X(60)
           VALUE 'DORMANT ACCOUNTS'.

       01  WS-REVIEW-HEAD-LINE          PIC X(60)
           VALUE 'ACCOUNTS FOR REVIEW'.

       01  WS-NONE-LINE                 PIC X(60)
           VALUE '    NONE'.

       01  WS-COLUMN-HEAD-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(08) VALUE 'ACCOUNT '.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(06) VALUE 'STATUS'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(17)
               VALUE '          BALANCE'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(08) VALUE 'LAST ACT'.
           05 FILLER                    PIC X(10) VALUE ' DAYS IDLE'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(08) VALUE 'DORMANT '.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(07) VALUE 'ESCHEAT'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(32) VALUE 'ACTION'.
           05 FILLER                    PIC X(08) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WD-ACCOUNT                PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-STATUS                 PIC X(06).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-BALANCE                PIC +Z(12)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-LAST-POST-DATE         PIC X(08).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WD-DAYS-IDLE              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-DORMANT-DATE           PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-ESCHEAT                PIC X(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-NOTE                   PIC X(32).
           05 FILLER                    PIC X(08) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05 FILLER                    PIC X(15)
               VALUE 'ACCOUNTS READ: '.
           05 WT-READ                   PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(11)
               VALUE '  DORMANT: '.
           05 WT-DORMANT                PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(17)
               VALUE '  NEWLY DORMANT: '.
           05 WT-NEW-DORMANT            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(17)
               VALUE '  HOLDS WRITTEN: '.
           05 WT-HOLDS                  PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05 FILLER                    PIC X(15)
               VALUE 'ESCHEAT DUE:   '.
           05 WT-ESCHEAT                PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(11)
               VALUE '  REVIEW:  '.
           05 WT-REVIEW                 PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(19)
               VALUE '  DORMANT BALANCE: '.
           05 WT-DORMANT-BALANCE        PIC +Z(12)9.99.
           05 FILLER                    PIC X(38) VALUE SPACES.

       01  WS-OVERFLOW-LINE.
           05 WO-TEXT                   PIC X(40).
           05 WO-COUNT                  PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *  AA000-MAINLINE - AGE EVERY ACCOUNT ON THE MASTER AGAINST *
      *  THE LAST RUN'S DORMANT LIST, HOLD THE NEWLY DORMANT, AND *
      *  LIST WHAT HAS WOKEN UP FOR REVIEW.                       *
      *----------------------------------------------------------*
       AA000-MAINLINE SECTION.
           DISPLAY 'IN COB25 - DORMANT ACCOUNT REGISTER'.
           PERFORM BB000-INITIALIZE THRU BB000-EXIT.
           IF NOT WS-ABORT-YES
               PERFORM CC000-AGE-ONE-ACCOUNT THRU CC000-EXIT
                   UNTIL WS-EOF-YES
               PERFORM CC500-DROP-ONE-PRIOR THRU CC500-EXIT
                   UNTIL WS-PRV-EOF
               PERFORM DD000-PRINT-REVIEW THRU DD000-EXIT
           END-IF.
           PERFORM EE000-TERMINATE THRU EE000-EXIT.
           PERFORM FF000-WRITE-RUN-HISTORY THRU FF000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK
           .

       AA000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB000-INITIALIZE - READ THE CARDS, OPEN THE MASTER, THE  *
      *  LAST RUN'S DORMANT LIST, THIS RUN'S LIST, THE HOLD FEED  *
      *  AND THE REGISTER, AND HEAD THE REGISTER. NO LIST FROM A  *
      *  LAST RUN MEANS THIS IS THE FIRST, AND EVERY DORMANT      *
      *  ACCOUNT FOUND IS NEW.                                    *
      *----------------------------------------------------------*
       BB000-INITIALIZE SECTION.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           STRING WS-SYSTEM-DATE DELIMITED BY SIZE
                  WS-SYSTEM-TIME DELIMITED BY SIZE
               INTO WS-RH-START-STAMP
           END-STRING.
           PERFORM BB100-READ-AGE-CARD THRU BB100-EXIT.
           PERFORM BB200-READ-RUN-CONTROL THRU BB200-EXIT.
           IF WS-ABORT-YES
               GO TO BB000-EXIT
           END-IF.
           OPEN INPUT ACCT-MASTER-FILE.
           IF WS-ACCTMAST-FILE-STATUS NOT = '00'
               DISPLAY 'COB25 - UNABLE TO OPEN ACCT-MASTER-FILE, '
                   'STATUS = ' WS-ACCTMAST-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           OPEN INPUT DORMPRV-FILE.
           IF WS-DORMPRV-FILE-STATUS = '35'
               DISPLAY 'COB25 - NO DORMANT LIST FROM A LAST RUN, '
                   'ALL DORMANT ACCOUNTS TAKEN AS NEW'
               SET WS-PRV-EOF TO TRUE
           ELSE
               IF WS-DORMPRV-FILE-STATUS NOT = '00'
                   DISPLAY 'COB25 - UNABLE TO OPEN DORMPRV-FILE, '
                       'STATUS = ' WS-DORMPRV-FILE-STATUS
                   SET WS-ABORT-YES TO TRUE
                   GO TO BB000-EXIT
               END-IF
               SET WS-PRV-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT DORMLIST-FILE.
           IF WS-DORMLIST-FILE-STATUS NOT = '00'
               DISPLAY 'COB25 - UNABLE TO OPEN DORMLIST-FILE, '
                   'STATUS = ' WS-DORMLIST-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           OPEN OUTPUT DORMHOLD-FILE.
           IF WS-DORMHOLD-FILE-STATUS NOT = '00'
               DISPLAY 'COB25 - UNABLE TO OPEN DORMHOLD-FILE, '
                   'STATUS = ' WS-DORMHOLD-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'COB25 - UNABLE TO OPEN REPORT-FILE, '
                   'STATUS = ' WS-REPORT-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           MOVE WS-RUNCTL-DATE     TO WH-RUN-DATE.
           MOVE WS-RUNCTL-BATCH-ID TO WH-BATCH-ID.
           MOVE WS-HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DORMANT-DAYS TO WI-DORMANT-DAYS.
           MOVE WS-ESCHEAT-DAYS TO WI-ESCHEAT-DAYS.
           MOVE WS-IDENT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DORMANT-HEAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RUNCTL-DATE TO WS-HOLD-DATA-DATE.
           IF NOT WS-PRV-EOF
               PERFORM CC600-READ-PRIOR THRU CC600-EXIT
           END-IF.

       BB000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB100 - THE AGE CARD. BOTH AGES MUST BE NUMERIC, THE     *
      *  DORMANCY AGE ABOVE ZERO, AND THE ESCHEAT AGE NOT BELOW   *
      *  IT.                                                      *
      *----------------------------------------------------------*
       BB100-READ-AGE-CARD SECTION.
           OPEN INPUT DORMPARM-FILE.
           IF WS-DORMPARM-FILE-STATUS NOT = '00'
               DISPLAY 'COB25 - UNABLE TO OPEN DORMPARM-FILE, '
                   'STATUS = ' WS-DORMPARM-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB100-EXIT
           END-IF.
           READ DORMPARM-FILE
               AT END
                   DISPLAY 'COB25 - DORMPARM-FILE IS EMPTY'
                   SET WS-ABORT-YES TO TRUE
           END-READ.
           CLOSE DORMPARM-FILE.
           IF WS-ABORT-YES
               GO TO BB100-EXIT
           END-IF.
           IF DMP-DORMANT-DAYS NOT NUMERIC
              OR DMP-ESCHEAT-DAYS NOT NUMERIC
               DISPLAY 'COB25 - AGES MUST BE NUMERIC DAYS: '
                   DORMPARM-RECORD
               SET WS-ABORT-YES TO TRUE
               GO TO BB100-EXIT
           END-IF.
           MOVE DMP-DORMANT-DAYS TO WS-DORMANT-DAYS.
           MOVE DMP-ESCHEAT-DAYS TO WS-ESCHEAT-DAYS.
           IF WS-DORMANT-DAYS = ZERO
               DISPLAY 'COB25 - DORMANCY AGE MUST BE ABOVE ZERO'
               SET WS-ABORT-YES TO TRUE
               GO TO BB100-EXIT
           END-IF.
           IF WS-ESCHEAT-DAYS < WS-DORMANT-DAYS
               DISPLAY 'COB25 - ESCHEAT AGE ' WS-ESCHEAT-DAYS
                   ' IS BELOW THE DORMANCY AGE ' WS-DORMANT-DAYS
               SET WS-ABORT-YES TO TRUE
           END-IF.

       BB100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB200 - THE RUN-CONTROL CARD NAMES THE RUN DATE AND      *
      *  BATCH-ID. NO CARD MEANS THE SYSTEM DATE AND A BLANK      *
      *  BATCH-ID. A RUN DATE THAT IS NOT A REAL DATE CANNOT AGE  *
      *  ANYTHING AND STOPS THE RUN.                              *
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
           MOVE WS-RUNCTL-DATE TO WS-DW-DATE.
           PERFORM CC800-DAY-NUMBER THRU CC800-EXIT.
           IF NOT WS-DW-VALID
               DISPLAY 'COB25 - RUN DATE IS NOT A VALID DATE: '
                   WS-RUNCTL-DATE
               SET WS-ABORT-YES TO TRUE
               GO TO BB200-EXIT
           END-IF.
           MOVE WS-DW-DAY-NUMBER TO WS-RUN-DAY-NUMBER.

       BB200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC000 - ONE ACCOUNT. ITS AGE IS THE DAYS FROM ITS LAST   *
      *  POSTING TO THE RUN DATE - A STATUS CHANGE IS NOT A       *
      *  POSTING AND DOES NOT MOVE IT. AN ACCOUNT ON THE LAST     *
      *  RUN'S LIST STAYS DORMANT UNTIL IT POSTS AGAIN, WHEN IT   *
      *  IS LISTED FOR REVIEW AND DROPPED FROM THE LIST. AN       *
      *  ACCOUNT NOT ON THE LIST THAT HAS REACHED THE DORMANCY    *
      *  AGE IS NEWLY DORMANT, AND IS HELD IF IT IS OPEN.         *
      *----------------------------------------------------------*
       CC000-AGE-ONE-ACCOUNT SECTION.
           READ ACCT-MASTER-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO CC000-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           PERFORM CC500-DROP-ONE-PRIOR THRU CC500-EXIT
               UNTIL WS-PRV-EOF
                  OR DPR-ACCT-KEY NOT < ACCT-KEY.
           MOVE 'N' TO WS-WAS-DORMANT-SW.
           IF NOT WS-PRV-EOF
              AND DPR-ACCT-KEY = ACCT-KEY
               SET WS-WAS-DORMANT TO TRUE
               MOVE DPR-DORMANT-DATE   TO WS-PRV-DORMANT-DATE
               MOVE DPR-LAST-POST-DATE TO WS-PRV-LAST-POST-DATE
               PERFORM CC600-READ-PRIOR THRU CC600-EXIT
           END-IF.
           MOVE ACCT-LAST-POST-DATE TO WS-DW-DATE.
           PERFORM CC800-DAY-NUMBER THRU CC800-EXIT.
           IF NOT WS-DW-VALID
               ADD 1 TO WS-UNDATED-COUNT
               MOVE ZERO TO WS-DAYS-IDLE
               MOVE SPACES TO WS-DORMANT-SINCE
               IF WS-WAS-DORMANT
                   MOVE WS-PRV-DORMANT-DATE TO WS-DORMANT-SINCE
               END-IF
               MOVE 'NO POSTING DATE - NOT AGED' TO WS-RV-NOTE-IN
               PERFORM CC400-ADD-REVIEW THRU CC400-EXIT
               GO TO CC000-EXIT
           END-IF.
           IF WS-DW-DAY-NUMBER > WS-RUN-DAY-NUMBER
               MOVE ZERO TO WS-DAYS-IDLE
           ELSE
               COMPUTE WS-DAYS-IDLE = WS-RUN-DAY-NUMBER
                   - WS-DW-DAY-NUMBER
           END-IF.
           MOVE SPACES TO WD-NOTE.
           IF WS-WAS-DORMANT
               IF ACCT-LAST-POST-DATE NOT = WS-PRV-LAST-POST-DATE
                  OR WS-DAYS-IDLE < WS-DORMANT-DAYS
                   ADD 1 TO WS-REACTIVATED-COUNT
                   MOVE WS-PRV-DORMANT-DATE TO WS-DORMANT-SINCE
                   MOVE 'ACTIVITY SINCE DORMANT - REVIEW'
                       TO WS-RV-NOTE-IN
                   PERFORM CC400-ADD-REVIEW THRU CC400-EXIT
                   GO TO CC000-EXIT
               END-IF
               MOVE WS-PRV-DORMANT-DATE TO WS-DORMANT-SINCE
               MOVE 'STILL DORMANT' TO WD-NOTE
               GO TO CC000-LIST
           END-IF.
           IF WS-DAYS-IDLE < WS-DORMANT-DAYS
               GO TO CC000-EXIT
           END-IF.
           ADD 1 TO WS-NEW-DORMANT-COUNT.
           MOVE WS-RUNCTL-DATE TO WS-DORMANT-SINCE.
           EVALUATE TRUE
               WHEN ACCT-STATUS-OPEN
                   PERFORM CC300-WRITE-HOLD THRU CC300-EXIT
                   MOVE 'NEWLY DORMANT - HOLD WRITTEN' TO WD-NOTE
               WHEN ACCT-STATUS-HELD
                   MOVE 'NEWLY DORMANT - ALREADY HELD' TO WD-NOTE
               WHEN ACCT-STATUS-CLOSED
                   MOVE 'NEWLY DORMANT - CLOSED' TO WD-NOTE
               WHEN OTHER
                   MOVE 'NEWLY DORMANT - STATUS UNKNOWN' TO WD-NOTE
           END-EVALUATE.

       CC000-LIST.
           ADD 1 TO WS-DORMANT-COUNT.
           ADD ACCT-BALANCE TO WS-DORMANT-BALANCE.
           PERFORM CC200-CARRY-FORWARD THRU CC200-EXIT.
           MOVE ACCT-KEY            TO WD-ACCOUNT.
           PERFORM CC900-STATUS-TEXT THRU CC900-EXIT.
           MOVE ACCT-BALANCE        TO WD-BALANCE.
           MOVE ACCT-LAST-POST-DATE TO WD-LAST-POST-DATE.
           MOVE WS-DAYS-IDLE        TO WD-DAYS-IDLE.
           MOVE WS-DORMANT-SINCE    TO WD-DORMANT-DATE.
           MOVE SPACES              TO WD-ESCHEAT.
           IF WS-DAYS-IDLE NOT < WS-ESCHEAT-DAYS
               ADD 1 TO WS-ESCHEAT-COUNT
               MOVE 'NOTICE' TO WD-ESCHEAT
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       CC000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC200 - CARRY THE DORMANT ACCOUNT TO THIS RUN'S LIST,    *
      *  WITH THE DATE IT WENT DORMANT AND THE LAST POSTING DATE  *
      *  IT WENT DORMANT WITH.                                    *
      *----------------------------------------------------------*
       CC200-CARRY-FORWARD SECTION.
           MOVE ACCT-KEY            TO DNL-ACCT-KEY.
           MOVE WS-DORMANT-SINCE    TO DNL-DORMANT-DATE.
           MOVE ACCT-LAST-POST-DATE TO DNL-LAST-POST-DATE.
           WRITE DORMLIST-RECORD.

       CC200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC300 - ONE HOLD IN THE TRANIN LAYOUT UNDER THE DORMANCY *
      *  SOURCE-ID. IT POSTS AND JOURNALS THROUGH COB1 AND COB2   *
      *  LIKE ANY OTHER STATUS CHANGE, AND LEAVES THE LAST        *
      *  POSTING DATE ALONE, SO THE ACCOUNT STAYS DORMANT.        *
      *----------------------------------------------------------*
       CC300-WRITE-HOLD SECTION.
           MOVE 'HOLD'         TO DHT-REC-TYPE.
           MOVE ACCT-KEY       TO DHT-TRAN-KEY.
           MOVE WS-HOLD-DATA   TO DHT-TRAN-DATA.
           MOVE 'DM'           TO DHT-SOURCE-ID.
           MOVE ZERO           TO DHT-AMOUNT.
           MOVE '00000000'     TO DHT-EFF-DATE.
           WRITE DORMHOLD-RECORD.
           ADD 1 TO WS-HOLD-COUNT.
           ADD ACCT-KEY TO WS-KEY-HASH.

       CC300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC400 - HOLD THE CURRENT ACCOUNT FOR THE REVIEW SECTION  *
      *  OF THE REGISTER.                                         *
      *----------------------------------------------------------*
       CC400-ADD-REVIEW SECTION.
           IF WS-RV-COUNT NOT < WS-RV-MAX
               ADD 1 TO WS-RV-OVERFLOW-COUNT
               GO TO CC400-EXIT
           END-IF.
           ADD 1 TO WS-RV-COUNT.
           MOVE ACCT-KEY            TO WS-RV-KEY (WS-RV-COUNT).
           PERFORM CC900-STATUS-TEXT THRU CC900-EXIT.
           MOVE WD-STATUS           TO WS-RV-STATUS (WS-RV-COUNT).
           MOVE ACCT-BALANCE        TO WS-RV-BALANCE (WS-RV-COUNT).
           MOVE ACCT-LAST-POST-DATE
               TO WS-RV-LAST-POST-DATE (WS-RV-COUNT).
           MOVE WS-DAYS-IDLE        TO WS-RV-DAYS-IDLE (WS-RV-COUNT).
           MOVE WS-DORMANT-SINCE
               TO WS-RV-DORMANT-DATE (WS-RV-COUNT).
           MOVE WS-RV-NOTE-IN       TO WS-RV-NOTE (WS-RV-COUNT).

       CC400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC500 - AN ACCOUNT ON THE LAST RUN'S DORMANT LIST THAT   *
      *  IS NO LONGER ON THE MASTER. IT IS LISTED FOR REVIEW AND  *
      *  DROPPED FROM THE LIST.                                   *
      *----------------------------------------------------------*
       CC500-DROP-ONE-PRIOR SECTION.
           ADD 1 TO WS-GONE-COUNT.
           IF WS-RV-COUNT NOT < WS-RV-MAX
               ADD 1 TO WS-RV-OVERFLOW-COUNT
               GO TO CC500-NEXT
           END-IF.
           ADD 1 TO WS-RV-COUNT.
           MOVE DPR-ACCT-KEY       TO WS-RV-KEY (WS-RV-COUNT).
           MOVE SPACES             TO WS-RV-STATUS (WS-RV-COUNT).
           MOVE ZERO               TO WS-RV-BALANCE (WS-RV-COUNT).
           MOVE DPR-LAST-POST-DATE
               TO WS-RV-LAST-POST-DATE (WS-RV-COUNT).
           MOVE ZERO               TO WS-RV-DAYS-IDLE (WS-RV-COUNT).
           MOVE DPR-DORMANT-DATE
               TO WS-RV-DORMANT-DATE (WS-RV-COUNT).
           MOVE 'NO LONGER ON MASTER - REVIEW'
               TO WS-RV-NOTE (WS-RV-COUNT).

       CC500-NEXT.
           PERFORM CC600-READ-PRIOR THRU CC600-EXIT.

       CC500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC600 - THE NEXT ACCOUNT ON THE LAST RUN'S DORMANT LIST. *
      *  THE LIST IS WRITTEN IN ACCOUNT ORDER; A RECORD OUT OF    *
      *  ORDER CANNOT BE MATCHED AND IS SKIPPED.                  *
      *----------------------------------------------------------*
       CC600-READ-PRIOR SECTION.
       CC600-READ.
           READ DORMPRV-FILE
               AT END
                   SET WS-PRV-EOF TO TRUE
                   GO TO CC600-EXIT
           END-READ.
           ADD 1 TO WS-PRV-READ-COUNT.
           IF WS-PRV-READ-COUNT > 1
              AND DPR-ACCT-KEY NOT > WS-PRV-LAST-KEY
               DISPLAY 'COB25 - DORMPRV OUT OF ORDER, SKIPPED: '
                   DORMPRV-RECORD
               GO TO CC600-READ
           END-IF.
           MOVE DPR-ACCT-KEY TO WS-PRV-LAST-KEY.

       CC600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC800 - THE DAY NUMBER OF THE DATE IN WS-DW-DATE: THE    *
      *  DAYS IN THE WHOLE YEARS BEFORE IT, LEAP DAYS INCLUDED,   *
      *  THE DAYS IN ITS YEAR BEFORE ITS MONTH, AND ITS DAY. A    *
      *  DATE THAT IS NOT A REAL CALENDAR DATE IS LEFT INVALID.   *
      *----------------------------------------------------------*
       CC800-DAY-NUMBER SECTION.
           MOVE 'N' TO WS-DW-VALID-SW.
           MOVE ZERO TO WS-DW-DAY-NUMBER.
           IF WS-DW-DATE NOT NUMERIC
               GO TO CC800-EXIT
           END-IF.
           IF WS-DW-YEAR = ZERO
              OR WS-DW-MONTH < 1
              OR WS-DW-MONTH > 12
              OR WS-DW-DAY < 1
               GO TO CC800-EXIT
           END-IF.
           MOVE WS-DW-YEAR  TO WS-ML-YEAR.
           MOVE WS-DW-MONTH TO WS-ML-MONTH.
           PERFORM CC810-SET-MONTH-LENGTH THRU CC810-EXIT.
           IF WS-DW-DAY > WS-MONTH-LENGTH
               GO TO CC800-EXIT
           END-IF.
           SET WS-DW-VALID TO TRUE.
           SUBTRACT 1 FROM WS-DW-YEAR GIVING WS-DW-PRIOR-YEARS.
           DIVIDE WS-DW-PRIOR-YEARS BY 4   GIVING WS-DW-LEAPS-4.
           DIVIDE WS-DW-PRIOR-YEARS BY 100 GIVING WS-DW-LEAPS-100.
           DIVIDE WS-DW-PRIOR-YEARS BY 400 GIVING WS-DW-LEAPS-400.
           COMPUTE WS-DW-DAY-NUMBER = WS-DW-PRIOR-YEARS * 365
               + WS-DW-LEAPS-4 - WS-DW-LEAPS-100 + WS-DW-LEAPS-400
               + WS-DAYS-BEFORE (WS-DW-MONTH) + WS-DW-DAY.
      *    PAST FEBRUARY IN A LEAP YEAR, THE 29TH COUNTS TOO.
           IF WS-DW-MONTH > 2
               MOVE 2 TO WS-ML-MONTH
               PERFORM CC810-SET-MONTH-LENGTH THRU CC810-EXIT
               IF WS-MONTH-LENGTH = 29
                   ADD 1 TO WS-DW-DAY-NUMBER
               END-IF
           END-IF.

       CC800-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC810 - THE LENGTH OF A MONTH, FEBRUARY TAKING TWENTY-   *
      *  NINE DAYS IN A LEAP YEAR.                                *
      *----------------------------------------------------------*
       CC810-SET-MONTH-LENGTH SECTION.
           MOVE WS-MONTH-DAYS (WS-ML-MONTH) TO WS-MONTH-LENGTH.
           IF WS-ML-MONTH NOT = 2
               GO TO CC810-EXIT
           END-IF.
           DIVIDE WS-ML-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER NOT = ZERO
               GO TO CC810-EXIT
           END-IF.
           MOVE 29 TO WS-MONTH-LENGTH.
           DIVIDE WS-ML-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER NOT = ZERO
               GO TO CC810-EXIT
           END-IF.
           DIVIDE WS-ML-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER NOT = ZERO
               MOVE 28 TO WS-MONTH-LENGTH
           END-IF.

       CC810-EXIT.
           EXIT.

       CC900-STATUS-TEXT SECTION.
           EVALUATE TRUE
               WHEN ACCT-STATUS-OPEN
                   MOVE 'OPEN'   TO WD-STATUS
               WHEN ACCT-STATUS-CLOSED
                   MOVE 'CLOSED' TO WD-STATUS
               WHEN ACCT-STATUS-HELD
                   MOVE 'HELD'   TO WD-STATUS
               WHEN OTHER
                   MOVE '??????' TO WD-STATUS
           END-EVALUATE.

       CC900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD000 - THE REVIEW SECTION OF THE REGISTER: ACCOUNTS     *
      *  THAT WENT DORMANT ON AN EARLIER RUN AND HAVE POSTED      *
      *  SINCE, OR HAVE LEFT THE MASTER, AND ACCOUNTS THAT COULD  *
      *  NOT BE AGED.                                             *
      *----------------------------------------------------------*
       DD000-PRINT-REVIEW SECTION.
           IF WS-DORMANT-COUNT = ZERO
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REVIEW-HEAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RV-COUNT = ZERO
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO DD000-EXIT
           END-IF.
           PERFORM DD100-PRINT-ONE-REVIEW THRU DD100-EXIT
               VARYING WS-RV-IDX FROM 1 BY 1
               UNTIL WS-RV-IDX > WS-RV-COUNT.

       DD000-EXIT.
           EXIT.

       DD100-PRINT-ONE-REVIEW SECTION.
           MOVE WS-RV-KEY (WS-RV-IDX)       TO WD-ACCOUNT.
           MOVE WS-RV-STATUS (WS-RV-IDX)    TO WD-STATUS.
           MOVE WS-RV-BALANCE (WS-RV-IDX)   TO WD-BALANCE.
           MOVE WS-RV-LAST-POST-DATE (WS-RV-IDX)
               TO WD-LAST-POST-DATE.
           MOVE WS-RV-DAYS-IDLE (WS-RV-IDX) TO WD-DAYS-IDLE.
           MOVE WS-RV-DORMANT-DATE (WS-RV-IDX)
               TO WD-DORMANT-DATE.
           MOVE SPACES                      TO WD-ESCHEAT.
           MOVE WS-RV-NOTE (WS-RV-IDX)      TO WD-NOTE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       DD100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  EE000-TERMINATE - WRITE THE HOLD FEED'S TRAILER SO COB1  *
      *  CAN PROVE WHAT THIS STEP SHIPPED, PRINT THE TOTALS, AND  *
      *  SET THE STEP RETURN CODE. AN ESCHEAT NOTICE DUE, OR A    *
      *  DORMANT ACCOUNT THAT HAS WOKEN UP OR GONE, IS A WARNING  *
      *  FOR THE MORNING.                                         *
      *----------------------------------------------------------*
       EE000-TERMINATE SECTION.
           IF WS-ABORT-YES
               MOVE 0016 TO WS-RETURN-CODE
               DISPLAY 'COB25 TERMINATING - DORMANCY RUN DID NOT RUN'
               GO TO EE000-EXIT
           END-IF.
           MOVE WS-HOLD-COUNT TO WS-OUT-TRL-RECORD-COUNT.
           MOVE WS-KEY-HASH   TO WS-OUT-TRL-KEY-HASH.
           WRITE DORMHOLD-RECORD FROM WS-OUT-TRAILER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-READ-COUNT        TO WT-READ.
           MOVE WS-DORMANT-COUNT     TO WT-DORMANT.
           MOVE WS-NEW-DORMANT-COUNT TO WT-NEW-DORMANT.
           MOVE WS-HOLD-COUNT        TO WT-HOLDS.
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ESCHEAT-COUNT     TO WT-ESCHEAT.
           COMPUTE WT-REVIEW = WS-REACTIVATED-COUNT + WS-GONE-COUNT
               + WS-UNDATED-COUNT.
           MOVE WS-DORMANT-BALANCE   TO WT-DORMANT-BALANCE.
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RV-OVERFLOW-COUNT > ZERO
               MOVE 'REVIEW LIST FULL - ACCOUNTS NOT SHOWN: '
                   TO WO-TEXT
               MOVE WS-RV-OVERFLOW-COUNT TO WO-COUNT
               MOVE WS-OVERFLOW-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY 'COB25 - REVIEW LIST FULL, '
                   WS-RV-OVERFLOW-COUNT ' ACCOUNTS NOT SHOWN'
               MOVE 0004 TO WS-RETURN-CODE
           END-IF.
           CLOSE ACCT-MASTER-FILE.
           IF WS-PRV-OPEN
               CLOSE DORMPRV-FILE
           END-IF.
           CLOSE DORMLIST-FILE.
           CLOSE DORMHOLD-FILE.
           CLOSE REPORT-FILE.
           MOVE WS-DORMANT-BALANCE TO WS-NET-DISPLAY.
           DISPLAY 'COB25 AGED ' WS-READ-COUNT ' ACCOUNTS, DORMANT '
               WS-DORMANT-COUNT ', NEWLY DORMANT '
               WS-NEW-DORMANT-COUNT ', HOLDS WRITTEN ' WS-HOLD-COUNT.
           DISPLAY 'COB25 DORMANT BALANCE ' WS-NET-DISPLAY
               ', ESCHEAT NOTICES DUE ' WS-ESCHEAT-COUNT.
           DISPLAY 'COB25 FOR REVIEW: ' WS-REACTIVATED-COUNT
               ' ACTIVE AGAIN, ' WS-GONE-COUNT ' OFF THE MASTER, '
               WS-UNDATED-COUNT ' NOT AGED'.
      *    AN ACCOUNT NEVER POSTED TO HAS NO DATE TO AGE BY. IT IS
      *    LISTED, BUT A NEW ACCOUNT NOT YET FUNDED IS NO WARNING.
           IF WS-REACTIVATED-COUNT > ZERO
              OR WS-GONE-COUNT > ZERO
               MOVE 0004 TO WS-RETURN-CODE
           END-IF.
           IF WS-ESCHEAT-COUNT > ZERO
               MOVE 0004 TO WS-RETURN-CODE
           END-IF.

       EE000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  FF000 - APPEND THIS STEP'S RECORD TO THE COMMON RUN     *
      *  HISTORY FILE FOR THE COB15 NIGHTLY RUN SHEET.            *
      *----------------------------------------------------------*
       FF000-WRITE-RUN-HISTORY SECTION.
           OPEN EXTEND RUNHIST-FILE.
           IF WS-RUNHIST-FILE-STATUS = '35'
               OPEN OUTPUT RUNHIST-FILE
           END-IF.
           IF WS-RUNHIST-FILE-STATUS NOT = '00'
               DISPLAY 'COB25 - UNABLE TO OPEN RUNHIST-FILE, '
                   'STATUS = ' WS-RUNHIST-FILE-STATUS
               GO TO FF000-EXIT
           END-IF.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           MOVE 'COB25   ' TO RHR-PROGRAM.
           MOVE WS-RUNCTL-BATCH-ID TO RHR-BATCH-ID.
           MOVE WS-RUNCTL-DATE TO RHR-RUN-DATE.
           MOVE WS-READ-COUNT TO RHR-RECORDS-IN.
           MOVE WS-HOLD-COUNT TO RHR-RECORDS-OUT.
           MOVE WS-RETURN-CODE TO RHR-RETURN-CODE.
           MOVE WS-RH-START-STAMP TO RHR-START-TIMESTAMP.
           STRING WS-SYSTEM-DATE DELIMITED BY SIZE
                  WS-SYSTEM-TIME DELIMITED BY SIZE
               INTO RHR-END-TIMESTAMP
           END-STRING.
           WRITE RUNHIST-RECORD.
           CLOSE RUNHIST-FILE.

       FF000-EXIT.
           EXIT.
