000000 IDENTIFICATION DIVISION.
       PROGRAM-ID. cob23.
       AUTHOR. BATCH-SYSTEMS-GROUP.
       INSTALLATION. NIGHTLY-BATCH.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RLM  Initial version. Account master inquiry:
      *                    for the account or key range on the
      *                    ACQPARM card, prints each ACCTMAST record
      *                    on ACQRPT - status, balance, the floor
      *                    and limit cob2 will actually apply (the
      *                    account's own or the RUNCTL default),
      *                    period-to-date count and net, the period
      *                    last closed and the last post date - and
      *                    beneath it everything still in flight for
      *                    the account: open SUSPENSE items with
      *                    their fail reason and retries, WAREHSE
      *                    items waiting on their effective date,
      *                    and HARDREJ items. A transfer is listed
      *                    under both of its accounts. In-flight
      *                    work for a key in the range with no
      *                    master record is listed at the end.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACQPARM-FILE ASSIGN TO "ACQPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACQPARM-FILE-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCTMAST-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT WAREHSE-FILE ASSIGN TO "WAREHSE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHSE-FILE-STATUS.

           SELECT HARDREJ-FILE ASSIGN TO "HARDREJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HARDREJ-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ACQRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACQPARM-FILE.
       01  ACQPARM-RECORD.
           05 AQP-KEY-LOW               PIC X(08).
           05 AQP-KEY-HIGH              PIC X(08).

       FD  RUNCTL-FILE.
       01  RUNCTL-FILE-RECORD.
           05 RCR-RUN-DATE              PIC X(08).
           05 RCR-BATCH-ID              PIC X(08).
           05 RCR-ENV-FLAG              PIC X(01).
           05 RCR-RETRY-LIMIT           PIC 9(02).
           05 RCR-DUP-LOOKBACK          PIC 9(03).
           05 RCR-DUP-OVERRIDE          PIC X(01).
           05 RCR-DFLT-FLOOR            PIC X(14).
           05 RCR-DFLT-FLOOR-NUM REDEFINES RCR-DFLT-FLOOR
                                        PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05 RCR-DFLT-LIMIT            PIC X(14).
           05 RCR-DFLT-LIMIT-NUM REDEFINES RCR-DFLT-LIMIT
                                        PIC S9(11)V99
                                        SIGN LEADING SEPARATE.

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

       FD  WAREHSE-FILE.
       01  WAREHSE-RECORD.
           05 WHS-REC-TYPE              PIC X(04).
           05 WHS-TRAN-KEY              PIC 9(08).
           05 WHS-TRAN-DATA             PIC X(20).
           05 WHS-SOURCE-ID             PIC X(02).
           05 WHS-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 WHS-EFF-DATE              PIC X(08).
           05 WHS-RECV-DATE             PIC X(08).

       FD  HARDREJ-FILE.
       01  HARDREJ-RECORD.
           05 HRJ-REC-TYPE              PIC X(04).
           05 HRJ-TRAN-KEY              PIC 9(08).
           05 HRJ-TRAN-DATA             PIC X(20).
           05 HRJ-SOURCE-ID             PIC X(02).
           05 HRJ-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 HRJ-FAIL-REASON           PIC X(02).
           05 HRJ-FIRST-FAIL-DATE       PIC X(08).
           05 HRJ-RETRY-COUNT           PIC 9(02).

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
       77  WS-ACQPARM-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-RUNCTL-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-ACCTMAST-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-SUSPENSE-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-WAREHSE-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-HARDREJ-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-RUNHIST-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-RH-START-STAMP            PIC X(14) VALUE SPACES.

       77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF-YES                          VALUE 'Y'.

       77  WS-LOAD-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-LOAD-EOF                         VALUE 'Y'.

       77  WS-ABORT-SWITCH              PIC X(01) VALUE 'N'.
           88 WS-ABORT-YES                        VALUE 'Y'.

       77  WS-ORPHAN-HEAD-SW            PIC X(01) VALUE 'N'.
           88 WS-ORPHAN-HEAD-DONE                 VALUE 'Y'.

       77  WS-ACCOUNT-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-ITEM-LISTED-COUNT         PIC 9(08) VALUE ZERO.
       77  WS-ACCOUNT-ITEM-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-RETURN-CODE               PIC 9(04) COMP VALUE ZERO.

      *    THE RUN IDENTITY AND THE DEFAULT BALANCE CONTROLS OFF THE
      *    RUNCTL CARD. COB2 APPLIES THE DEFAULT WHERE THE ACCOUNT'S
      *    OWN FLOOR OR LIMIT IS ZERO, AND SO DOES THIS INQUIRY. NO
      *    CARD MEANS THE SYSTEM DATE AND NO DEFAULTS.
       01  WS-RUN-CONTROL.
           05 WS-RUNCTL-DATE            PIC X(08) VALUE SPACES.
           05 WS-RUNCTL-BATCH-ID        PIC X(08) VALUE SPACES.
       77  WS-DFLT-FLOOR                PIC S9(11)V99 VALUE ZERO.
       77  WS-DFLT-LIMIT                PIC S9(11)V99 VALUE ZERO.

      *    THE KEY RANGE OFF THE ACQPARM CARD. THE LOW KEY IS
      *    REQUIRED; A BLANK HIGH KEY ASKS FOR THE ONE ACCOUNT.
       01  WS-SELECT-CONTROL.
           05 WS-SEL-KEY-LOW            PIC X(08) VALUE SPACES.
           05 WS-SEL-KEY-LOW-NUM REDEFINES WS-SEL-KEY-LOW
                                        PIC 9(08).
           05 WS-SEL-KEY-HIGH           PIC X(08) VALUE SPACES.
           05 WS-SEL-KEY-HIGH-NUM REDEFINES WS-SEL-KEY-HIGH
                                        PIC 9(08).

      *    THE IN-FLIGHT WORK FOR THE RANGE, LOADED FROM THE THREE
      *    FILES UP FRONT SO EACH ACCOUNT'S ITEMS CAN BE LISTED
      *    UNDER IT. AN ENTRY IS FILED UNDER THE ACCOUNT IT WILL
      *    POST TO - A TRANSFER TWICE, ONCE PER LEG. A RANGE WITH
      *    MORE WORK THAN THE TABLE HOLDS IS LISTED AS FAR AS IT
      *    GOES AND FLAGGED.
       77  WS-FLT-MAX                   PIC 9(05) COMP VALUE 03000.
       77  WS-FLT-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-FLT-IDX                   PIC 9(05) COMP VALUE ZERO.
       77  WS-FLT-OVERFLOW-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-FLT-TABLE.
           05 WS-FLT-ENTRY OCCURS 3000 TIMES.
               10 WS-FLT-ACCOUNT        PIC 9(08).
               10 WS-FLT-FILE           PIC X(08).
               10 WS-FLT-REC-TYPE       PIC X(04).
               10 WS-FLT-TRAN-KEY       PIC 9(08).
               10 WS-FLT-DATA           PIC X(20).
               10 WS-FLT-SOURCE-ID      PIC X(02).
               10 WS-FLT-AMOUNT         PIC S9(09)V99.
               10 WS-FLT-REASON         PIC X(02).
               10 WS-FLT-DATE           PIC X(08).
               10 WS-FLT-RECV-DATE      PIC X(08).
               10 WS-FLT-RETRIES        PIC 9(02).
               10 WS-FLT-LISTED-SW      PIC X(01).
                   88 WS-FLT-LISTED               VALUE 'Y'.

      *    ONE ITEM BEING FILED, BUILT FROM WHICHEVER FILE IT CAME
      *    OFF.
       01  WS-FLT-WORK.
           05 WS-FW-FILE                PIC X(08).
           05 WS-FW-REC-TYPE            PIC X(04).
           05 WS-FW-TRAN-KEY            PIC 9(08).
           05 WS-FW-DATA.
               10 WS-FW-TO-KEY          PIC X(08).
               10 FILLER                PIC X(12).
           05 WS-FW-TO-KEY-NUM REDEFINES WS-FW-DATA
                                        PIC 9(08).
           05 WS-FW-SOURCE-ID           PIC X(02).
           05 WS-FW-AMOUNT              PIC S9(09)V99.
           05 WS-FW-REASON              PIC X(02).
           05 WS-FW-DATE                PIC X(08).
           05 WS-FW-RECV-DATE           PIC X(08).
           05 WS-FW-RETRIES             PIC 9(02).
       77  WS-FW-ACCOUNT                PIC 9(08) VALUE ZERO.

      *    THE ACCOUNT BEING PRINTED, FOR THE ITEM SCAN.
       77  WS-CUR-ACCOUNT               PIC 9(08) VALUE ZERO.

       01  WS-SYSTEM-TIMESTAMP.
           05 WS-SYSTEM-DATE            PIC 9(08).
           05 WS-SYSTEM-TIME            PIC 9(06).

       01  WS-HEADING-LINE-1.
           05 FILLER                    PIC X(26)
               VALUE 'ACCOUNT MASTER INQUIRY    '.
           05 FILLER                    PIC X(10) VALUE 'RUN DATE: '.
           05 WH-RUN-DATE               PIC X(08).
           05 FILLER                    PIC X(09) VALUE '  KEYS:  '.
           05 WH-KEY-LOW                PIC X(08).
           05 FILLER                    PIC X(04) VALUE ' TO '.
           05 WH-KEY-HIGH               PIC X(08).
           05 FILLER                    PIC X(47) VALUE SPACES.

       01  WS-ACCOUNT-LINE-1.
           05 FILLER                    PIC X(08) VALUE 'ACCOUNT '.
           05 WA-ACCOUNT                PIC 9(08).
           05 FILLER                    PIC X(10) VALUE '  STATUS: '.
           05 WA-STATUS                 PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WA-STATUS-TEXT            PIC X(06).
           05 FILLER                    PIC X(15)
               VALUE '  LAST POSTED: '.
           05 WA-LAST-POST-DATE         PIC X(08).
           05 FILLER                    PIC X(22)
               VALUE '  PERIOD LAST CLOSED: '.
           05 WA-PERIOD-CLOSED          PIC X(06).
           05 FILLER                    PIC X(12)
               VALUE '  POSTINGS: '.
           05 WA-POSTING-COUNT          PIC ZZZZ9.
           05 FILLER                    PIC X(18) VALUE SPACES.

       01  WS-ACCOUNT-LINE-2.
           05 FILLER                    PIC X(11)
               VALUE '  BALANCE: '.
           05 WA-BALANCE                PIC +Z(10)9.99.
           05 FILLER                    PIC X(09) VALUE '  FLOOR: '.
           05 WA-FLOOR                  PIC +Z(10)9.99.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WA-FLOOR-SOURCE           PIC X(09).
           05 FILLER                    PIC X(09) VALUE '  LIMIT: '.
           05 WA-LIMIT                  PIC +Z(10)9.99.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WA-LIMIT-SOURCE           PIC X(09).
           05 FILLER                    PIC X(27) VALUE SPACES.

       01  WS-ACCOUNT-LINE-3.
           05 FILLER                    PIC X(24)
               VALUE '  PERIOD-TO-DATE COUNT: '.
           05 WA-PTD-COUNT              PIC ZZZZ9.
           05 FILLER                    PIC X(07) VALUE '  NET: '.
           05 WA-PTD-NET                PIC +Z(10)9.99.
           05 FILLER                    PIC X(68) VALUE SPACES.

       01  WS-ITEM-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WL-FILE                   PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WL-REC-TYPE               PIC X(04).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WL-TRAN-KEY               PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WL-DATA                   PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WL-SOURCE-ID              PIC X(02).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WL-AMOUNT                 PIC +Z(8)9.99.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WL-DETAIL                 PIC X(55).

       01  WS-SUSPENSE-DETAIL.
           05 WSD-REASON                PIC X(02).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WSD-REASON-TEXT           PIC X(18).
           05 FILLER                    PIC X(09) VALUE ' RETRIES '.
           05 WSD-RETRIES               PIC Z9.
           05 FILLER                    PIC X(07) VALUE ' SINCE '.
           05 WSD-FIRST-FAIL            PIC X(08).
           05 FILLER                    PIC X(08) VALUE SPACES.

       01  WS-WAREHSE-DETAIL.
           05 FILLER                    PIC X(10) VALUE 'EFFECTIVE '.
           05 WWD-EFF-DATE              PIC X(08).
           05 FILLER                    PIC X(10) VALUE ' RECEIVED '.
           05 WWD-RECV-DATE             PIC X(08).
           05 FILLER                    PIC X(19) VALUE SPACES.

       01  WS-NO-ITEMS-LINE             PIC X(40)
           VALUE '    NOTHING IN FLIGHT'.

       01  WS-NOT-ON-MASTER-LINE.
           05 FILLER                    PIC X(08) VALUE 'ACCOUNT '.
           05 WN-ACCOUNT                PIC 9(08).
           05 FILLER                    PIC X(30)
               VALUE '  NOT ON THE ACCOUNT MASTER   '.
           05 FILLER                    PIC X(74) VALUE SPACES.

       01  WS-ORPHAN-HEAD-LINE          PIC X(60)
           VALUE 'IN-FLIGHT WORK FOR KEYS WITH NO MASTER RECORD'.

       01  WS-TOTAL-LINE.
           05 FILLER                    PIC X(19)
               VALUE 'ACCOUNTS SHOWN:    '.
           05 WT-ACCOUNTS               PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(21)
               VALUE '  IN-FLIGHT ITEMS:   '.
           05 WT-ITEMS                  PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(60) VALUE SPACES.

       01  WS-OVERFLOW-LINE.
           05 FILLER                    PIC X(30)
               VALUE 'IN-FLIGHT LIST INCOMPLETE -   '.
           05 WO-OVERFLOW               PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(40)
               VALUE ' ITEMS DID NOT FIT AND ARE NOT SHOWN    '.
           05 FILLER                    PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *  AA000-MAINLINE - READ THE CARD, LOAD THE IN-FLIGHT WORK  *
      *  FOR THE RANGE, THEN PRINT EACH ACCOUNT WITH ITS ITEMS.   *
      *----------------------------------------------------------*
       AA000-MAINLINE SECTION.
           DISPLAY 'IN COB23 - ACCOUNT MASTER INQUIRY'.
           PERFORM BB000-INITIALIZE THRU BB000-EXIT.
           IF NOT WS-ABORT-YES
               PERFORM CC000-LOAD-IN-FLIGHT THRU CC000-EXIT
           END-IF.
           IF NOT WS-ABORT-YES
               PERFORM DD000-SHOW-ACCOUNT THRU DD000-EXIT
                   UNTIL WS-EOF-YES
               PERFORM DD500-SHOW-ORPHANS THRU DD500-EXIT
           END-IF.
           PERFORM EE000-TERMINATE THRU EE000-EXIT.
           PERFORM FF000-WRITE-RUN-HISTORY THRU FF000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK
           .

       AA000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB000-INITIALIZE - READ THE RUN-CONTROL AND RANGE CARDS, *
      *  OPEN THE MASTER AT THE LOW KEY, AND OPEN THE REPORT.     *
      *----------------------------------------------------------*
       BB000-INITIALIZE SECTION.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           STRING WS-SYSTEM-DATE DELIMITED BY SIZE
                  WS-SYSTEM-TIME DELIMITED BY SIZE
               INTO WS-RH-START-STAMP
           END-STRING.
           PERFORM BB200-READ-RUN-CONTROL THRU BB200-EXIT.
           PERFORM BB100-READ-RANGE-CARD THRU BB100-EXIT.
           IF WS-ABORT-YES
               GO TO BB000-EXIT
           END-IF.
           OPEN INPUT ACCT-MASTER-FILE.
           IF WS-ACCTMAST-FILE-STATUS NOT = '00'
               DISPLAY 'COB23 - UNABLE TO OPEN ACCT-MASTER-FILE, '
                   'STATUS = ' WS-ACCTMAST-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'COB23 - UNABLE TO OPEN REPORT-FILE, '
                   'STATUS = ' WS-REPORT-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           MOVE WS-RUNCTL-DATE  TO WH-RUN-DATE.
           MOVE WS-SEL-KEY-LOW  TO WH-KEY-LOW.
           MOVE WS-SEL-KEY-HIGH TO WH-KEY-HIGH.
           MOVE WS-HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SEL-KEY-LOW-NUM TO ACCT-KEY.
           START ACCT-MASTER-FILE KEY IS NOT LESS THAN ACCT-KEY
               INVALID KEY
                   SET WS-EOF-YES TO TRUE
           END-START.

       BB000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB100 - THE RANGE CARD. THE LOW KEY MUST BE PRESENT AND  *
      *  NUMERIC; A BLANK HIGH KEY MEANS THE ONE ACCOUNT, AND A   *
      *  HIGH KEY BELOW THE LOW IS REFUSED RATHER THAN SWAPPED.   *
      *----------------------------------------------------------*
       BB100-READ-RANGE-CARD SECTION.
           OPEN INPUT ACQPARM-FILE.
           IF WS-ACQPARM-FILE-STATUS NOT = '00'
               DISPLAY 'COB23 - UNABLE TO OPEN ACQPARM-FILE, '
                   'STATUS = ' WS-ACQPARM-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB100-EXIT
           END-IF.
           READ ACQPARM-FILE
               AT END
                   DISPLAY 'COB23 - ACQPARM-FILE IS EMPTY'
                   SET WS-ABORT-YES TO TRUE
               NOT AT END
                   MOVE AQP-KEY-LOW  TO WS-SEL-KEY-LOW
                   MOVE AQP-KEY-HIGH TO WS-SEL-KEY-HIGH
           END-READ.
           CLOSE ACQPARM-FILE.
           IF WS-ABORT-YES
               GO TO BB100-EXIT
           END-IF.
           IF WS-SEL-KEY-HIGH = SPACES
               MOVE WS-SEL-KEY-LOW TO WS-SEL-KEY-HIGH
           END-IF.
           IF WS-SEL-KEY-LOW NOT NUMERIC
              OR WS-SEL-KEY-HIGH NOT NUMERIC
               DISPLAY 'COB23 - ACQPARM NEEDS A NUMERIC ACCOUNT KEY '
                   'OR KEY RANGE: ' WS-SEL-KEY-LOW ' / '
                   WS-SEL-KEY-HIGH
               SET WS-ABORT-YES TO TRUE
               GO TO BB100-EXIT
           END-IF.
           IF WS-SEL-KEY-HIGH-NUM < WS-SEL-KEY-LOW-NUM
               DISPLAY 'COB23 - ACQPARM HIGH KEY ' WS-SEL-KEY-HIGH
                   ' IS BELOW LOW KEY ' WS-SEL-KEY-LOW
               SET WS-ABORT-YES TO TRUE
           END-IF.

       BB100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB200 - THE RUN-CONTROL CARD: RUN DATE AND BATCH-ID FOR  *
      *  THE STEP RECORD, AND THE DEFAULT FLOOR AND LIMIT.        *
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
                       IF RCR-DFLT-FLOOR-NUM NUMERIC
                           MOVE RCR-DFLT-FLOOR-NUM
                               TO WS-DFLT-FLOOR
                       END-IF
                       IF RCR-DFLT-LIMIT-NUM NUMERIC
                           MOVE RCR-DFLT-LIMIT-NUM
                               TO WS-DFLT-LIMIT
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
      *  CC000 - LOAD THE RANGE'S IN-FLIGHT WORK FROM SUSPENSE,   *
      *  WAREHSE AND HARDREJ. A FILE THAT IS NOT THERE HOLDS      *
      *  NOTHING IN FLIGHT - NOT AN ERROR.                        *
      *----------------------------------------------------------*
       CC000-LOAD-IN-FLIGHT SECTION.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS = '00'
               MOVE 'N' TO WS-LOAD-EOF-SWITCH
               PERFORM CC100-LOAD-SUSPENSE THRU CC100-EXIT
                   UNTIL WS-LOAD-EOF
               CLOSE SUSPENSE-FILE
           END-IF.
           OPEN INPUT WAREHSE-FILE.
           IF WS-WAREHSE-FILE-STATUS = '00'
               MOVE 'N' TO WS-LOAD-EOF-SWITCH
               PERFORM CC200-LOAD-WAREHSE THRU CC200-EXIT
                   UNTIL WS-LOAD-EOF
               CLOSE WAREHSE-FILE
           END-IF.
           OPEN INPUT HARDREJ-FILE.
           IF WS-HARDREJ-FILE-STATUS = '00'
               MOVE 'N' TO WS-LOAD-EOF-SWITCH
               PERFORM CC300-LOAD-HARDREJ THRU CC300-EXIT
                   UNTIL WS-LOAD-EOF
               CLOSE HARDREJ-FILE
           END-IF.

       CC000-EXIT.
           EXIT.

       CC100-LOAD-SUSPENSE SECTION.
           READ SUSPENSE-FILE
               AT END
                   SET WS-LOAD-EOF TO TRUE
                   GO TO CC100-EXIT
           END-READ.
           MOVE 'SUSPENSE'          TO WS-FW-FILE.
           MOVE SUS-REC-TYPE        TO WS-FW-REC-TYPE.
           MOVE SUS-TRAN-KEY        TO WS-FW-TRAN-KEY.
           MOVE SUS-TRAN-DATA       TO WS-FW-DATA.
           MOVE SUS-SOURCE-ID       TO WS-FW-SOURCE-ID.
           MOVE SUS-AMOUNT          TO WS-FW-AMOUNT.
           MOVE SUS-FAIL-REASON     TO WS-FW-REASON.
           MOVE SUS-FIRST-FAIL-DATE TO WS-FW-DATE.
           MOVE SPACES              TO WS-FW-RECV-DATE.
           MOVE SUS-RETRY-COUNT     TO WS-FW-RETRIES.
           PERFORM CC500-FILE-ITEM THRU CC500-EXIT.

       CC100-EXIT.
           EXIT.

       CC200-LOAD-WAREHSE SECTION.
           READ WAREHSE-FILE
               AT END
                   SET WS-LOAD-EOF TO TRUE
                   GO TO CC200-EXIT
           END-READ.
           MOVE 'WAREHSE '          TO WS-FW-FILE.
           MOVE WHS-REC-TYPE        TO WS-FW-REC-TYPE.
           MOVE WHS-TRAN-KEY        TO WS-FW-TRAN-KEY.
           MOVE WHS-TRAN-DATA       TO WS-FW-DATA.
           MOVE WHS-SOURCE-ID       TO WS-FW-SOURCE-ID.
           MOVE WHS-AMOUNT          TO WS-FW-AMOUNT.
           MOVE SPACES              TO WS-FW-REASON.
           MOVE WHS-EFF-DATE        TO WS-FW-DATE.
           MOVE WHS-RECV-DATE       TO WS-FW-RECV-DATE.
           MOVE ZERO                TO WS-FW-RETRIES.
           PERFORM CC500-FILE-ITEM THRU CC500-EXIT.

       CC200-EXIT.
           EXIT.

       CC300-LOAD-HARDREJ SECTION.
           READ HARDREJ-FILE
               AT END
                   SET WS-LOAD-EOF TO TRUE
                   GO TO CC300-EXIT
           END-READ.
           MOVE 'HARDREJ '          TO WS-FW-FILE.
           MOVE HRJ-REC-TYPE        TO WS-FW-REC-TYPE.
           MOVE HRJ-TRAN-KEY        TO WS-FW-TRAN-KEY.
           MOVE HRJ-TRAN-DATA       TO WS-FW-DATA.
           MOVE HRJ-SOURCE-ID       TO WS-FW-SOURCE-ID.
           MOVE HRJ-AMOUNT          TO WS-FW-AMOUNT.
           MOVE HRJ-FAIL-REASON     TO WS-FW-REASON.
           MOVE HRJ-FIRST-FAIL-DATE TO WS-FW-DATE.
           MOVE SPACES              TO WS-FW-RECV-DATE.
           MOVE HRJ-RETRY-COUNT     TO WS-FW-RETRIES.
           PERFORM CC500-FILE-ITEM THRU CC500-EXIT.

       CC300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC500 - FILE ONE ITEM UNDER ITS ACCOUNT WHEN THAT FALLS  *
      *  IN THE RANGE, AND A TRANSFER UNDER ITS TO-ACCOUNT TOO.   *
      *----------------------------------------------------------*
       CC500-FILE-ITEM SECTION.
           IF WS-FW-TRAN-KEY NOT < WS-SEL-KEY-LOW-NUM
              AND WS-FW-TRAN-KEY NOT > WS-SEL-KEY-HIGH-NUM
               MOVE WS-FW-TRAN-KEY TO WS-FW-ACCOUNT
               PERFORM CC510-ADD-ENTRY THRU CC510-EXIT
           END-IF.
           IF WS-FW-REC-TYPE NOT = 'XFER'
              OR WS-FW-TO-KEY NOT NUMERIC
               GO TO CC500-EXIT
           END-IF.
           IF WS-FW-TO-KEY-NUM NOT = WS-FW-TRAN-KEY
              AND WS-FW-TO-KEY-NUM NOT < WS-SEL-KEY-LOW-NUM
              AND WS-FW-TO-KEY-NUM NOT > WS-SEL-KEY-HIGH-NUM
               MOVE WS-FW-TO-KEY-NUM TO WS-FW-ACCOUNT
               PERFORM CC510-ADD-ENTRY THRU CC510-EXIT
           END-IF.

       CC500-EXIT.
           EXIT.

       CC510-ADD-ENTRY SECTION.
           IF WS-FLT-COUNT = WS-FLT-MAX
               ADD 1 TO WS-FLT-OVERFLOW-COUNT
               GO TO CC510-EXIT
           END-IF.
           ADD 1 TO WS-FLT-COUNT.
           MOVE WS-FW-ACCOUNT   TO WS-FLT-ACCOUNT (WS-FLT-COUNT).
           MOVE WS-FW-FILE      TO WS-FLT-FILE (WS-FLT-COUNT).
           MOVE WS-FW-REC-TYPE  TO WS-FLT-REC-TYPE (WS-FLT-COUNT).
           MOVE WS-FW-TRAN-KEY  TO WS-FLT-TRAN-KEY (WS-FLT-COUNT).
           MOVE WS-FW-DATA      TO WS-FLT-DATA (WS-FLT-COUNT).
           MOVE WS-FW-SOURCE-ID TO WS-FLT-SOURCE-ID (WS-FLT-COUNT).
           MOVE WS-FW-AMOUNT    TO WS-FLT-AMOUNT (WS-FLT-COUNT).
           MOVE WS-FW-REASON    TO WS-FLT-REASON (WS-FLT-COUNT).
           MOVE WS-FW-DATE      TO WS-FLT-DATE (WS-FLT-COUNT).
           MOVE WS-FW-RECV-DATE TO WS-FLT-RECV-DATE (WS-FLT-COUNT).
           MOVE WS-FW-RETRIES   TO WS-FLT-RETRIES (WS-FLT-COUNT).
           MOVE 'N'             TO WS-FLT-LISTED-SW (WS-FLT-COUNT).

       CC510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD000 - THE NEXT ACCOUNT IN THE RANGE: ITS MASTER        *
      *  FIGURES, THEN ITS IN-FLIGHT ITEMS. A SINGLE-ACCOUNT      *
      *  INQUIRY FOR A KEY NOT ON FILE SAYS SO.                   *
      *----------------------------------------------------------*
       DD000-SHOW-ACCOUNT SECTION.
           READ ACCT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
           END-READ.
           IF WS-EOF-YES
              OR ACCT-KEY > WS-SEL-KEY-HIGH-NUM
               SET WS-EOF-YES TO TRUE
               IF WS-ACCOUNT-COUNT = ZERO
                  AND WS-SEL-KEY-LOW = WS-SEL-KEY-HIGH
                   MOVE WS-SEL-KEY-LOW-NUM TO WN-ACCOUNT
                   MOVE WS-NOT-ON-MASTER-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               GO TO DD000-EXIT
           END-IF.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ACCT-KEY            TO WA-ACCOUNT.
           MOVE ACCT-STATUS         TO WA-STATUS.
           EVALUATE TRUE
               WHEN ACCT-STATUS-OPEN
                   MOVE 'OPEN  ' TO WA-STATUS-TEXT
               WHEN ACCT-STATUS-CLOSED
                   MOVE 'CLOSED' TO WA-STATUS-TEXT
               WHEN ACCT-STATUS-HELD
                   MOVE 'HELD  ' TO WA-STATUS-TEXT
               WHEN OTHER
                   MOVE '??????' TO WA-STATUS-TEXT
           END-EVALUATE.
           MOVE ACCT-LAST-POST-DATE TO WA-LAST-POST-DATE.
           MOVE ACCT-PERIOD-CLOSED  TO WA-PERIOD-CLOSED.
           MOVE ACCT-POSTING-COUNT  TO WA-POSTING-COUNT.
           MOVE WS-ACCOUNT-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ACCT-BALANCE TO WA-BALANCE.
      *    THE CONTROLS COB2 WILL APPLY - THE ACCOUNT'S OWN WHERE
      *    SET, OTHERWISE THE RUNCTL DEFAULT, OTHERWISE NONE.
           EVALUATE TRUE
               WHEN ACCT-FLOOR NOT = ZERO
                   MOVE ACCT-FLOOR    TO WA-FLOOR
                   MOVE '(ACCOUNT)'   TO WA-FLOOR-SOURCE
               WHEN WS-DFLT-FLOOR NOT = ZERO
                   MOVE WS-DFLT-FLOOR TO WA-FLOOR
                   MOVE '(DEFAULT)'   TO WA-FLOOR-SOURCE
               WHEN OTHER
                   MOVE ZERO          TO WA-FLOOR
                   MOVE '(NONE)   '   TO WA-FLOOR-SOURCE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN ACCT-LIMIT NOT = ZERO
                   MOVE ACCT-LIMIT    TO WA-LIMIT
                   MOVE '(ACCOUNT)'   TO WA-LIMIT-SOURCE
               WHEN WS-DFLT-LIMIT NOT = ZERO
                   MOVE WS-DFLT-LIMIT TO WA-LIMIT
                   MOVE '(DEFAULT)'   TO WA-LIMIT-SOURCE
               WHEN OTHER
                   MOVE ZERO          TO WA-LIMIT
                   MOVE '(NONE)   '   TO WA-LIMIT-SOURCE
           END-EVALUATE.
           MOVE WS-ACCOUNT-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ACCT-PTD-COUNT TO WA-PTD-COUNT.
           MOVE ACCT-PTD-NET   TO WA-PTD-NET.
           MOVE WS-ACCOUNT-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ACCT-KEY TO WS-CUR-ACCOUNT.
           MOVE ZERO TO WS-ACCOUNT-ITEM-COUNT.
           PERFORM DD100-LIST-ITEM THRU DD100-EXIT
               VARYING WS-FLT-IDX FROM 1 BY 1
               UNTIL WS-FLT-IDX > WS-FLT-COUNT.
           IF WS-ACCOUNT-ITEM-COUNT = ZERO
               MOVE WS-NO-ITEMS-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       DD000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD100 - LIST ONE TABLE ENTRY IF IT IS FILED UNDER THE    *
      *  ACCOUNT BEING PRINTED.                                   *
      *----------------------------------------------------------*
       DD100-LIST-ITEM SECTION.
           IF WS-FLT-ACCOUNT (WS-FLT-IDX) NOT = WS-CUR-ACCOUNT
               GO TO DD100-EXIT
           END-IF.
           PERFORM DD200-WRITE-ITEM THRU DD200-EXIT.

       DD100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD200 - PRINT ONE IN-FLIGHT ITEM: SUSPENSE AND HARDREJ   *
      *  WITH THE FAIL REASON AND RETRIES, WAREHSE WITH THE DATE  *
      *  IT BECOMES EFFECTIVE.                                    *
      *----------------------------------------------------------*
       DD200-WRITE-ITEM SECTION.
           SET WS-FLT-LISTED (WS-FLT-IDX) TO TRUE.
           ADD 1 TO WS-ACCOUNT-ITEM-COUNT.
           ADD 1 TO WS-ITEM-LISTED-COUNT.
           MOVE WS-FLT-FILE (WS-FLT-IDX)      TO WL-FILE.
           MOVE WS-FLT-REC-TYPE (WS-FLT-IDX)  TO WL-REC-TYPE.
           MOVE WS-FLT-TRAN-KEY (WS-FLT-IDX)  TO WL-TRAN-KEY.
           MOVE WS-FLT-DATA (WS-FLT-IDX)      TO WL-DATA.
           MOVE WS-FLT-SOURCE-ID (WS-FLT-IDX) TO WL-SOURCE-ID.
           MOVE WS-FLT-AMOUNT (WS-FLT-IDX)    TO WL-AMOUNT.
           IF WS-FLT-FILE (WS-FLT-IDX) = 'WAREHSE '
               MOVE WS-FLT-DATE (WS-FLT-IDX)      TO WWD-EFF-DATE
               MOVE WS-FLT-RECV-DATE (WS-FLT-IDX) TO WWD-RECV-DATE
               MOVE WS-WAREHSE-DETAIL TO WL-DETAIL
           ELSE
               MOVE WS-FLT-REASON (WS-FLT-IDX)  TO WSD-REASON
               MOVE WS-FLT-RETRIES (WS-FLT-IDX) TO WSD-RETRIES
               MOVE WS-FLT-DATE (WS-FLT-IDX)    TO WSD-FIRST-FAIL
               EVALUATE WS-FLT-REASON (WS-FLT-IDX)
                   WHEN '90'
                       MOVE 'NO MATCH/ACCOUNT  ' TO WSD-REASON-TEXT
                   WHEN '91'
                       MOVE 'ACCOUNT CLOSED    ' TO WSD-REASON-TEXT
                   WHEN '92'
                       MOVE 'ACCOUNT HELD      ' TO WSD-REASON-TEXT
                   WHEN '95'
                       MOVE 'REFERRED - CONTROL' TO WSD-REASON-TEXT
                   WHEN OTHER
                       MOVE 'POSTING ERROR     ' TO WSD-REASON-TEXT
               END-EVALUATE
               MOVE WS-SUSPENSE-DETAIL TO WL-DETAIL
           END-IF.
           MOVE WS-ITEM-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       DD200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD500 - WORK STILL IN FLIGHT FOR KEYS IN THE RANGE THAT  *
      *  HAVE NO MASTER RECORD - MOST OFTEN A 90 NO-MATCH OR AN   *
      *  OPEN THAT HAS NOT POSTED YET. EVERY ITEM NOT ALREADY     *
      *  LISTED UNDER AN ACCOUNT IS ONE OF THESE.                 *
      *----------------------------------------------------------*
       DD500-SHOW-ORPHANS SECTION.
           PERFORM DD510-LIST-ORPHAN THRU DD510-EXIT
               VARYING WS-FLT-IDX FROM 1 BY 1
               UNTIL WS-FLT-IDX > WS-FLT-COUNT.

       DD500-EXIT.
           EXIT.

       DD510-LIST-ORPHAN SECTION.
           IF WS-FLT-LISTED (WS-FLT-IDX)
               GO TO DD510-EXIT
           END-IF.
           IF NOT WS-ORPHAN-HEAD-DONE
               SET WS-ORPHAN-HEAD-DONE TO TRUE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-ORPHAN-HEAD-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM DD200-WRITE-ITEM THRU DD200-EXIT.

       DD510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  EE000-TERMINATE - TOTALS, CLOSE UP, AND SET THE STEP     *
      *  RETURN CODE. A RANGE WHOSE IN-FLIGHT WORK OUTGREW THE    *
      *  TABLE IS A WARNING - THE LISTING IS SHORT.               *
      *----------------------------------------------------------*
       EE000-TERMINATE SECTION.
           IF WS-ABORT-YES
               MOVE 0016 TO WS-RETURN-CODE
               DISPLAY 'COB23 TERMINATING - INQUIRY DID NOT RUN'
               GO TO EE000-EXIT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACCOUNT-COUNT     TO WT-ACCOUNTS.
           MOVE WS-ITEM-LISTED-COUNT TO WT-ITEMS.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-FLT-OVERFLOW-COUNT > ZERO
               MOVE WS-FLT-OVERFLOW-COUNT TO WO-OVERFLOW
               MOVE WS-OVERFLOW-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY 'COB23 - ' WS-FLT-OVERFLOW-COUNT
                   ' IN-FLIGHT ITEMS DID NOT FIT THE TABLE; NARROW '
                   'THE KEY RANGE'
               MOVE 0004 TO WS-RETURN-CODE
           END-IF.
           CLOSE ACCT-MASTER-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'COB23 SHOWED ' WS-ACCOUNT-COUNT
               ' ACCOUNTS, ' WS-ITEM-LISTED-COUNT ' IN-FLIGHT ITEMS'.

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
               DISPLAY 'COB23 - UNABLE TO OPEN RUNHIST-FILE, '
                   'STATUS = ' WS-RUNHIST-FILE-STATUS
               GO TO FF000-EXIT
           END-IF.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           MOVE 'COB23   ' TO RHR-PROGRAM.
           MOVE WS-RUNCTL-BATCH-ID TO RHR-BATCH-ID.
           MOVE WS-RUNCTL-DATE TO RHR-RUN-DATE.
           MOVE WS-ACCOUNT-COUNT TO RHR-RECORDS-IN.
           MOVE WS-ITEM-LISTED-COUNT TO RHR-RECORDS-OUT.
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
