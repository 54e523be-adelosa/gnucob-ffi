000000 IDENTIFICATION DIVISION.
       PROGRAM-ID. cob24.
       AUTHOR. BATCH-SYSTEMS-GROUP.
       INSTALLATION. NIGHTLY-BATCH.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RLM  Initial version. Velocity and large-value
      *                    monitor, run after the night's postings:
      *                    tallies the run's status-00 audit records
      *                    per account and flags any account over
      *                    the RUNCTL thresholds - postings in the
      *                    night, gross value in the night, number
      *                    of reversals and adjustments, and any
      *                    single item over the item limit - on the
      *                    MONRPT exception report, grouped by rule.
      *                    The night's POSTJRNL entries give each
      *                    flagged account's closing balance and
      *                    status. With the RUNCTL hold switch on, a
      *                    flagged open account is held for the next
      *                    cycle by a HOLD maintenance record written
      *                    to MONHOLD under source-ID MN, with a TRLR
      *                    trailer, for cob1 to pick up on its
      *                    in-house feed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNTOTAL-FILE ASSIGN TO "RUNTOTAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNTOTAL-FILE-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDTRAIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "POSTJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT MONHOLD-FILE ASSIGN TO "MONHOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MONHOLD-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "MONRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNTOTAL-FILE.
       01  RUNTOTAL-RECORD.
           05 RTR-BATCH-ID              PIC X(08).
           05 RTR-RUN-DATE              PIC X(08).
           05 RTR-INPUT-COUNT           PIC 9(08).
           05 RTR-INPUT-HASH            PIC 9(15).
           05 RTR-TRAILER-FLAG          PIC X(01).
           05 RTR-EXP-COUNT             PIC 9(08).
           05 RTR-EXP-HASH              PIC 9(15).
           05 RTR-SUSP-COUNT            PIC 9(08).
           05 RTR-AUDIT-COUNT           PIC 9(08).
           05 RTR-NET-AMOUNT            PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05 RTR-WHSE-IN               PIC 9(08).

       FD  RUNCTL-FILE.
       01  RUNCTL-FILE-RECORD.
           05 RCR-RUN-DATE              PIC X(08).
           05 RCR-BATCH-ID              PIC X(08).
           05 RCR-ENV-FLAG              PIC X(01).
           05 FILLER                    PIC X(48).
           05 RCR-MON-MAX-COUNT         PIC X(05).
           05 RCR-MON-MAX-COUNT-NUM REDEFINES RCR-MON-MAX-COUNT
                                        PIC 9(05).
           05 RCR-MON-MAX-GROSS         PIC X(14).
           05 RCR-MON-MAX-GROSS-NUM REDEFINES RCR-MON-MAX-GROSS
                                        PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05 RCR-MON-MAX-CORR          PIC X(03).
           05 RCR-MON-MAX-CORR-NUM REDEFINES RCR-MON-MAX-CORR
                                        PIC 9(03).
           05 RCR-MON-MAX-ITEM          PIC X(14).
           05 RCR-MON-MAX-ITEM-NUM REDEFINES RCR-MON-MAX-ITEM
                                        PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05 RCR-MON-HOLD-SW           PIC X(01).

       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD.
           05 AFR-RUN-DATE              PIC X(08).
           05 AFR-AUDIT-TIMESTAMP       PIC X(14).
           05 AFR-BATCH-ID              PIC X(08).
           05 AFR-SOURCE-ID             PIC X(02).
           05 AFR-TRAN-KEY              PIC 9(08).
           05 AFR-LINKAGE1-DATA         PIC X(20).
           05 AFR-LINKAGE2-DATA         PIC X(20).
           05 AFR-STATUS                PIC X(02).
           05 AFR-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 AFR-REC-TYPE              PIC X(04).
           05 AFR-OPERATOR-ID           PIC X(08).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 PJR-TRAN-KEY              PIC 9(08).
           05 PJR-REC-TYPE              PIC X(04).
           05 PJR-POST-DATE             PIC X(08).
           05 PJR-POST-TIME             PIC X(06).
           05 PJR-BATCH-ID              PIC X(08).
           05 PJR-BEFORE-IMAGE          PIC X(120).
           05 PJR-AFTER-IMAGE           PIC X(120).
           05 PJR-XFER-REF              PIC X(10).
           05 PJR-OPERATOR-ID           PIC X(08).

       FD  MONHOLD-FILE.
       01  MONHOLD-RECORD.
           05 MHT-REC-TYPE              PIC X(04).
           05 MHT-TRAN-KEY              PIC 9(08).
           05 MHT-TRAN-DATA             PIC X(20).
           05 MHT-SOURCE-ID             PIC X(02).
           05 MHT-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 MHT-EFF-DATE              PIC X(08).

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
       77  WS-RUNTOTAL-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-RUNCTL-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-JOURNAL-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-MONHOLD-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-RUNHIST-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-RH-START-STAMP            PIC X(14) VALUE SPACES.

       77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF-YES                          VALUE 'Y'.

       77  WS-JRNL-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-JRNL-EOF                         VALUE 'Y'.

       77  WS-JRNL-AVAIL-SW             PIC X(01) VALUE 'N'.
           88 WS-JRNL-AVAIL                       VALUE 'Y'.

       77  WS-ABORT-SWITCH              PIC X(01) VALUE 'N'.
           88 WS-ABORT-YES                        VALUE 'Y'.

       77  WS-SECTION-HIT-SW            PIC X(01) VALUE 'N'.
           88 WS-SECTION-HIT                      VALUE 'Y'.

       77  WS-SELECTED-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-POSTING-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-FLAGGED-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-HOLD-COUNT                PIC 9(08) VALUE ZERO.
       77  WS-KEY-HASH                  PIC 9(15) VALUE ZERO.
       77  WS-RETURN-CODE               PIC 9(04) COMP VALUE ZERO.

      *    THE RUN BEING MONITORED, OFF RUNTOTAL AS COB8 TAKES IT -
      *    BATCH-ID AND RUN-DATE TOGETHER PICK THE NIGHT'S RECORDS
      *    OUT OF THE ACCUMULATED AUDIT TRAIL AND JOURNAL.
       01  WS-RUN-TOTALS.
           05 WS-RT-BATCH-ID            PIC X(08).
           05 WS-RT-RUN-DATE            PIC X(08).

      *    THE THRESHOLDS OFF THE RUNCTL CARD. A BLANK OR ZERO
      *    THRESHOLD SWITCHES ITS RULE OFF. AN ACCOUNT IS FLAGGED
      *    WHEN IT GOES OVER A THRESHOLD, NOT WHEN IT REACHES IT.
       77  WS-MAX-COUNT                 PIC 9(05) VALUE ZERO.
       77  WS-MAX-GROSS                 PIC S9(11)V99 VALUE ZERO.
       77  WS-MAX-CORR                  PIC 9(03) VALUE ZERO.
       77  WS-MAX-ITEM                  PIC S9(11)V99 VALUE ZERO.
       77  WS-HOLD-SWITCH               PIC X(01) VALUE 'N'.
           88 WS-HOLD-REQUESTED                   VALUE 'Y'.

      *    THE NIGHT'S MOVEMENT PER ACCOUNT. A TRANSFER MOVES TWO
      *    ACCOUNTS AND COUNTS ONCE ON EACH. THE JOURNAL PASS FILLS
      *    IN EACH ACCOUNT'S CLOSING STATUS AND BALANCE FROM ITS
      *    LAST AFTER-IMAGE OF THE RUN. AN ACCOUNT THAT DOES NOT
      *    FIT THE TABLE IS NOT MONITORED AND IS COUNTED AS SUCH.
       77  WS-MA-MAX                    PIC 9(05) COMP VALUE 05000.
       77  WS-MA-COUNT                  PIC 9(05) COMP VALUE ZERO.
       77  WS-MA-IDX                    PIC 9(05) COMP VALUE ZERO.
       77  WS-MA-HIT                    PIC 9(05) COMP VALUE ZERO.
       77  WS-MA-OVERFLOW-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-MA-TABLE.
           05 WS-MA-ENTRY OCCURS 5000 TIMES.
               10 WS-MA-KEY             PIC 9(08).
               10 WS-MA-POSTINGS        PIC 9(05).
               10 WS-MA-GROSS           PIC S9(13)V99.
               10 WS-MA-CORRECTIONS     PIC 9(05).
               10 WS-MA-LARGE-ITEMS     PIC 9(05).
               10 WS-MA-JRNL-SW         PIC X(01).
                   88 WS-MA-IN-JOURNAL            VALUE 'Y'.
                   88 WS-MA-BACKED-OUT            VALUE 'D'.
               10 WS-MA-STATUS          PIC X(01).
                   88 WS-MA-STATUS-OPEN           VALUES 'O' ' '.
                   88 WS-MA-STATUS-CLOSED         VALUE 'C'.
                   88 WS-MA-STATUS-HELD           VALUE 'H'.
               10 WS-MA-BALANCE         PIC S9(11)V99.
               10 WS-MA-RULE-SW         PIC X(01) OCCURS 4 TIMES.
                   88 WS-MA-RULE-HIT              VALUE 'Y'.
               10 WS-MA-FLAG-SW         PIC X(01).
                   88 WS-MA-FLAGGED               VALUE 'Y'.

      *    EVERY SINGLE ITEM OVER THE ITEM LIMIT, FOR THE RULE 4
      *    SECTION. A TRANSFER OVER THE LIMIT IS LISTED ONCE PER
      *    LEG, UNDER EACH ACCOUNT IT MOVED.
       77  WS-LI-MAX                    PIC 9(05) COMP VALUE 01000.
       77  WS-LI-COUNT                  PIC 9(05) COMP VALUE ZERO.
       77  WS-LI-IDX                    PIC 9(05) COMP VALUE ZERO.
       77  WS-LI-OVERFLOW-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-LI-TABLE.
           05 WS-LI-ENTRY OCCURS 1000 TIMES.
               10 WS-LI-ACCOUNT         PIC 9(08).
               10 WS-LI-REC-TYPE        PIC X(04).
               10 WS-LI-SOURCE-ID       PIC X(02).
               10 WS-LI-DATA            PIC X(20).
               10 WS-LI-AMOUNT          PIC S9(09)V99.

      *    ONE ACCOUNT'S SIDE OF THE AUDIT RECORD BEING TALLIED.
       77  WS-LEG-ACCOUNT               PIC 9(08) VALUE ZERO.
       77  WS-LEG-AMOUNT                PIC S9(09)V99 VALUE ZERO.
       77  WS-LEG-ABS-AMOUNT            PIC S9(09)V99 VALUE ZERO.

      *    A TRANSFER'S TO-ACCOUNT, OFF THE FRONT OF ITS DATA.
       01  WS-XFER-TO-KEY-X             PIC X(08) VALUE SPACES.
       01  WS-XFER-TO-KEY REDEFINES WS-XFER-TO-KEY-X
                                        PIC 9(08).

      *    THE JOURNAL AFTER-IMAGE REPARSED AS A MASTER RECORD.
       01  WS-IMAGE-WORK.
           05 WS-IMG-KEY                PIC 9(08).
           05 WS-IMG-COUNT              PIC 9(05).
           05 WS-IMG-DATA               PIC X(20).
           05 WS-IMG-DATE               PIC X(08).
           05 WS-IMG-BALANCE            PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05 WS-IMG-PTD-COUNT          PIC 9(05).
           05 WS-IMG-PTD-NET            PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05 WS-IMG-PERIOD-CLOSED      PIC X(06).
           05 WS-IMG-STATUS             PIC X(01).
           05 WS-IMG-FLOOR              PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05 WS-IMG-LIMIT              PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05 FILLER                    PIC X(11).

      *    THE RULE BEING PRINTED.
       77  WS-RULE-IDX                  PIC 9(01) VALUE ZERO.

      *    THE HOLD'S TRANSACTION DATA IS ITS REASON: THE MONITOR
      *    AND THE NIGHT IT FLAGGED THE ACCOUNT, SO A HOLD ON A
      *    LATER NIGHT IS NOT TAKEN FOR A RESENT ONE BY COB1'S
      *    DUPLICATE CHECK.
       01  WS-HOLD-DATA.
           05 WS-HOLD-DATA-TEXT         PIC X(09) VALUE 'MON HOLD '.
           05 WS-HOLD-DATA-DATE         PIC X(08) VALUE SPACES.
           05 FILLER                    PIC X(03) VALUE SPACES.

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
               VALUE 'VELOCITY AND LARGE-VALUE MONITOR  '.
           05 FILLER                    PIC X(10) VALUE 'RUN DATE: '.
           05 WH-RUN-DATE               PIC X(08).
           05 FILLER                    PIC X(12) VALUE '  BATCH-ID: '.
           05 WH-BATCH-ID               PIC X(08).
           05 FILLER                    PIC X(48) VALUE SPACES.

       01  WS-RULE-HEAD-COUNT.
           05 FILLER                    PIC X(38)
               VALUE 'RULE 1 - POSTINGS IN THE NIGHT OVER  '.
           05 WRC-THRESHOLD             PIC ZZZZ9.
           05 FILLER                    PIC X(77) VALUE SPACES.

       01  WS-RULE-HEAD-GROSS.
           05 FILLER                    PIC X(39)
               VALUE 'RULE 2 - GROSS VALUE IN THE NIGHT OVER'.
           05 WRG-THRESHOLD             PIC +Z(10)9.99.
           05 FILLER                    PIC X(66) VALUE SPACES.

       01  WS-RULE-HEAD-CORR.
           05 FILLER                    PIC X(38)
               VALUE 'RULE 3 - REVERSALS/ADJUSTMENTS OVER  '.
           05 WRR-THRESHOLD             PIC ZZ9.
           05 FILLER                    PIC X(79) VALUE SPACES.

       01  WS-RULE-HEAD-ITEM.
           05 FILLER                    PIC X(38)
               VALUE 'RULE 4 - SINGLE ITEM OVER            '.
           05 WRI-THRESHOLD             PIC +Z(10)9.99.
           05 FILLER                    PIC X(67) VALUE SPACES.

       01  WS-RULE-OFF-LINE             PIC X(60)
           VALUE '    RULE NOT SET ON RUNCTL - NOT CHECKED'.

       01  WS-RULE-CLEAR-LINE           PIC X(60)
           VALUE '    NO ACCOUNT OVER THE THRESHOLD'.

       01  WS-ACCOUNT-HEAD-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE 'ACCOUNT   '.
           05 FILLER                    PIC X(09) VALUE 'POSTINGS '.
           05 FILLER                    PIC X(19)
               VALUE '        GROSS VALUE'.
           05 FILLER                    PIC X(11) VALUE '  RVSL/ADJS'.
           05 FILLER                    PIC X(19)
               VALUE '    CLOSING BALANCE'.
           05 FILLER                    PIC X(08) VALUE '  STATUS'.
           05 FILLER                    PIC X(40) VALUE SPACES.

       01  WS-ACCOUNT-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WA-ACCOUNT                PIC 9(08).
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 WA-POSTINGS               PIC ZZZZ9.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WA-GROSS                  PIC +Z(12)9.99.
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 WA-CORRECTIONS            PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WA-BALANCE                PIC +Z(13)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WA-STATUS                 PIC X(14).
           05 FILLER                    PIC X(32) VALUE SPACES.

       01  WS-ITEM-HEAD-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE 'ACCOUNT   '.
           05 FILLER                    PIC X(06) VALUE 'TYPE  '.
           05 FILLER                    PIC X(08) VALUE 'SOURCE  '.
           05 FILLER                    PIC X(22)
               VALUE 'TRANSACTION DATA      '.
           05 FILLER                    PIC X(13) VALUE '       AMOUNT'.
           05 FILLER                    PIC X(57) VALUE SPACES.

       01  WS-ITEM-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WI-ACCOUNT                PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WI-REC-TYPE               PIC X(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WI-SOURCE-ID              PIC X(02).
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 WI-DATA                   PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WI-AMOUNT                 PIC +Z(8)9.99.
           05 FILLER                    PIC X(57) VALUE SPACES.

       01  WS-HOLD-HEAD-LINE            PIC X(60)
           VALUE 'FLAGGED ACCOUNTS - ACTION FOR THE NEXT CYCLE'.

       01  WS-HOLD-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WL-ACCOUNT                PIC 9(08).
           05 FILLER                    PIC X(09) VALUE '  RULES: '.
           05 WL-RULES                  PIC X(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WL-ACTION                 PIC X(40).
           05 FILLER                    PIC X(50) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05 FILLER                    PIC X(19)
               VALUE 'POSTINGS MONITORED:'.
           05 WT-POSTINGS               PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(12) VALUE '  ACCOUNTS: '.
           05 WT-ACCOUNTS               PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(11) VALUE '  FLAGGED: '.
           05 WT-FLAGGED                PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(09) VALUE '  HOLDS: '.
           05 WT-HOLDS                  PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(29) VALUE SPACES.

       01  WS-OVERFLOW-LINE.
           05 WO-TEXT                   PIC X(40).
           05 WO-COUNT                  PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *  AA000-MAINLINE - TALLY THE NIGHT'S POSTINGS PER ACCOUNT, *
      *  TAKE EACH ACCOUNT'S CLOSING STATE OFF THE JOURNAL, THEN  *
      *  REPORT EVERY RULE BROKEN AND HOLD WHERE ASKED TO.        *
      *----------------------------------------------------------*
       AA000-MAINLINE SECTION.
           DISPLAY 'IN COB24 - VELOCITY AND LARGE-VALUE MONITOR'.
           PERFORM BB000-INITIALIZE THRU BB000-EXIT.
           IF NOT WS-ABORT-YES
               PERFORM CC000-TALLY-ONE-RECORD THRU CC000-EXIT
                   UNTIL WS-EOF-YES
               PERFORM CC500-READ-JOURNAL THRU CC500-EXIT
               PERFORM DD000-APPLY-RULES THRU DD000-EXIT
                   VARYING WS-MA-IDX FROM 1 BY 1
                   UNTIL WS-MA-IDX > WS-MA-COUNT
               PERFORM DD100-PRINT-ACCOUNT-RULE THRU DD100-EXIT
                   VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > 3
               PERFORM DD200-PRINT-LARGE-ITEMS THRU DD200-EXIT
               PERFORM DD300-ACTION-FLAGGED THRU DD300-EXIT
           END-IF.
           PERFORM EE000-TERMINATE THRU EE000-EXIT.
           PERFORM FF000-WRITE-RUN-HISTORY THRU FF000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK
           .

       AA000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB000-INITIALIZE - PICK UP THE RUN IDENTITY AND THE      *
      *  THRESHOLDS, OPEN THE FILES, AND HEAD THE REPORT. NO RUN  *
      *  TOTALS MEANS THERE IS NO RUN TO MONITOR - AN ERROR.      *
      *----------------------------------------------------------*
       BB000-INITIALIZE SECTION.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           STRING WS-SYSTEM-DATE DELIMITED BY SIZE
                  WS-SYSTEM-TIME DELIMITED BY SIZE
               INTO WS-RH-START-STAMP
           END-STRING.
           PERFORM BB100-READ-RUN-TOTALS THRU BB100-EXIT.
           IF WS-ABORT-YES
               GO TO BB000-EXIT
           END-IF.
           PERFORM BB200-READ-RUN-CONTROL THRU BB200-EXIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'COB24 - UNABLE TO OPEN AUDIT-FILE, STATUS = '
                   WS-AUDIT-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           OPEN OUTPUT MONHOLD-FILE.
           IF WS-MONHOLD-FILE-STATUS NOT = '00'
               DISPLAY 'COB24 - UNABLE TO OPEN MONHOLD-FILE, '
                   'STATUS = ' WS-MONHOLD-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'COB24 - UNABLE TO OPEN REPORT-FILE, '
                   'STATUS = ' WS-REPORT-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           MOVE WS-RT-RUN-DATE TO WH-RUN-DATE.
           MOVE WS-RT-BATCH-ID TO WH-BATCH-ID.
           MOVE WS-HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RT-RUN-DATE TO WS-HOLD-DATA-DATE.
           PERFORM CC100-READ-AUDIT-RECORD THRU CC100-EXIT.

       BB000-EXIT.
           EXIT.

       BB100-READ-RUN-TOTALS SECTION.
           OPEN INPUT RUNTOTAL-FILE.
           IF WS-RUNTOTAL-FILE-STATUS NOT = '00'
               DISPLAY 'COB24 - UNABLE TO OPEN RUNTOTAL-FILE, '
                   'STATUS = ' WS-RUNTOTAL-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB100-EXIT
           END-IF.
           READ RUNTOTAL-FILE
               AT END
                   DISPLAY 'COB24 - RUNTOTAL-FILE IS EMPTY'
                   SET WS-ABORT-YES TO TRUE
               NOT AT END
                   MOVE RTR-BATCH-ID TO WS-RT-BATCH-ID
                   MOVE RTR-RUN-DATE TO WS-RT-RUN-DATE
           END-READ.
           CLOSE RUNTOTAL-FILE.

       BB100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB200 - THE THRESHOLDS AND HOLD SWITCH OFF THE RUNCTL    *
      *  CARD. NO CARD, OR A FIELD LEFT BLANK, LEAVES THAT RULE   *
      *  OFF; THE REPORT SAYS WHICH RULES WERE NOT CHECKED.       *
      *----------------------------------------------------------*
       BB200-READ-RUN-CONTROL SECTION.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-FILE-STATUS NOT = '00'
               DISPLAY 'COB24 - NO RUNCTL CARD, NO THRESHOLDS SET'
               GO TO BB200-EXIT
           END-IF.
           READ RUNCTL-FILE
               AT END
                   DISPLAY 'COB24 - RUNCTL CARD EMPTY, NO THRESHOLDS '
                       'SET'
               NOT AT END
                   IF RCR-MON-MAX-COUNT-NUM NUMERIC
                       MOVE RCR-MON-MAX-COUNT-NUM TO WS-MAX-COUNT
                   END-IF
                   IF RCR-MON-MAX-GROSS-NUM NUMERIC
                       MOVE RCR-MON-MAX-GROSS-NUM TO WS-MAX-GROSS
                   END-IF
                   IF RCR-MON-MAX-CORR-NUM NUMERIC
                       MOVE RCR-MON-MAX-CORR-NUM TO WS-MAX-CORR
                   END-IF
                   IF RCR-MON-MAX-ITEM-NUM NUMERIC
                       MOVE RCR-MON-MAX-ITEM-NUM TO WS-MAX-ITEM
                   END-IF
                   IF RCR-MON-HOLD-SW = 'Y'
                       SET WS-HOLD-REQUESTED TO TRUE
                   END-IF
           END-READ.
           CLOSE RUNCTL-FILE.

       BB200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC000 - TALLY ONE OF THE RUN'S AUDIT RECORDS. ONLY WHAT  *
      *  ACTUALLY POSTED (STATUS 00) IS MOVEMENT; A STATUS CHANGE *
      *  (OPEN, CLSE, HOLD) IS NOT A POSTING AND IS LEFT OUT.     *
      *----------------------------------------------------------*
       CC000-TALLY-ONE-RECORD SECTION.
           IF AFR-BATCH-ID NOT = WS-RT-BATCH-ID
              OR AFR-RUN-DATE NOT = WS-RT-RUN-DATE
              OR AFR-STATUS NOT = '00'
               GO TO CC000-NEXT
           END-IF.
           ADD 1 TO WS-SELECTED-COUNT.
           IF AFR-REC-TYPE = 'OPEN'
              OR AFR-REC-TYPE = 'CLSE'
              OR AFR-REC-TYPE = 'HOLD'
               GO TO CC000-NEXT
           END-IF.
           ADD 1 TO WS-POSTING-COUNT.
           IF AFR-REC-TYPE NOT = 'XFER'
               MOVE AFR-TRAN-KEY TO WS-LEG-ACCOUNT
               MOVE AFR-AMOUNT   TO WS-LEG-AMOUNT
               PERFORM CC200-ADD-MOVEMENT THRU CC200-EXIT
               GO TO CC000-NEXT
           END-IF.
      *    A TRANSFER: THE FROM LEG LOSES THE AMOUNT, THE TO LEG
      *    GAINS IT.
           MOVE AFR-TRAN-KEY TO WS-LEG-ACCOUNT.
           COMPUTE WS-LEG-AMOUNT = ZERO - AFR-AMOUNT.
           PERFORM CC200-ADD-MOVEMENT THRU CC200-EXIT.
           MOVE AFR-LINKAGE1-DATA (1:8) TO WS-XFER-TO-KEY-X.
           IF WS-XFER-TO-KEY-X NUMERIC
               MOVE WS-XFER-TO-KEY TO WS-LEG-ACCOUNT
               MOVE AFR-AMOUNT     TO WS-LEG-AMOUNT
               PERFORM CC200-ADD-MOVEMENT THRU CC200-EXIT
           END-IF.

       CC000-NEXT.
           PERFORM CC100-READ-AUDIT-RECORD THRU CC100-EXIT.

       CC000-EXIT.
           EXIT.

       CC100-READ-AUDIT-RECORD SECTION.
           READ AUDIT-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
           END-READ.

       CC100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC200 - ONE ACCOUNT'S MOVEMENT: COUNT IT, ADD ITS SIZE   *
      *  TO THE GROSS, COUNT A REVERSAL OR ADJUSTMENT, AND NOTE   *
      *  AN ITEM OVER THE SINGLE-ITEM LIMIT. THE ACCRUAL RUN'S    *
      *  ADJUSTMENTS (SOURCE AC) ARE THE SYSTEM'S OWN AND WOULD   *
      *  TRIP RULE 3 ON EVERY ACCOUNT ON AN ACCRUAL NIGHT - THEY  *
      *  COUNT AS POSTINGS BUT NOT AS CORRECTIONS.                *
      *----------------------------------------------------------*
       CC200-ADD-MOVEMENT SECTION.
           PERFORM CC210-FIND-ACCOUNT THRU CC210-EXIT.
           IF WS-MA-HIT = ZERO
               GO TO CC200-EXIT
           END-IF.
           IF WS-LEG-AMOUNT < ZERO
               COMPUTE WS-LEG-ABS-AMOUNT = ZERO - WS-LEG-AMOUNT
           ELSE
               MOVE WS-LEG-AMOUNT TO WS-LEG-ABS-AMOUNT
           END-IF.
           ADD 1 TO WS-MA-POSTINGS (WS-MA-HIT).
           ADD WS-LEG-ABS-AMOUNT TO WS-MA-GROSS (WS-MA-HIT).
           IF (AFR-REC-TYPE = 'RVSL' OR AFR-REC-TYPE = 'ADJS')
              AND AFR-SOURCE-ID NOT = 'AC'
               ADD 1 TO WS-MA-CORRECTIONS (WS-MA-HIT)
           END-IF.
           IF WS-MAX-ITEM > ZERO
              AND WS-LEG-ABS-AMOUNT > WS-MAX-ITEM
               ADD 1 TO WS-MA-LARGE-ITEMS (WS-MA-HIT)
               PERFORM CC220-ADD-LARGE-ITEM THRU CC220-EXIT
           END-IF.

       CC200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC210 - THE LEG'S ACCOUNT IN THE TABLE, ADDING IT THE    *
      *  FIRST TIME IT IS SEEN. WS-MA-HIT IS ZERO WHEN THE TABLE  *
      *  IS FULL.                                                 *
      *----------------------------------------------------------*
       CC210-FIND-ACCOUNT SECTION.
           MOVE ZERO TO WS-MA-HIT.
           PERFORM CC215-MATCH-ONE-ACCOUNT THRU CC215-EXIT
               VARYING WS-MA-IDX FROM 1 BY 1
               UNTIL WS-MA-IDX > WS-MA-COUNT
                  OR WS-MA-HIT NOT = ZERO.
           IF WS-MA-HIT NOT = ZERO
               GO TO CC210-EXIT
           END-IF.
           IF WS-MA-COUNT = WS-MA-MAX
               ADD 1 TO WS-MA-OVERFLOW-COUNT
               GO TO CC210-EXIT
           END-IF.
           ADD 1 TO WS-MA-COUNT.
           MOVE WS-MA-COUNT TO WS-MA-HIT.
           MOVE WS-LEG-ACCOUNT TO WS-MA-KEY (WS-MA-HIT).
           MOVE ZERO   TO WS-MA-POSTINGS (WS-MA-HIT).
           MOVE ZERO   TO WS-MA-GROSS (WS-MA-HIT).
           MOVE ZERO   TO WS-MA-CORRECTIONS (WS-MA-HIT).
           MOVE ZERO   TO WS-MA-LARGE-ITEMS (WS-MA-HIT).
           MOVE 'N'    TO WS-MA-JRNL-SW (WS-MA-HIT).
           MOVE SPACES TO WS-MA-STATUS (WS-MA-HIT).
           MOVE ZERO   TO WS-MA-BALANCE (WS-MA-HIT).
           MOVE 'N'    TO WS-MA-RULE-SW (WS-MA-HIT, 1).
           MOVE 'N'    TO WS-MA-RULE-SW (WS-MA-HIT, 2).
           MOVE 'N'    TO WS-MA-RULE-SW (WS-MA-HIT, 3).
           MOVE 'N'    TO WS-MA-RULE-SW (WS-MA-HIT, 4).
           MOVE 'N'    TO WS-MA-FLAG-SW (WS-MA-HIT).

       CC210-EXIT.
           EXIT.

       CC215-MATCH-ONE-ACCOUNT SECTION.
           IF WS-MA-KEY (WS-MA-IDX) = WS-LEG-ACCOUNT
               MOVE WS-MA-IDX TO WS-MA-HIT
           END-IF.

       CC215-EXIT.
           EXIT.

       CC220-ADD-LARGE-ITEM SECTION.
           IF WS-LI-COUNT = WS-LI-MAX
               ADD 1 TO WS-LI-OVERFLOW-COUNT
               GO TO CC220-EXIT
           END-IF.
           ADD 1 TO WS-LI-COUNT.
           MOVE WS-LEG-ACCOUNT    TO WS-LI-ACCOUNT (WS-LI-COUNT).
           MOVE AFR-REC-TYPE      TO WS-LI-REC-TYPE (WS-LI-COUNT).
           MOVE AFR-SOURCE-ID     TO WS-LI-SOURCE-ID (WS-LI-COUNT).
           MOVE AFR-LINKAGE1-DATA TO WS-LI-DATA (WS-LI-COUNT).
           MOVE WS-LEG-AMOUNT     TO WS-LI-AMOUNT (WS-LI-COUNT).

       CC220-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC500 - THE NIGHT'S JOURNAL ENTRIES GIVE EACH ACCOUNT'S  *
      *  CLOSING STATUS AND BALANCE - THE LAST AFTER-IMAGE OF THE *
      *  RUN WINS. WITHOUT THE JOURNAL THE REPORT STILL RUNS BUT  *
      *  NO ACCOUNT IS HELD: A HOLD ON AN ACCOUNT WHOSE STATUS IS *
      *  NOT KNOWN COULD TURN A CLOSED ACCOUNT INTO A HELD ONE.   *
      *----------------------------------------------------------*
       CC500-READ-JOURNAL SECTION.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY 'COB24 - UNABLE TO OPEN JOURNAL-FILE, '
                   'STATUS = ' WS-JOURNAL-FILE-STATUS
                   ' - NO CLOSING STATUS, NO HOLDS'
               MOVE 0004 TO WS-RETURN-CODE
               GO TO CC500-EXIT
           END-IF.
           SET WS-JRNL-AVAIL TO TRUE.
           PERFORM CC510-APPLY-ONE-ENTRY THRU CC510-EXIT
               UNTIL WS-JRNL-EOF.
           CLOSE JOURNAL-FILE.

       CC500-EXIT.
           EXIT.

       CC510-APPLY-ONE-ENTRY SECTION.
           READ JOURNAL-FILE
               AT END
                   SET WS-JRNL-EOF TO TRUE
                   GO TO CC510-EXIT
           END-READ.
           IF PJR-BATCH-ID NOT = WS-RT-BATCH-ID
              OR PJR-POST-DATE NOT = WS-RT-RUN-DATE
               GO TO CC510-EXIT
           END-IF.
           MOVE ZERO TO WS-MA-HIT.
           MOVE PJR-TRAN-KEY TO WS-LEG-ACCOUNT.
           PERFORM CC215-MATCH-ONE-ACCOUNT THRU CC215-EXIT
               VARYING WS-MA-IDX FROM 1 BY 1
               UNTIL WS-MA-IDX > WS-MA-COUNT
                  OR WS-MA-HIT NOT = ZERO.
           IF WS-MA-HIT = ZERO
               GO TO CC510-EXIT
           END-IF.
           IF PJR-AFTER-IMAGE (1:21) = '** NO PRIOR RECORD **'
               MOVE 'D'  TO WS-MA-JRNL-SW (WS-MA-HIT)
               MOVE ZERO TO WS-MA-BALANCE (WS-MA-HIT)
               GO TO CC510-EXIT
           END-IF.
           MOVE PJR-AFTER-IMAGE TO WS-IMAGE-WORK.
           MOVE 'Y'             TO WS-MA-JRNL-SW (WS-MA-HIT).
           MOVE WS-IMG-STATUS   TO WS-MA-STATUS (WS-MA-HIT).
           MOVE WS-IMG-BALANCE  TO WS-MA-BALANCE (WS-MA-HIT).

       CC510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD000 - TEST ONE ACCOUNT AGAINST THE THREE PER-NIGHT     *
      *  RULES. RULE 4 WAS SET AS THE ITEMS WERE TALLIED.         *
      *----------------------------------------------------------*
       DD000-APPLY-RULES SECTION.
           IF WS-MAX-COUNT > ZERO
              AND WS-MA-POSTINGS (WS-MA-IDX) > WS-MAX-COUNT
               SET WS-MA-RULE-HIT (WS-MA-IDX, 1) TO TRUE
               SET WS-MA-FLAGGED (WS-MA-IDX) TO TRUE
           END-IF.
           IF WS-MAX-GROSS > ZERO
              AND WS-MA-GROSS (WS-MA-IDX) > WS-MAX-GROSS
               SET WS-MA-RULE-HIT (WS-MA-IDX, 2) TO TRUE
               SET WS-MA-FLAGGED (WS-MA-IDX) TO TRUE
           END-IF.
           IF WS-MAX-CORR > ZERO
              AND WS-MA-CORRECTIONS (WS-MA-IDX) > WS-MAX-CORR
               SET WS-MA-RULE-HIT (WS-MA-IDX, 3) TO TRUE
               SET WS-MA-FLAGGED (WS-MA-IDX) TO TRUE
           END-IF.
           IF WS-MA-LARGE-ITEMS (WS-MA-IDX) > ZERO
               SET WS-MA-RULE-HIT (WS-MA-IDX, 4) TO TRUE
               SET WS-MA-FLAGGED (WS-MA-IDX) TO TRUE
           END-IF.
           IF WS-MA-FLAGGED (WS-MA-IDX)
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

       DD000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD100 - ONE PER-NIGHT RULE'S SECTION OF THE REPORT: ITS  *
      *  THRESHOLD, THEN EVERY ACCOUNT OVER IT WITH THE NIGHT'S   *
      *  FIGURES AND CLOSING POSITION.                            *
      *----------------------------------------------------------*
       DD100-PRINT-ACCOUNT-RULE SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           EVALUATE WS-RULE-IDX
               WHEN 1
                   MOVE WS-MAX-COUNT TO WRC-THRESHOLD
                   MOVE WS-RULE-HEAD-COUNT TO REPORT-LINE
               WHEN 2
                   MOVE WS-MAX-GROSS TO WRG-THRESHOLD
                   MOVE WS-RULE-HEAD-GROSS TO REPORT-LINE
               WHEN OTHER
                   MOVE WS-MAX-CORR TO WRR-THRESHOLD
                   MOVE WS-RULE-HEAD-CORR TO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.
           IF (WS-RULE-IDX = 1 AND WS-MAX-COUNT = ZERO)
              OR (WS-RULE-IDX = 2 AND WS-MAX-GROSS = ZERO)
              OR (WS-RULE-IDX = 3 AND WS-MAX-CORR = ZERO)
               MOVE WS-RULE-OFF-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO DD100-EXIT
           END-IF.
           MOVE 'N' TO WS-SECTION-HIT-SW.
           PERFORM DD110-PRINT-ONE-ACCOUNT THRU DD110-EXIT
               VARYING WS-MA-IDX FROM 1 BY 1
               UNTIL WS-MA-IDX > WS-MA-COUNT.
           IF NOT WS-SECTION-HIT
               MOVE WS-RULE-CLEAR-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       DD100-EXIT.
           EXIT.

       DD110-PRINT-ONE-ACCOUNT SECTION.
           IF NOT WS-MA-RULE-HIT (WS-MA-IDX, WS-RULE-IDX)
               GO TO DD110-EXIT
           END-IF.
           IF NOT WS-SECTION-HIT
               SET WS-SECTION-HIT TO TRUE
               MOVE WS-ACCOUNT-HEAD-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE WS-MA-KEY (WS-MA-IDX)         TO WA-ACCOUNT.
           MOVE WS-MA-POSTINGS (WS-MA-IDX)    TO WA-POSTINGS.
           MOVE WS-MA-GROSS (WS-MA-IDX)       TO WA-GROSS.
           MOVE WS-MA-CORRECTIONS (WS-MA-IDX) TO WA-CORRECTIONS.
           MOVE WS-MA-BALANCE (WS-MA-IDX)     TO WA-BALANCE.
           PERFORM DD900-STATUS-TEXT THRU DD900-EXIT.
           MOVE WS-ACCOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       DD110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD200 - THE RULE 4 SECTION: EVERY SINGLE ITEM OVER THE   *
      *  ITEM LIMIT, AS IT POSTED.                                *
      *----------------------------------------------------------*
       DD200-PRINT-LARGE-ITEMS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MAX-ITEM TO WRI-THRESHOLD.
           MOVE WS-RULE-HEAD-ITEM TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-MAX-ITEM = ZERO
               MOVE WS-RULE-OFF-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO DD200-EXIT
           END-IF.
           IF WS-LI-COUNT = ZERO
               MOVE WS-RULE-CLEAR-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO DD200-EXIT
           END-IF.
           MOVE WS-ITEM-HEAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM DD210-PRINT-ONE-ITEM THRU DD210-EXIT
               VARYING WS-LI-IDX FROM 1 BY 1
               UNTIL WS-LI-IDX > WS-LI-COUNT.

       DD200-EXIT.
           EXIT.

       DD210-PRINT-ONE-ITEM SECTION.
           MOVE WS-LI-ACCOUNT (WS-LI-IDX)   TO WI-ACCOUNT.
           MOVE WS-LI-REC-TYPE (WS-LI-IDX)  TO WI-REC-TYPE.
           MOVE WS-LI-SOURCE-ID (WS-LI-IDX) TO WI-SOURCE-ID.
           MOVE WS-LI-DATA (WS-LI-IDX)      TO WI-DATA.
           MOVE WS-LI-AMOUNT (WS-LI-IDX)    TO WI-AMOUNT.
           MOVE WS-ITEM-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       DD210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD300 - EVERY FLAGGED ACCOUNT ONCE, WITH THE RULES IT    *
      *  BROKE AND WHAT HAS BEEN DONE ABOUT IT.                   *
      *----------------------------------------------------------*
       DD300-ACTION-FLAGGED SECTION.
           IF WS-FLAGGED-COUNT = ZERO
               GO TO DD300-EXIT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HOLD-HEAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM DD310-ACTION-ONE-ACCOUNT THRU DD310-EXIT
               VARYING WS-MA-IDX FROM 1 BY 1
               UNTIL WS-MA-IDX > WS-MA-COUNT.

       DD300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD310 - ONE FLAGGED ACCOUNT. WITH THE HOLD SWITCH ON AN  *
      *  OPEN ACCOUNT IS HELD FOR THE NEXT CYCLE BY A HOLD RECORD *
      *  ON THE MONITOR'S FEED; AN ACCOUNT ALREADY HELD OR CLOSED *
      *  BY THE END OF THE RUN IS LEFT AS IT IS.                  *
      *----------------------------------------------------------*
       DD310-ACTION-ONE-ACCOUNT SECTION.
           IF NOT WS-MA-FLAGGED (WS-MA-IDX)
               GO TO DD310-EXIT
           END-IF.
           MOVE WS-MA-KEY (WS-MA-IDX) TO WL-ACCOUNT.
           MOVE SPACES TO WL-RULES.
           IF WS-MA-RULE-HIT (WS-MA-IDX, 1)
               MOVE '1' TO WL-RULES (1:1)
           END-IF.
           IF WS-MA-RULE-HIT (WS-MA-IDX, 2)
               MOVE '2' TO WL-RULES (3:1)
           END-IF.
           IF WS-MA-RULE-HIT (WS-MA-IDX, 3)
               MOVE '3' TO WL-RULES (5:1)
           END-IF.
           IF WS-MA-RULE-HIT (WS-MA-IDX, 4)
               MOVE '4' TO WL-RULES (7:1)
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-HOLD-REQUESTED
                   MOVE 'REVIEW - HOLD SWITCH NOT SET' TO WL-ACTION
               WHEN NOT WS-JRNL-AVAIL
                   MOVE 'REVIEW - NO JOURNAL, NOT HELD' TO WL-ACTION
               WHEN WS-MA-BACKED-OUT (WS-MA-IDX)
                   MOVE 'REVIEW - BACKED OUT, NOT ON MASTER'
                       TO WL-ACTION
               WHEN NOT WS-MA-IN-JOURNAL (WS-MA-IDX)
                   MOVE 'REVIEW - NOT ON JOURNAL, NOT HELD'
                       TO WL-ACTION
               WHEN WS-MA-STATUS-HELD (WS-MA-IDX)
                   MOVE 'ALREADY HELD' TO WL-ACTION
               WHEN WS-MA-STATUS-CLOSED (WS-MA-IDX)
                   MOVE 'CLOSED - NOT HELD' TO WL-ACTION
               WHEN OTHER
                   PERFORM DD320-WRITE-HOLD THRU DD320-EXIT
                   MOVE 'HOLD WRITTEN FOR THE NEXT CYCLE'
                       TO WL-ACTION
           END-EVALUATE.
           MOVE WS-HOLD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       DD310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD320 - ONE HOLD IN THE TRANIN LAYOUT UNDER THE MONITOR  *
      *  SOURCE-ID. IT POSTS AND JOURNALS THROUGH COB1 AND COB2   *
      *  LIKE ANY OTHER STATUS CHANGE.                            *
      *----------------------------------------------------------*
       DD320-WRITE-HOLD SECTION.
           MOVE 'HOLD'                TO MHT-REC-TYPE.
           MOVE WS-MA-KEY (WS-MA-IDX) TO MHT-TRAN-KEY.
           MOVE WS-HOLD-DATA          TO MHT-TRAN-DATA.
           MOVE 'MN'                  TO MHT-SOURCE-ID.
           MOVE ZERO                  TO MHT-AMOUNT.
           MOVE '00000000'            TO MHT-EFF-DATE.
           WRITE MONHOLD-RECORD.
           ADD 1 TO WS-HOLD-COUNT.
           ADD WS-MA-KEY (WS-MA-IDX) TO WS-KEY-HASH.

       DD320-EXIT.
           EXIT.

       DD900-STATUS-TEXT SECTION.
           EVALUATE TRUE
               WHEN WS-MA-BACKED-OUT (WS-MA-IDX)
                   MOVE 'BACKED OUT'     TO WA-STATUS
               WHEN NOT WS-MA-IN-JOURNAL (WS-MA-IDX)
                   MOVE 'NOT ON JOURNAL' TO WA-STATUS
               WHEN WS-MA-STATUS-OPEN (WS-MA-IDX)
                   MOVE 'OPEN'           TO WA-STATUS
               WHEN WS-MA-STATUS-CLOSED (WS-MA-IDX)
                   MOVE 'CLOSED'         TO WA-STATUS
               WHEN WS-MA-STATUS-HELD (WS-MA-IDX)
                   MOVE 'HELD'           TO WA-STATUS
               WHEN OTHER
                   MOVE '??????'         TO WA-STATUS
           END-EVALUATE.

       DD900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  EE000-TERMINATE - WRITE THE HOLD FEED'S TRAILER SO COB1  *
      *  CAN PROVE WHAT THIS STEP SHIPPED, PRINT THE TOTALS, AND  *
      *  SET THE STEP RETURN CODE. A FLAGGED ACCOUNT, OR A TABLE  *
      *  TOO SMALL FOR THE NIGHT, IS A WARNING FOR THE MORNING.   *
      *----------------------------------------------------------*
       EE000-TERMINATE SECTION.
           IF WS-ABORT-YES
               MOVE 0016 TO WS-RETURN-CODE
               DISPLAY 'COB24 TERMINATING - MONITOR DID NOT RUN'
               GO TO EE000-EXIT
           END-IF.
           MOVE WS-HOLD-COUNT TO WS-OUT-TRL-RECORD-COUNT.
           MOVE WS-KEY-HASH   TO WS-OUT-TRL-KEY-HASH.
           WRITE MONHOLD-RECORD FROM WS-OUT-TRAILER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-POSTING-COUNT TO WT-POSTINGS.
           MOVE WS-MA-COUNT      TO WT-ACCOUNTS.
           MOVE WS-FLAGGED-COUNT TO WT-FLAGGED.
           MOVE WS-HOLD-COUNT    TO WT-HOLDS.
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-MA-OVERFLOW-COUNT > ZERO
               MOVE 'ACCOUNT TABLE FULL - MOVEMENTS SKIPPED: '
                   TO WO-TEXT
               MOVE WS-MA-OVERFLOW-COUNT TO WO-COUNT
               MOVE WS-OVERFLOW-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY 'COB24 - ACCOUNT TABLE FULL, '
                   WS-MA-OVERFLOW-COUNT ' MOVEMENTS NOT MONITORED'
               MOVE 0004 TO WS-RETURN-CODE
           END-IF.
           IF WS-LI-OVERFLOW-COUNT > ZERO
               MOVE 'LARGE-ITEM LIST FULL - ITEMS NOT SHOWN: '
                   TO WO-TEXT
               MOVE WS-LI-OVERFLOW-COUNT TO WO-COUNT
               MOVE WS-OVERFLOW-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 0004 TO WS-RETURN-CODE
           END-IF.
           CLOSE AUDIT-FILE.
           CLOSE MONHOLD-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'COB24 MONITORED ' WS-POSTING-COUNT
               ' POSTINGS ON ' WS-MA-COUNT ' ACCOUNTS, FLAGGED '
               WS-FLAGGED-COUNT ', HOLDS WRITTEN ' WS-HOLD-COUNT.
           IF WS-FLAGGED-COUNT > ZERO
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
               DISPLAY 'COB24 - UNABLE TO OPEN RUNHIST-FILE, '
                   'STATUS = ' WS-RUNHIST-FILE-STATUS
               GO TO FF000-EXIT
           END-IF.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           MOVE 'COB24   ' TO RHR-PROGRAM.
           MOVE WS-RT-BATCH-ID TO RHR-BATCH-ID.
           MOVE WS-RT-RUN-DATE TO RHR-RUN-DATE.
           MOVE WS-SELECTED-COUNT TO RHR-RECORDS-IN.
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
