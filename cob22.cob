000000 IDENTIFICATION DIVISION.
       PROGRAM-ID. cob22.
       AUTHOR. BATCH-SYSTEMS-GROUP.
       INSTALLATION. NIGHTLY-BATCH.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RLM  Initial version. Forward recovery of the
      *                    account master: reloads ACCTMAST from the
      *                    cob21 ACCTBKUP backup, then rolls it
      *                    forward through every POSTJRNL record
      *                    written after the backup - cob10 BKO
      *                    repairs included - applying each after-
      *                    image once its before-image is proven
      *                    against the rebuilt record. An optional
      *                    stop date and time on the RCVPARM card
      *                    rebuilds the master as it stood at that
      *                    point instead of at the end of the
      *                    journal. Every entry that does not prove
      *                    is listed on RCVRPT, so the operators
      *                    check those accounts by hand, and the
      *                    journal up to the stop point goes out as
      *                    RCVJRNL, so the rebuilt master and the
      *                    journal it is certified against agree.
      *   2026-10-15  RLM  Prove the backup before the master is
      *                    touched: a first pass over ACCTBKUP checks
      *                    record types, key order, and the detail
      *                    count and balance total against the
      *                    trailer, and only a backup that proves is
      *                    reread and ACCTMAST opened for the reload.
      *                    A short, damaged or wrong backup now
      *                    leaves the live master as it was.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCVPARM-FILE ASSIGN TO "RCVPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RCVPARM-FILE-STATUS.

           SELECT BACKUP-FILE ASSIGN TO "ACCTBKUP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "POSTJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCTMAST-FILE-STATUS.

           SELECT RCVJRNL-FILE ASSIGN TO "RCVJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RCVJRNL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RCVRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RCVPARM-FILE.
       01  RCVPARM-RECORD.
           05 RCP-STOP-DATE             PIC X(08).
           05 RCP-STOP-TIME             PIC X(06).

       FD  BACKUP-FILE.
       01  BACKUP-HEADER-RECORD.
           05 BKH-REC-TYPE              PIC X(03).
           05 BKH-UNLOAD-DATE           PIC X(08).
           05 BKH-UNLOAD-TIME           PIC X(06).
           05 BKH-JOURNAL-COUNT         PIC 9(09).
           05 FILLER                    PIC X(91).
       01  BACKUP-DETAIL-RECORD.
           05 BKD-REC-TYPE              PIC X(03).
           05 BKD-MASTER-IMAGE          PIC X(114).
       01  BACKUP-TRAILER-RECORD.
           05 BKT-REC-TYPE              PIC X(03).
           05 BKT-RECORD-COUNT          PIC 9(08).
           05 BKT-BALANCE-TOTAL         PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05 FILLER                    PIC X(90).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 PJR-TRAN-KEY              PIC 9(08).
           05 PJR-REC-TYPE              PIC X(04).
           05 PJR-POST-STAMP.
               10 PJR-POST-DATE         PIC X(08).
               10 PJR-POST-TIME         PIC X(06).
           05 PJR-BATCH-ID              PIC X(08).
           05 PJR-BEFORE-IMAGE          PIC X(120).
           05 PJR-AFTER-IMAGE           PIC X(120).
           05 PJR-XFER-REF              PIC X(10).
           05 PJR-OPERATOR-ID           PIC X(08).

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
           05 ACCT-FLOOR                PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05 ACCT-LIMIT                PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05 FILLER                    PIC X(05).

       FD  RCVJRNL-FILE.
       01  RCVJRNL-RECORD               PIC X(292).

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
       77  WS-RCVPARM-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-BACKUP-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-JOURNAL-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-ACCTMAST-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-RCVJRNL-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-RUNHIST-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-RH-START-STAMP            PIC X(14) VALUE SPACES.

       77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF-YES                          VALUE 'Y'.

       77  WS-JRNL-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-JRNL-EOF                         VALUE 'Y'.

       77  WS-ABORT-SWITCH              PIC X(01) VALUE 'N'.
           88 WS-ABORT-YES                        VALUE 'Y'.

       77  WS-TRAILER-SW                PIC X(01) VALUE 'N'.
           88 WS-TRAILER-SEEN                     VALUE 'Y'.

       77  WS-STOP-SW                   PIC X(01) VALUE 'N'.
           88 WS-STOP-REACHED                     VALUE 'Y'.

       77  WS-MASTER-FOUND-SW           PIC X(01) VALUE 'N'.
           88 WS-MASTER-FOUND                     VALUE 'Y'.

       77  WS-MASTER-OPEN-SW            PIC X(01) VALUE 'N'.
           88 WS-MASTER-OPENED                    VALUE 'Y'.

       77  WS-ENTRY-STATE-SW            PIC X(01) VALUE 'C'.
           88 WS-ENTRY-CLEAN                      VALUE 'C'.
           88 WS-ENTRY-PERIOD-CLOSE               VALUE 'P'.
           88 WS-ENTRY-MISMATCH                   VALUE 'M'.

       77  WS-LOADED-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-LOADED-TOTAL              PIC S9(13)V99 VALUE ZERO.
       77  WS-PROVED-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-PROVED-TOTAL              PIC S9(13)V99 VALUE ZERO.
       77  WS-PROVED-LAST-KEY           PIC 9(08) VALUE ZERO.
       77  WS-JRNL-READ-COUNT           PIC 9(09) VALUE ZERO.
       77  WS-BACKED-UP-COUNT           PIC 9(09) VALUE ZERO.
       77  WS-APPLIED-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-DELETED-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-MISMATCH-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-CLOSE-COUNT               PIC 9(08) VALUE ZERO.
       77  WS-DROPPED-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-RETURN-CODE               PIC 9(04) COMP VALUE ZERO.

      *    THE PERIOD OF THE LAST UNJOURNALED CLOSE MET, FOR THE
      *    CLOSING NOTE.
       77  WS-CLOSE-PERIOD              PIC X(06) VALUE SPACES.

      *    THE STOP POINT OFF THE RCVPARM CARD, IN THE JOURNAL'S
      *    OWN TERMS: THE POST DATE IS THE RUN DATE A RUN POSTED
      *    UNDER, THE POST TIME THE CLOCK. A BLANK CARD, OR NO
      *    CARD, ROLLS TO THE END OF THE JOURNAL; A DATE WITH NO
      *    TIME STOPS AT THE END OF THAT DATE.
       01  WS-STOP-STAMP.
           05 WS-STOP-DATE              PIC X(08) VALUE SPACES.
           05 WS-STOP-TIME              PIC X(06) VALUE SPACES.

      *    THE BACKUP BEING ROLLED FORWARD, OFF ITS HEADER.
       01  WS-BACKUP-CONTROL.
           05 WS-BKUP-DATE              PIC X(08) VALUE SPACES.
           05 WS-BKUP-TIME              PIC X(06) VALUE SPACES.
           05 WS-BKUP-JOURNAL-COUNT     PIC 9(09) VALUE ZERO.

      *    THE REBUILT RECORD PADDED TO IMAGE WIDTH FOR THE
      *    BEFORE-IMAGE PROOF.
       01  WS-REBUILT-IMAGE             PIC X(120) VALUE SPACES.

      *    A BEFORE-IMAGE TAKEN APART, FOR THE PERIOD-CLOSE TEST.
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

       01  WS-SYSTEM-TIMESTAMP.
           05 WS-SYSTEM-DATE            PIC 9(08).
           05 WS-SYSTEM-TIME            PIC 9(06).

       01  WS-HEADING-LINE-1.
           05 FILLER                    PIC X(34)
               VALUE 'ACCOUNT MASTER FORWARD RECOVERY   '.
           05 FILLER                    PIC X(66) VALUE SPACES.

       01  WS-IDENT-LINE-1.
           05 FILLER                    PIC X(15)
               VALUE 'BACKUP TAKEN:  '.
           05 WI-BKUP-DATE              PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WI-BKUP-TIME              PIC X(06).
           05 FILLER                    PIC X(23)
               VALUE '  AT JOURNAL RECORD:   '.
           05 WI-BKUP-JOURNAL-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(36) VALUE SPACES.

       01  WS-IDENT-LINE-2.
           05 FILLER                    PIC X(15)
               VALUE 'ROLLED TO:     '.
           05 WI-STOP-POINT             PIC X(15).
           05 FILLER                    PIC X(70) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05 FILLER                    PIC X(08) VALUE 'ACCOUNT '.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(04) VALUE 'TYPE'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(08) VALUE 'POSTED  '.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 FILLER                    PIC X(06) VALUE 'TIME  '.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(08) VALUE 'BATCH-ID'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(08) VALUE 'ACTION  '.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(30)
               VALUE 'REASON                        '.
           05 FILLER                    PIC X(17) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 WD-ACCOUNT                PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-REC-TYPE               PIC X(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-POST-DATE              PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WD-POST-TIME              PIC X(06).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-BATCH-ID               PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-ACTION                 PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-REASON                 PIC X(30).
           05 FILLER                    PIC X(17) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 WT-LABEL                  PIC X(40).
           05 WT-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(49) VALUE SPACES.

       01  WS-NOTE-LINE                 PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *  AA000-MAINLINE - RELOAD THE MASTER FROM THE BACKUP, ROLL *
      *  IT FORWARD THROUGH THE JOURNAL, AND REPORT EVERY ENTRY   *
      *  THAT WOULD NOT PROVE.                                    *
      *----------------------------------------------------------*
       AA000-MAINLINE SECTION.
           DISPLAY 'IN COB22 - ACCOUNT MASTER FORWARD RECOVERY'.
           PERFORM BB000-INITIALIZE THRU BB000-EXIT.
           IF NOT WS-ABORT-YES
               PERFORM CC000-LOAD-BACKUP THRU CC000-EXIT
                   UNTIL WS-EOF-YES
                      OR WS-ABORT-YES
           END-IF.
           IF NOT WS-ABORT-YES
               PERFORM CC500-PROVE-BACKUP THRU CC500-EXIT
           END-IF.
           IF NOT WS-ABORT-YES
               PERFORM DD000-ROLL-FORWARD THRU DD000-EXIT
                   UNTIL WS-JRNL-EOF
                      OR WS-ABORT-YES
           END-IF.
           PERFORM EE000-TERMINATE THRU EE000-EXIT.
           PERFORM FF000-WRITE-RUN-HISTORY THRU FF000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK
           .

       AA000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB000-INITIALIZE - READ THE STOP CARD AND THE BACKUP     *
      *  HEADER, OPEN THE JOURNAL, START THE REBUILT MASTER, THE  *
      *  KEPT JOURNAL AND THE REPORT.                             *
      *----------------------------------------------------------*
       BB000-INITIALIZE SECTION.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           STRING WS-SYSTEM-DATE DELIMITED BY SIZE
                  WS-SYSTEM-TIME DELIMITED BY SIZE
               INTO WS-RH-START-STAMP
           END-STRING.
           PERFORM BB100-READ-STOP-CARD THRU BB100-EXIT.
           IF WS-ABORT-YES
               GO TO BB000-EXIT
           END-IF.
           PERFORM BB200-READ-BACKUP-HEADER THRU BB200-EXIT.
           IF WS-ABORT-YES
               GO TO BB000-EXIT
           END-IF.
           PERFORM BB300-PROVE-BACKUP THRU BB300-EXIT.
           IF WS-ABORT-YES
               GO TO BB000-EXIT
           END-IF.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY 'COB22 - UNABLE TO OPEN JOURNAL-FILE, '
                   'STATUS = ' WS-JOURNAL-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
      *    OUTPUT - THE MASTER IS BUILT AFRESH FROM THE BACKUP,
      *    WHICH HAS ALREADY PROVED AGAINST ITS TRAILER.
           OPEN OUTPUT ACCT-MASTER-FILE.
           IF WS-ACCTMAST-FILE-STATUS NOT = '00'
               DISPLAY 'COB22 - UNABLE TO OPEN ACCT-MASTER-FILE, '
                   'STATUS = ' WS-ACCTMAST-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           SET WS-MASTER-OPENED TO TRUE.
           OPEN OUTPUT RCVJRNL-FILE.
           IF WS-RCVJRNL-FILE-STATUS NOT = '00'
               DISPLAY 'COB22 - UNABLE TO OPEN RCVJRNL-FILE, '
                   'STATUS = ' WS-RCVJRNL-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'COB22 - UNABLE TO OPEN REPORT-FILE, '
                   'STATUS = ' WS-REPORT-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           MOVE WS-HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BKUP-DATE          TO WI-BKUP-DATE.
           MOVE WS-BKUP-TIME          TO WI-BKUP-TIME.
           MOVE WS-BKUP-JOURNAL-COUNT TO WI-BKUP-JOURNAL-COUNT.
           MOVE WS-IDENT-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-STOP-STAMP = SPACES
               MOVE 'END OF JOURNAL' TO WI-STOP-POINT
           ELSE
               MOVE SPACES TO WI-STOP-POINT
               STRING WS-STOP-DATE DELIMITED BY SIZE
                      ' '          DELIMITED BY SIZE
                      WS-STOP-TIME DELIMITED BY SIZE
                   INTO WI-STOP-POINT
               END-STRING
           END-IF.
           MOVE WS-IDENT-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CC100-READ-BACKUP THRU CC100-EXIT.

       BB000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB100 - THE STOP CARD. NO CARD, OR A BLANK ONE, ROLLS    *
      *  FORWARD TO THE END OF THE JOURNAL. A STOP DATE MUST BE   *
      *  NUMERIC YYYYMMDD; A STOP TIME, IF GIVEN, NUMERIC HHMMSS. *
      *----------------------------------------------------------*
       BB100-READ-STOP-CARD SECTION.
           OPEN INPUT RCVPARM-FILE.
           IF WS-RCVPARM-FILE-STATUS = '35'
               GO TO BB100-EXIT
           END-IF.
           IF WS-RCVPARM-FILE-STATUS NOT = '00'
               DISPLAY 'COB22 - UNABLE TO OPEN RCVPARM-FILE, '
                   'STATUS = ' WS-RCVPARM-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB100-EXIT
           END-IF.
           READ RCVPARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RCP-STOP-DATE TO WS-STOP-DATE
                   MOVE RCP-STOP-TIME TO WS-STOP-TIME
           END-READ.
           CLOSE RCVPARM-FILE.
           IF WS-STOP-STAMP = SPACES
               GO TO BB100-EXIT
           END-IF.
           IF WS-STOP-TIME = SPACES
               MOVE '235959' TO WS-STOP-TIME
           END-IF.
           IF WS-STOP-DATE NOT NUMERIC
              OR WS-STOP-TIME NOT NUMERIC
               DISPLAY 'COB22 - RCVPARM STOP POINT MUST BE NUMERIC '
                   'YYYYMMDD HHMMSS: ' WS-STOP-DATE ' / '
                   WS-STOP-TIME
               SET WS-ABORT-YES TO TRUE
           END-IF.

       BB100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB200 - THE BACKUP MUST OPEN ON ITS HEADER - A FILE THAT *
      *  DOES NOT IS NOT A COB21 UNLOAD AND IS NOT RELOADED.      *
      *----------------------------------------------------------*
       BB200-READ-BACKUP-HEADER SECTION.
           OPEN INPUT BACKUP-FILE.
           IF WS-BACKUP-FILE-STATUS NOT = '00'
               DISPLAY 'COB22 - UNABLE TO OPEN BACKUP-FILE, '
                   'STATUS = ' WS-BACKUP-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB200-EXIT
           END-IF.
           READ BACKUP-FILE
               AT END
                   DISPLAY 'COB22 - BACKUP-FILE IS EMPTY'
                   SET WS-ABORT-YES TO TRUE
                   GO TO BB200-EXIT
           END-READ.
           IF BKH-REC-TYPE NOT = 'HDR'
              OR BKH-JOURNAL-COUNT NOT NUMERIC
               DISPLAY 'COB22 - BACKUP-FILE HAS NO HEADER RECORD'
               SET WS-ABORT-YES TO TRUE
               GO TO BB200-EXIT
           END-IF.
           MOVE BKH-UNLOAD-DATE   TO WS-BKUP-DATE.
           MOVE BKH-UNLOAD-TIME   TO WS-BKUP-TIME.
           MOVE BKH-JOURNAL-COUNT TO WS-BKUP-JOURNAL-COUNT.

       BB200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB300 - PROVE THE BACKUP BEFORE THE LIVE MASTER IS       *
      *  OPENED OUTPUT: EVERY RECORD AFTER THE HEADER MUST BE A   *
      *  DETAIL IN ASCENDING KEY ORDER UP TO THE TRAILER, AND THE *
      *  DETAIL COUNT AND BALANCE TOTAL MUST AGREE WITH IT. A     *
      *  BACKUP THAT DOES NOT PROVE ABANDONS THE RECOVERY WITH    *
      *  ACCTMAST UNTOUCHED. ONE THAT DOES IS REOPENED ON ITS     *
      *  HEADER FOR THE RELOAD.                                   *
      *----------------------------------------------------------*
       BB300-PROVE-BACKUP SECTION.
           PERFORM CC100-READ-BACKUP THRU CC100-EXIT.
           PERFORM BB310-PROVE-ONE-RECORD THRU BB310-EXIT
               UNTIL WS-EOF-YES
                  OR WS-ABORT-YES.
           IF WS-ABORT-YES
               GO TO BB300-EXIT
           END-IF.
           IF NOT WS-TRAILER-SEEN
               DISPLAY 'COB22 - BACKUP-FILE HAS NO TRAILER RECORD, '
                   'RECOVERY ABANDONED'
               SET WS-ABORT-YES TO TRUE
               GO TO BB300-EXIT
           END-IF.
           IF BKT-RECORD-COUNT NOT = WS-PROVED-COUNT
              OR BKT-BALANCE-TOTAL NOT = WS-PROVED-TOTAL
               DISPLAY 'COB22 - BACKUP TRAILER DOES NOT AGREE WITH '
                   'ITS DETAIL RECORDS, RECOVERY ABANDONED'
               DISPLAY 'COB22 - TRAILER COUNT ' BKT-RECORD-COUNT
                   ', DETAILS ' WS-PROVED-COUNT
               SET WS-ABORT-YES TO TRUE
               GO TO BB300-EXIT
           END-IF.
           CLOSE BACKUP-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-TRAILER-SW.
           PERFORM BB200-READ-BACKUP-HEADER THRU BB200-EXIT.

       BB300-EXIT.
           EXIT.

       BB310-PROVE-ONE-RECORD SECTION.
           IF BKT-REC-TYPE = 'TRL'
               SET WS-TRAILER-SEEN TO TRUE
               SET WS-EOF-YES TO TRUE
               GO TO BB310-EXIT
           END-IF.
           IF BKD-REC-TYPE NOT = 'DTL'
               DISPLAY 'COB22 - UNEXPECTED BACKUP RECORD TYPE '
                   BKD-REC-TYPE ', RECOVERY ABANDONED'
               SET WS-ABORT-YES TO TRUE
               GO TO BB310-EXIT
           END-IF.
           MOVE BKD-MASTER-IMAGE TO WS-IMAGE-WORK.
           IF WS-IMG-KEY NOT NUMERIC
              OR WS-IMG-BALANCE NOT NUMERIC
               DISPLAY 'COB22 - UNREADABLE BACKUP RECORD AFTER '
                   'DETAIL ' WS-PROVED-COUNT ', RECOVERY ABANDONED'
               SET WS-ABORT-YES TO TRUE
               GO TO BB310-EXIT
           END-IF.
           IF WS-PROVED-COUNT > ZERO
              AND WS-IMG-KEY NOT > WS-PROVED-LAST-KEY
               DISPLAY 'COB22 - DUPLICATE OR OUT-OF-ORDER KEY '
                   WS-IMG-KEY ' ON BACKUP, RECOVERY ABANDONED'
               SET WS-ABORT-YES TO TRUE
               GO TO BB310-EXIT
           END-IF.
           MOVE WS-IMG-KEY TO WS-PROVED-LAST-KEY.
           ADD 1 TO WS-PROVED-COUNT.
           ADD WS-IMG-BALANCE TO WS-PROVED-TOTAL.
           PERFORM CC100-READ-BACKUP THRU CC100-EXIT.

       BB310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC000 - RELOAD ONE BACKUP RECORD. THE BACKUP IS IN KEY   *
      *  ORDER; THE TRAILER ENDS IT.                              *
      *----------------------------------------------------------*
       CC000-LOAD-BACKUP SECTION.
           IF BKT-REC-TYPE = 'TRL'
               SET WS-TRAILER-SEEN TO TRUE
               SET WS-EOF-YES TO TRUE
               GO TO CC000-EXIT
           END-IF.
           IF BKD-REC-TYPE NOT = 'DTL'
               DISPLAY 'COB22 - UNEXPECTED BACKUP RECORD TYPE '
                   BKD-REC-TYPE ', RECOVERY ABANDONED'
               SET WS-ABORT-YES TO TRUE
               GO TO CC000-EXIT
           END-IF.
           MOVE BKD-MASTER-IMAGE TO ACCT-MASTER-RECORD.
           WRITE ACCT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'COB22 - DUPLICATE OR OUT-OF-ORDER KEY '
                       ACCT-KEY ' ON BACKUP, RECOVERY ABANDONED'
                   SET WS-ABORT-YES TO TRUE
                   GO TO CC000-EXIT
           END-WRITE.
           ADD 1 TO WS-LOADED-COUNT.
           ADD ACCT-BALANCE TO WS-LOADED-TOTAL.
           PERFORM CC100-READ-BACKUP THRU CC100-EXIT.

       CC000-EXIT.
           EXIT.

       CC100-READ-BACKUP SECTION.
           READ BACKUP-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
           END-READ.

       CC100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC500 - PROVE THE RELOAD AGAINST THE BACKUP TRAILER.    *
      *  THE BACKUP ITSELF PROVED IN BB300, SO A DISAGREEMENT    *
      *  HERE IS A RELOAD THAT DID NOT WRITE WHAT IT READ, AND   *
      *  NOTHING IS ROLLED FORWARD ON IT. THE MASTER THEN        *
      *  REOPENS FOR UPDATE.                                     *
      *----------------------------------------------------------*
       CC500-PROVE-BACKUP SECTION.
           IF NOT WS-TRAILER-SEEN
               DISPLAY 'COB22 - BACKUP-FILE HAS NO TRAILER RECORD, '
                   'RECOVERY ABANDONED'
               SET WS-ABORT-YES TO TRUE
               GO TO CC500-EXIT
           END-IF.
           IF BKT-RECORD-COUNT NOT = WS-LOADED-COUNT
              OR BKT-BALANCE-TOTAL NOT = WS-LOADED-TOTAL
               DISPLAY 'COB22 - BACKUP TRAILER DOES NOT AGREE WITH '
                   'THE RECORDS RELOADED, RECOVERY ABANDONED'
               DISPLAY 'COB22 - TRAILER COUNT ' BKT-RECORD-COUNT
                   ', RELOADED ' WS-LOADED-COUNT
               SET WS-ABORT-YES TO TRUE
               GO TO CC500-EXIT
           END-IF.
           CLOSE BACKUP-FILE.
           CLOSE ACCT-MASTER-FILE.
           OPEN I-O ACCT-MASTER-FILE.
           IF WS-ACCTMAST-FILE-STATUS NOT = '00'
               DISPLAY 'COB22 - UNABLE TO REOPEN ACCT-MASTER-FILE, '
                   'STATUS = ' WS-ACCTMAST-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
           END-IF.

       CC500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD000 - ONE JOURNAL RECORD. THE JOURNAL IS ONLY EVER     *
      *  APPENDED TO, SO ITS OWN ORDER IS THE DATE AND TIME ORDER *
      *  THE POSTINGS WENT ON IN - A RUN THAT CROSSES MIDNIGHT    *
      *  KEEPS ITS RUN DATE, SO RE-SORTING ON THE STAMPS WOULD    *
      *  PUT ITS LATE POSTINGS AHEAD OF ITS EARLY ONES. RECORDS   *
      *  UP TO THE BACKUP'S COUNT ARE ALREADY IN THE BACKUP; FROM *
      *  THE FIRST RECORD STAMPED PAST THE STOP POINT ON, NOTHING *
      *  MORE IS APPLIED OR KEPT, SO RCVJRNL IS THE JOURNAL AS IT *
      *  STOOD AT THAT POINT.                                     *
      *----------------------------------------------------------*
       DD000-ROLL-FORWARD SECTION.
           READ JOURNAL-FILE
               AT END
                   SET WS-JRNL-EOF TO TRUE
                   GO TO DD000-EXIT
           END-READ.
           ADD 1 TO WS-JRNL-READ-COUNT.
           IF WS-JRNL-READ-COUNT NOT > WS-BKUP-JOURNAL-COUNT
               ADD 1 TO WS-BACKED-UP-COUNT
               PERFORM DD900-KEEP-JOURNAL THRU DD900-EXIT
               GO TO DD000-EXIT
           END-IF.
           IF NOT WS-STOP-REACHED
              AND WS-STOP-STAMP NOT = SPACES
              AND PJR-POST-STAMP > WS-STOP-STAMP
               SET WS-STOP-REACHED TO TRUE
           END-IF.
           IF WS-STOP-REACHED
               ADD 1 TO WS-DROPPED-COUNT
               GO TO DD000-EXIT
           END-IF.
           PERFORM DD100-APPLY-ENTRY THRU DD100-EXIT.
           PERFORM DD900-KEEP-JOURNAL THRU DD900-EXIT.

       DD000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD100 - ONE ENTRY AFTER THE BACKUP. PROVE ITS BEFORE-    *
      *  IMAGE AGAINST THE REBUILT RECORD, THEN APPLY ITS AFTER-  *
      *  IMAGE - A WHOLE RECORD, SO IT LEAVES THE ACCOUNT EXACTLY *
      *  AS THE POSTING DID WHETHER OR NOT THE PROOF HELD. AN     *
      *  ENTRY THAT DID NOT PROVE MEANS THE ACCOUNT CHANGED       *
      *  OUTSIDE THE JOURNAL, OR THE JOURNAL IS MISSING A RECORD, *
      *  AND THE ACCOUNT IS LISTED FOR A HAND CHECK.              *
      *----------------------------------------------------------*
       DD100-APPLY-ENTRY SECTION.
           PERFORM DD200-PROVE-ENTRY THRU DD200-EXIT.
           IF PJR-AFTER-IMAGE (1:21) = '** NO PRIOR RECORD **'
               IF WS-MASTER-FOUND
                   DELETE ACCT-MASTER-FILE
                   ADD 1 TO WS-DELETED-COUNT
               END-IF
           ELSE
               MOVE PJR-AFTER-IMAGE TO ACCT-MASTER-RECORD
               IF WS-MASTER-FOUND
                   REWRITE ACCT-MASTER-RECORD
               ELSE
                   WRITE ACCT-MASTER-RECORD
               END-IF
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.
           IF WS-ENTRY-CLEAN
               GO TO DD100-EXIT
           END-IF.
           MOVE PJR-TRAN-KEY  TO WD-ACCOUNT.
           MOVE PJR-REC-TYPE  TO WD-REC-TYPE.
           MOVE PJR-POST-DATE TO WD-POST-DATE.
           MOVE PJR-POST-TIME TO WD-POST-TIME.
           MOVE PJR-BATCH-ID  TO WD-BATCH-ID.
           MOVE 'RESYNCED' TO WD-ACTION.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       DD100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD200 - PROVE ONE ENTRY. A POSTING THAT CREATED ITS      *
      *  RECORD MUST FIND NONE; ANY OTHER MUST FIND THE RECORD    *
      *  EXACTLY AS ITS BEFORE-IMAGE. THE ONE CHANGE MADE OUTSIDE *
      *  THE JOURNAL BY DESIGN IS THE COB13 PERIOD CLOSE, WHICH   *
      *  ZEROES THE PERIOD-TO-DATE FIELDS AND STAMPS THE PERIOD - *
      *  A RECORD THAT DIFFERS FROM THE IMAGE BY EXACTLY THAT IS  *
      *  LISTED AS A CLOSE, NOT A MISMATCH.                       *
      *----------------------------------------------------------*
       DD200-PROVE-ENTRY SECTION.
           SET WS-ENTRY-CLEAN TO TRUE.
           MOVE SPACES TO WD-REASON.
           MOVE 'N' TO WS-MASTER-FOUND-SW.
           MOVE PJR-TRAN-KEY TO ACCT-KEY.
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
           END-READ.
           IF PJR-BEFORE-IMAGE (1:21) = '** NO PRIOR RECORD **'
               IF WS-MASTER-FOUND
                   SET WS-ENTRY-MISMATCH TO TRUE
                   MOVE 'CREATED BUT ALREADY ON MASTER' TO WD-REASON
                   ADD 1 TO WS-MISMATCH-COUNT
               END-IF
               GO TO DD200-EXIT
           END-IF.
           IF NOT WS-MASTER-FOUND
               SET WS-ENTRY-MISMATCH TO TRUE
               MOVE 'NO REBUILT RECORD TO UPDATE' TO WD-REASON
               ADD 1 TO WS-MISMATCH-COUNT
               GO TO DD200-EXIT
           END-IF.
           MOVE SPACES TO WS-REBUILT-IMAGE.
           MOVE ACCT-MASTER-RECORD TO WS-REBUILT-IMAGE.
           IF WS-REBUILT-IMAGE = PJR-BEFORE-IMAGE
               GO TO DD200-EXIT
           END-IF.
           MOVE PJR-BEFORE-IMAGE TO WS-IMAGE-WORK.
           IF WS-IMG-PERIOD-CLOSED NOT = ACCT-PERIOD-CLOSED
               MOVE ZERO                 TO ACCT-PTD-COUNT
               MOVE ZERO                 TO ACCT-PTD-NET
               MOVE WS-IMG-PERIOD-CLOSED TO ACCT-PERIOD-CLOSED
               MOVE SPACES TO WS-REBUILT-IMAGE
               MOVE ACCT-MASTER-RECORD TO WS-REBUILT-IMAGE
               IF WS-REBUILT-IMAGE = PJR-BEFORE-IMAGE
                   SET WS-ENTRY-PERIOD-CLOSE TO TRUE
                   MOVE 'UNJOURNALED PERIOD CLOSE' TO WD-REASON
                   MOVE WS-IMG-PERIOD-CLOSED TO WS-CLOSE-PERIOD
                   ADD 1 TO WS-CLOSE-COUNT
                   GO TO DD200-EXIT
               END-IF
           END-IF.
           SET WS-ENTRY-MISMATCH TO TRUE.
           MOVE 'BEFORE-IMAGE DOES NOT MATCH' TO WD-REASON.
           ADD 1 TO WS-MISMATCH-COUNT.

       DD200-EXIT.
           EXIT.

       DD900-KEEP-JOURNAL SECTION.
           MOVE JOURNAL-RECORD TO RCVJRNL-RECORD.
           WRITE RCVJRNL-RECORD.

       DD900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  EE000-TERMINATE - TOTALS, CLOSE UP, AND SET THE STEP     *
      *  RETURN CODE. A JOURNAL SHORTER THAN IT WAS AT THE BACKUP *
      *  IS NOT THE JOURNAL THE BACKUP WAS TAKEN AGAINST, AND THE *
      *  REBUILT MASTER IS NOT TO BE USED. ANY ENTRY THAT DID NOT *
      *  PROVE LEAVES ACCOUNTS TO CHECK, AND THE SCHEDULER MUST   *
      *  FLAG IT.                                                 *
      *----------------------------------------------------------*
       EE000-TERMINATE SECTION.
           IF NOT WS-ABORT-YES
              AND WS-JRNL-READ-COUNT < WS-BKUP-JOURNAL-COUNT
               DISPLAY 'COB22 - JOURNAL HOLDS ' WS-JRNL-READ-COUNT
                   ' RECORDS, BACKUP WAS TAKEN AT '
                   WS-BKUP-JOURNAL-COUNT
               SET WS-ABORT-YES TO TRUE
           END-IF.
           IF WS-ABORT-YES
               MOVE 0016 TO WS-RETURN-CODE
           END-IF.
           IF WS-ABORT-YES
              AND NOT WS-MASTER-OPENED
               DISPLAY 'COB22 TERMINATING - RECOVERY DID NOT RUN, '
                   'ACCTMAST HAS NOT BEEN TOUCHED'
               GO TO EE000-EXIT
           END-IF.
           IF WS-ABORT-YES
               DISPLAY 'COB22 TERMINATING - RECOVERY DID NOT RUN, '
                   'THE REBUILT MASTER IS NOT TO BE USED'
               GO TO EE000-EXIT
           END-IF.
           MOVE 'BACKUP RECORDS RELOADED:' TO WT-LABEL.
           MOVE WS-LOADED-COUNT TO WT-COUNT.
           PERFORM EE100-WRITE-TOTAL THRU EE100-EXIT.
           MOVE 'JOURNAL RECORDS ALREADY IN BACKUP:' TO WT-LABEL.
           MOVE WS-BACKED-UP-COUNT TO WT-COUNT.
           PERFORM EE100-WRITE-TOTAL THRU EE100-EXIT.
           MOVE 'AFTER-IMAGES APPLIED:' TO WT-LABEL.
           MOVE WS-APPLIED-COUNT TO WT-COUNT.
           PERFORM EE100-WRITE-TOTAL THRU EE100-EXIT.
           MOVE 'RECORDS DELETED:' TO WT-LABEL.
           MOVE WS-DELETED-COUNT TO WT-COUNT.
           PERFORM EE100-WRITE-TOTAL THRU EE100-EXIT.
           MOVE 'ENTRIES NOT PROVEN:' TO WT-LABEL.
           MOVE WS-MISMATCH-COUNT TO WT-COUNT.
           PERFORM EE100-WRITE-TOTAL THRU EE100-EXIT.
           MOVE 'UNJOURNALED PERIOD CLOSES:' TO WT-LABEL.
           MOVE WS-CLOSE-COUNT TO WT-COUNT.
           PERFORM EE100-WRITE-TOTAL THRU EE100-EXIT.
           MOVE 'JOURNAL RECORDS PAST THE STOP POINT:' TO WT-LABEL.
           MOVE WS-DROPPED-COUNT TO WT-COUNT.
           PERFORM EE100-WRITE-TOTAL THRU EE100-EXIT.
           IF WS-CLOSE-COUNT > ZERO
               MOVE SPACES TO WS-NOTE-LINE
               STRING 'PERIOD ' DELIMITED BY SIZE
                      WS-CLOSE-PERIOD DELIMITED BY SIZE
                      ' WAS CLOSED AFTER THE BACKUP - RERUN COB13 '
                          DELIMITED BY SIZE
                      'FOR IT TO CLOSE ACCOUNTS NOT POSTED SINCE'
                          DELIMITED BY SIZE
                   INTO WS-NOTE-LINE
               END-STRING
               MOVE WS-NOTE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-DROPPED-COUNT > ZERO
               MOVE SPACES TO WS-NOTE-LINE
               STRING 'RCVJRNL ENDS AT THE STOP POINT - INSTALL IT '
                          DELIMITED BY SIZE
                      'AS POSTJRNL WITH THE REBUILT MASTER BEFORE '
                          DELIMITED BY SIZE
                      'CERTIFYING' DELIMITED BY SIZE
                   INTO WS-NOTE-LINE
               END-STRING
               MOVE WS-NOTE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE JOURNAL-FILE.
           CLOSE ACCT-MASTER-FILE.
           CLOSE RCVJRNL-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'COB22 RELOADED ' WS-LOADED-COUNT
               ' ACCOUNTS, APPLIED ' WS-APPLIED-COUNT
               ', DELETED ' WS-DELETED-COUNT
               ', NOT PROVEN ' WS-MISMATCH-COUNT.
           IF WS-DROPPED-COUNT > ZERO
               DISPLAY 'COB22 STOPPED AT ' WS-STOP-DATE ' '
                   WS-STOP-TIME ', ' WS-DROPPED-COUNT
                   ' JOURNAL RECORDS NOT APPLIED'
           END-IF.
           IF WS-MISMATCH-COUNT > ZERO
              OR WS-CLOSE-COUNT > ZERO
               MOVE 0004 TO WS-RETURN-CODE
           END-IF.

       EE000-EXIT.
           EXIT.

       EE100-WRITE-TOTAL SECTION.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       EE100-EXIT.
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
               DISPLAY 'COB22 - UNABLE TO OPEN RUNHIST-FILE, '
                   'STATUS = ' WS-RUNHIST-FILE-STATUS
               GO TO FF000-EXIT
           END-IF.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           MOVE 'COB22   ' TO RHR-PROGRAM.
           MOVE SPACES TO RHR-BATCH-ID.
           MOVE WS-SYSTEM-DATE TO RHR-RUN-DATE.
           MOVE WS-JRNL-READ-COUNT TO RHR-RECORDS-IN.
           COMPUTE RHR-RECORDS-OUT = WS-APPLIED-COUNT
               + WS-DELETED-COUNT.
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
