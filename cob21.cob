000000 IDENTIFICATION DIVISION.
       PROGRAM-ID. cob21.
       AUTHOR. BATCH-SYSTEMS-GROUP.
       INSTALLATION. NIGHTLY-BATCH.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RLM  Initial version. Account master unload:
      *                    copies every ACCTMAST record, in key
      *                    order, to the sequential ACCTBKUP backup
      *                    between a header and a trailer. The
      *                    header carries the unload date and time
      *                    and the number of POSTJRNL records on
      *                    file at the time, so the cob22 forward
      *                    recovery knows where in the journal the
      *                    backup leaves off; the trailer carries
      *                    the record count and balance total, so
      *                    the recovery can prove it has the whole
      *                    backup before it rebuilds anything. Run
      *                    it between runs, with nothing posting.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCTMAST-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "POSTJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT BACKUP-FILE ASSIGN TO "ACCTBKUP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *    THE JOURNAL IS ONLY COUNTED HERE, NEVER READ FIELD BY
      *    FIELD.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD               PIC X(292).

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
       77  WS-ACCTMAST-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-JOURNAL-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-BACKUP-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-RUNHIST-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-RH-START-STAMP            PIC X(14) VALUE SPACES.

       77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF-YES                          VALUE 'Y'.

       77  WS-JRNL-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-JRNL-EOF                         VALUE 'Y'.

       77  WS-ABORT-SWITCH              PIC X(01) VALUE 'N'.
           88 WS-ABORT-YES                        VALUE 'Y'.

       77  WS-JOURNAL-COUNT             PIC 9(09) VALUE ZERO.
       77  WS-UNLOAD-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-BALANCE-TOTAL             PIC S9(13)V99 VALUE ZERO.
       77  WS-NET-DISPLAY               PIC +Z(12)9.99.
       77  WS-RETURN-CODE               PIC 9(04) COMP VALUE ZERO.

       01  WS-SYSTEM-TIMESTAMP.
           05 WS-SYSTEM-DATE            PIC 9(08).
           05 WS-SYSTEM-TIME            PIC 9(06).

      *    THE CLOCK AS HHMMSSHH. THE BACKUP HEADER'S UNLOAD TIME
      *    TAKES THE FIRST SIX DIGITS - HOURS, MINUTES, SECONDS.
       01  WS-CLOCK-TIME                PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *  AA000-MAINLINE - COUNT THE JOURNAL, THEN UNLOAD THE      *
      *  MASTER BETWEEN A HEADER AND A TRAILER.                   *
      *----------------------------------------------------------*
       AA000-MAINLINE SECTION.
           DISPLAY 'IN COB21 - ACCOUNT MASTER UNLOAD'.
           PERFORM BB000-INITIALIZE THRU BB000-EXIT.
           IF NOT WS-ABORT-YES
               PERFORM CC000-UNLOAD-ONE-ACCOUNT THRU CC000-EXIT
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
      *  BB000-INITIALIZE - COUNT THE JOURNAL, OPEN THE MASTER    *
      *  AND THE BACKUP, AND WRITE THE BACKUP HEADER.             *
      *----------------------------------------------------------*
       BB000-INITIALIZE SECTION.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           STRING WS-SYSTEM-DATE DELIMITED BY SIZE
                  WS-SYSTEM-TIME DELIMITED BY SIZE
               INTO WS-RH-START-STAMP
           END-STRING.
           PERFORM BB100-COUNT-JOURNAL THRU BB100-EXIT.
           IF WS-ABORT-YES
               GO TO BB000-EXIT
           END-IF.
           OPEN INPUT ACCT-MASTER-FILE.
           IF WS-ACCTMAST-FILE-STATUS NOT = '00'
               DISPLAY 'COB21 - UNABLE TO OPEN ACCT-MASTER-FILE, '
                   'STATUS = ' WS-ACCTMAST-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           OPEN OUTPUT BACKUP-FILE.
           IF WS-BACKUP-FILE-STATUS NOT = '00'
               DISPLAY 'COB21 - UNABLE TO OPEN BACKUP-FILE, '
                   'STATUS = ' WS-BACKUP-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           MOVE SPACES              TO BACKUP-HEADER-RECORD.
           MOVE 'HDR'               TO BKH-REC-TYPE.
           MOVE WS-SYSTEM-DATE      TO BKH-UNLOAD-DATE.
           MOVE WS-CLOCK-TIME (1:6) TO BKH-UNLOAD-TIME.
           MOVE WS-JOURNAL-COUNT    TO BKH-JOURNAL-COUNT.
           WRITE BACKUP-HEADER-RECORD.

       BB000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB100 - COUNT THE JOURNAL RECORDS ALREADY IN THE MASTER  *
      *  BEING UNLOADED. THE JOURNAL IS ONLY EVER APPENDED TO, SO *
      *  THE COUNT IS WHERE THE RECOVERY PICKS UP. NO JOURNAL YET *
      *  IS A COUNT OF ZERO.                                      *
      *----------------------------------------------------------*
       BB100-COUNT-JOURNAL SECTION.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = '35'
               GO TO BB100-EXIT
           END-IF.
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY 'COB21 - UNABLE TO OPEN JOURNAL-FILE, '
                   'STATUS = ' WS-JOURNAL-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB100-EXIT
           END-IF.
           PERFORM BB110-COUNT-ONE-ENTRY THRU BB110-EXIT
               UNTIL WS-JRNL-EOF.
           CLOSE JOURNAL-FILE.

       BB100-EXIT.
           EXIT.

       BB110-COUNT-ONE-ENTRY SECTION.
           READ JOURNAL-FILE
               AT END
                   SET WS-JRNL-EOF TO TRUE
                   GO TO BB110-EXIT
           END-READ.
           ADD 1 TO WS-JOURNAL-COUNT.

       BB110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC000 - ONE ACCOUNT: COPY THE RECORD AS IT STANDS.       *
      *----------------------------------------------------------*
       CC000-UNLOAD-ONE-ACCOUNT SECTION.
           READ ACCT-MASTER-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO CC000-EXIT
           END-READ.
           MOVE SPACES             TO BACKUP-DETAIL-RECORD.
           MOVE 'DTL'              TO BKD-REC-TYPE.
           MOVE ACCT-MASTER-RECORD TO BKD-MASTER-IMAGE.
           WRITE BACKUP-DETAIL-RECORD.
           ADD 1 TO WS-UNLOAD-COUNT.
           ADD ACCT-BALANCE TO WS-BALANCE-TOTAL.

       CC000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD000-TERMINATE - WRITE THE BACKUP TRAILER, CLOSE UP,    *
      *  AND SET THE STEP RETURN CODE.                            *
      *----------------------------------------------------------*
       DD000-TERMINATE SECTION.
           IF WS-ABORT-YES
               MOVE 0016 TO WS-RETURN-CODE
               DISPLAY 'COB21 TERMINATING - NO USABLE BACKUP TAKEN'
               GO TO DD000-EXIT
           END-IF.
           MOVE SPACES           TO BACKUP-TRAILER-RECORD.
           MOVE 'TRL'            TO BKT-REC-TYPE.
           MOVE WS-UNLOAD-COUNT  TO BKT-RECORD-COUNT.
           MOVE WS-BALANCE-TOTAL TO BKT-BALANCE-TOTAL.
           WRITE BACKUP-TRAILER-RECORD.
           CLOSE ACCT-MASTER-FILE.
           CLOSE BACKUP-FILE.
           MOVE WS-BALANCE-TOTAL TO WS-NET-DISPLAY.
           DISPLAY 'COB21 UNLOADED ' WS-UNLOAD-COUNT
               ' ACCOUNTS, BALANCE TOTAL ' WS-NET-DISPLAY.
           DISPLAY 'COB21 BACKUP TAKEN AT ' WS-JOURNAL-COUNT
               ' JOURNAL RECORDS'.

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
               DISPLAY 'COB21 - UNABLE TO OPEN RUNHIST-FILE, '
                   'STATUS = ' WS-RUNHIST-FILE-STATUS
               GO TO EE000-EXIT
           END-IF.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           MOVE 'COB21   ' TO RHR-PROGRAM.
           MOVE SPACES TO RHR-BATCH-ID.
           MOVE WS-SYSTEM-DATE TO RHR-RUN-DATE.
           MOVE WS-UNLOAD-COUNT TO RHR-RECORDS-IN.
           MOVE WS-UNLOAD-COUNT TO RHR-RECORDS-OUT.
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
