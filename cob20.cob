000000 IDENTIFICATION DIVISION.
       PROGRAM-ID. cob20.
       AUTHOR. BATCH-SYSTEMS-GROUP.
       INSTALLATION. NIGHTLY-BATCH.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RLM  Initial version. Daily dual-control
      *                    report over the cob9 PENDCORR queue:
      *                    every correction still pending, and
      *                    every one queued or decided on the run
      *                    date, with its maker, its approving or
      *                    declining operator, when each acted, the
      *                    time it waited between them (or has
      *                    waited so far, if still pending) and,
      *                    for an approved item, the posting
      *                    result.
      *   2026-10-15  RLM  PENDCORR is never purged, so a correction
      *                    decided before the run date - which the
      *                    report never lists - gives its table slot
      *                    back for the next request to reuse. The
      *                    table limit now bounds only corrections
      *                    still pending or touching the run date,
      *                    not every correction ever queued. Report
      *                    line trimmed to 120 bytes and the
      *                    requested and decided headings widened to
      *                    their 16-byte columns.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT PENDCORR-FILE ASSIGN TO "PENDCORR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PENDCORR-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DUALRPT"
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
           05 FILLER                    PIC X(34).

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
       77  WS-RUNCTL-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-PENDCORR-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-RUNHIST-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-RH-START-STAMP            PIC X(14) VALUE SPACES.

       77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF-YES                          VALUE 'Y'.
       77  WS-ABORT-SWITCH              PIC X(01) VALUE 'N'.
           88 WS-ABORT-YES                        VALUE 'Y'.
       77  WS-PENDCORR-OPEN-SW          PIC X(01) VALUE 'N'.
           88 WS-PENDCORR-OPEN                    VALUE 'Y'.

       77  WS-RECORDS-READ              PIC 9(08) VALUE ZERO.
       77  WS-LISTED-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-PENDING-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-APPROVED-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-DECLINED-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-ORPHAN-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-RETURN-CODE               PIC 9(04) COMP VALUE ZERO.

       01  WS-RUN-CONTROL.
           05 WS-RUNCTL-DATE            PIC X(08) VALUE SPACES.
           05 WS-RUNCTL-BATCH-ID        PIC X(08) VALUE SPACES.

      *    ONE ENTRY PER QUEUED CORRECTION, FILLED FROM ITS REQUEST
      *    RECORD AND COMPLETED BY ITS DECISION RECORD, IF ANY. AN
      *    ENTRY DECIDED BEFORE THE RUN DATE IS NEVER REPORTED, SO
      *    ITS SLOT IS FREED AND PUT ON THE FREE LIST FOR THE NEXT
      *    REQUEST - WS-CORR-COUNT IS THE HIGHEST SLOT EVER USED.
       77  WS-CORR-MAX                  PIC 9(05) COMP VALUE 02000.
       77  WS-CORR-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  WS-CORR-IDX                  PIC 9(05) COMP VALUE ZERO.
       77  WS-CORR-HIT                  PIC 9(05) COMP VALUE ZERO.
       77  WS-CORR-SLOT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-FREE-COUNT                PIC 9(05) COMP VALUE ZERO.
       01  WS-FREE-TABLE.
           05 WS-FREE-SLOT              PIC 9(05) COMP
                                        OCCURS 2000 TIMES.
       01  WS-CORR-TABLE.
           05 WS-CORR-ENTRY OCCURS 2000 TIMES.
               10 WS-CORR-REFERENCE     PIC 9(08).
               10 WS-CORR-STATE         PIC X(01).
                   88 WS-CORR-PENDING             VALUE 'R'.
                   88 WS-CORR-APPROVED            VALUE 'A'.
                   88 WS-CORR-DECLINED            VALUE 'D'.
                   88 WS-CORR-FREE                VALUE 'F'.
               10 WS-CORR-REC-TYPE      PIC X(04).
               10 WS-CORR-KEY           PIC 9(08).
               10 WS-CORR-AMOUNT        PIC S9(09)V99.
               10 WS-CORR-MAKER         PIC X(08).
               10 WS-CORR-REQ-STAMP     PIC X(14).
               10 WS-CORR-REQ-RUN-DATE  PIC X(08).
               10 WS-CORR-CHECKER       PIC X(08).
               10 WS-CORR-DEC-STAMP     PIC X(14).
               10 WS-CORR-DEC-RUN-DATE  PIC X(08).
               10 WS-CORR-RESULT-STATUS PIC X(02).

      *    ELAPSED TIME BETWEEN TWO YYYYMMDDHHMMSS STAMPS, IN
      *    MINUTES. EACH STAMP IS TURNED INTO A DAY NUMBER (DAYS
      *    SINCE A FIXED ORIGIN, MARCH-BASED SO THE LEAP DAY FALLS
      *    AT THE END OF THE YEAR) AND THEN INTO MINUTES.
       01  WS-STAMP-WORK.
           05 WS-SW-STAMP               PIC X(14).
           05 WS-SW-PARTS REDEFINES WS-SW-STAMP.
               10 WS-SW-YEAR            PIC 9(04).
               10 WS-SW-MONTH           PIC 9(02).
               10 WS-SW-DAY             PIC 9(02).
               10 WS-SW-HOUR            PIC 9(02).
               10 WS-SW-MINUTE          PIC 9(02).
               10 WS-SW-SECOND          PIC 9(02).
       77  WS-DN-YEAR                   PIC 9(05) COMP VALUE ZERO.
       77  WS-DN-MONTH                  PIC 9(03) COMP VALUE ZERO.
       77  WS-DN-Q4                     PIC 9(05) COMP VALUE ZERO.
       77  WS-DN-Q100                   PIC 9(05) COMP VALUE ZERO.
       77  WS-DN-Q400                   PIC 9(05) COMP VALUE ZERO.
       77  WS-DN-QMONTH                 PIC 9(05) COMP VALUE ZERO.
       77  WS-DN-DAYS                   PIC 9(08) COMP VALUE ZERO.
       77  WS-SW-MINUTES                PIC 9(12) COMP VALUE ZERO.
       77  WS-SW-VALID-SW               PIC X(01) VALUE 'N'.
           88 WS-SW-VALID                         VALUE 'Y'.
       77  WS-FROM-MINUTES              PIC 9(12) COMP VALUE ZERO.
       77  WS-ELAPSED-MINUTES           PIC 9(12) COMP VALUE ZERO.
       77  WS-ELAPSED-HOURS             PIC 9(08) COMP VALUE ZERO.
       77  WS-ELAPSED-REM               PIC 9(02) COMP VALUE ZERO.
       77  WS-NOW-STAMP                 PIC X(14) VALUE SPACES.

       01  WS-SYSTEM-TIMESTAMP.
           05 WS-SYSTEM-DATE            PIC 9(08).
           05 WS-SYSTEM-TIME            PIC 9(06).

      *    THE CLOCK AS HHMMSSHH, FOR THE REPORT'S OWN STAMP - THE
      *    HOUR IS NEEDED TO AGE THE ITEMS STILL PENDING.
       01  WS-CLOCK-TIME                PIC 9(08) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05 FILLER                    PIC X(40)
               VALUE 'DUAL-CONTROL CORRECTIONS - DAILY REPORT '.
           05 FILLER                    PIC X(80) VALUE SPACES.

       01  WS-IDENT-LINE.
           05 FILLER                    PIC X(10) VALUE 'RUN DATE: '.
           05 WI-RUN-DATE               PIC X(08).
           05 FILLER                    PIC X(16)
               VALUE '   REPORTED AT: '.
           05 WI-NOW-STAMP              PIC X(14).
           05 FILLER                    PIC X(72) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05 FILLER                    PIC X(09) VALUE 'REFERENC '.
           05 FILLER                    PIC X(09) VALUE 'STATE    '.
           05 FILLER                    PIC X(05) VALUE 'TYPE '.
           05 FILLER                    PIC X(09) VALUE 'ACCOUNT  '.
           05 FILLER                    PIC X(14)
               VALUE '       AMOUNT '.
           05 FILLER                    PIC X(09) VALUE 'MAKER    '.
           05 FILLER                    PIC X(16)
               VALUE 'REQUESTED       '.
           05 FILLER                    PIC X(09) VALUE 'CHECKER  '.
           05 FILLER                    PIC X(16)
               VALUE 'DECIDED         '.
           05 FILLER                    PIC X(12)
               VALUE '   ELAPSED  '.
           05 FILLER                    PIC X(06) VALUE 'RESULT'.
           05 FILLER                    PIC X(06) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 WD-REFERENCE              PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WD-STATE                  PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WD-REC-TYPE               PIC X(04).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WD-ACCOUNT                PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WD-AMOUNT                 PIC +Z(8)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WD-MAKER                  PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WD-REQ-DATE               PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WD-REQ-TIME               PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WD-CHECKER                PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WD-DEC-DATE               PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WD-DEC-TIME               PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WD-ELAPSED.
               10 WD-ELAPSED-HOURS      PIC Z(6)9.
               10 WD-ELAPSED-COLON      PIC X(01).
               10 WD-ELAPSED-MINUTES    PIC 99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-RESULT-STATUS          PIC X(02).
           05 FILLER                    PIC X(10) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05 FILLER                    PIC X(18)
               VALUE 'ITEMS LISTED:     '.
           05 WT-LISTED                 PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(18)
               VALUE '   STILL PENDING: '.
           05 WT-PENDING                PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(64) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05 FILLER                    PIC X(18)
               VALUE 'APPROVED TODAY:   '.
           05 WT-APPROVED               PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(18)
               VALUE '   DECLINED TODAY:'.
           05 WT-DECLINED               PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *  AA000-MAINLINE - LOAD THE QUEUE, REPORT THE DAY'S        *
      *  DUAL-CONTROL ACTIVITY AND EVERYTHING STILL PENDING.      *
      *----------------------------------------------------------*
       AA000-MAINLINE SECTION.
           DISPLAY 'IN COB20 - DUAL-CONTROL CORRECTIONS REPORT'.
           PERFORM BB000-INITIALIZE THRU BB000-EXIT.
           IF NOT WS-ABORT-YES
               PERFORM CC000-LOAD-ONE-ENTRY THRU CC000-EXIT
                   UNTIL WS-EOF-YES
               PERFORM DD000-REPORT-ONE-ITEM THRU DD000-EXIT
                   VARYING WS-CORR-IDX FROM 1 BY 1
                   UNTIL WS-CORR-IDX > WS-CORR-COUNT
           END-IF.
           PERFORM DD900-TERMINATE THRU DD900-EXIT.
           PERFORM EE000-WRITE-RUN-HISTORY THRU EE000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK
           .

       AA000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB000-INITIALIZE - RUN CARD, THE QUEUE FILE AND THE      *
      *  REPORT. NO QUEUE FILE MEANS NOTHING HAS EVER NEEDED A    *
      *  SECOND OPERATOR - AN EMPTY REPORT, NOT AN ERROR.         *
      *----------------------------------------------------------*
       BB000-INITIALIZE SECTION.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           STRING WS-SYSTEM-DATE DELIMITED BY SIZE
                  WS-SYSTEM-TIME DELIMITED BY SIZE
               INTO WS-RH-START-STAMP
           END-STRING.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           STRING WS-SYSTEM-DATE DELIMITED BY SIZE
                  WS-CLOCK-TIME (1:6) DELIMITED BY SIZE
               INTO WS-NOW-STAMP
           END-STRING.
           PERFORM BB200-READ-RUN-CONTROL THRU BB200-EXIT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'COB20 - UNABLE TO OPEN REPORT-FILE, '
                   'STATUS = ' WS-REPORT-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           MOVE WS-HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RUNCTL-DATE TO WI-RUN-DATE.
           MOVE WS-NOW-STAMP TO WI-NOW-STAMP.
           MOVE WS-IDENT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT PENDCORR-FILE.
           IF WS-PENDCORR-FILE-STATUS = '35'
               DISPLAY 'COB20 - NO PENDCORR FILE, NOTHING QUEUED'
               SET WS-EOF-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           IF WS-PENDCORR-FILE-STATUS NOT = '00'
               DISPLAY 'COB20 - UNABLE TO OPEN PENDCORR-FILE, '
                   'STATUS = ' WS-PENDCORR-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           SET WS-PENDCORR-OPEN TO TRUE.

       BB000-EXIT.
           EXIT.

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
      *  CC000 - ONE QUEUE RECORD. A REQUEST OPENS AN ENTRY; A    *
      *  DECISION COMPLETES THE ENTRY FOR ITS REFERENCE, OR FREES *
      *  IT IF IT WAS DECIDED BEFORE THE RUN DATE. A DECISION     *
      *  WITH NO REQUEST ON FILE IS COUNTED AND SHOWN ON THE      *
      *  CONSOLE - THE QUEUE HAS BEEN TAMPERED WITH OR CUT.       *
      *----------------------------------------------------------*
       CC000-LOAD-ONE-ENTRY SECTION.
           READ PENDCORR-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO CC000-EXIT
           END-READ.
           ADD 1 TO WS-RECORDS-READ.
           IF PCR-EVENT-REQUEST
               PERFORM CC100-ADD-REQUEST THRU CC100-EXIT
               GO TO CC000-EXIT
           END-IF.
           MOVE ZERO TO WS-CORR-HIT.
           PERFORM CC200-MATCH-ONE-ENTRY THRU CC200-EXIT
               VARYING WS-CORR-IDX FROM 1 BY 1
               UNTIL WS-CORR-IDX > WS-CORR-COUNT
                  OR WS-CORR-HIT > ZERO.
           IF WS-CORR-HIT = ZERO
               DISPLAY 'COB20 - DECISION FOR REFERENCE '
                   PCR-REFERENCE ' HAS NO REQUEST ON PENDCORR'
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE 0004 TO WS-RETURN-CODE
               GO TO CC000-EXIT
           END-IF.
           IF PCR-RUN-DATE < WS-RUNCTL-DATE
               SET WS-CORR-FREE (WS-CORR-HIT) TO TRUE
               MOVE ZERO TO WS-CORR-REFERENCE (WS-CORR-HIT)
               ADD 1 TO WS-FREE-COUNT
               MOVE WS-CORR-HIT TO WS-FREE-SLOT (WS-FREE-COUNT)
               GO TO CC000-EXIT
           END-IF.
           MOVE PCR-EVENT         TO WS-CORR-STATE (WS-CORR-HIT).
           MOVE PCR-OPERATOR-ID   TO WS-CORR-CHECKER (WS-CORR-HIT).
           MOVE PCR-TIMESTAMP     TO WS-CORR-DEC-STAMP (WS-CORR-HIT).
           MOVE PCR-RUN-DATE
               TO WS-CORR-DEC-RUN-DATE (WS-CORR-HIT).
           MOVE PCR-RESULT-STATUS
               TO WS-CORR-RESULT-STATUS (WS-CORR-HIT).

       CC000-EXIT.
           EXIT.

       CC100-ADD-REQUEST SECTION.
           IF WS-FREE-COUNT > ZERO
               MOVE WS-FREE-SLOT (WS-FREE-COUNT) TO WS-CORR-SLOT
               SUBTRACT 1 FROM WS-FREE-COUNT
               GO TO CC100-FILL
           END-IF.
           IF WS-CORR-COUNT = WS-CORR-MAX
               DISPLAY 'COB20 - MORE THAN ' WS-CORR-MAX
                   ' CORRECTIONS PENDING OR DECIDED ON OR AFTER '
                   WS-RUNCTL-DATE ', REPORT INCOMPLETE'
               MOVE 0008 TO WS-RETURN-CODE
               SET WS-EOF-YES TO TRUE
               GO TO CC100-EXIT
           END-IF.
           ADD 1 TO WS-CORR-COUNT.
           MOVE WS-CORR-COUNT TO WS-CORR-SLOT.

       CC100-FILL.
           MOVE PCR-REFERENCE   TO WS-CORR-REFERENCE (WS-CORR-SLOT).
           MOVE PCR-EVENT       TO WS-CORR-STATE (WS-CORR-SLOT).
           MOVE PCR-REC-TYPE    TO WS-CORR-REC-TYPE (WS-CORR-SLOT).
           MOVE PCR-TRAN-KEY    TO WS-CORR-KEY (WS-CORR-SLOT).
           MOVE PCR-AMOUNT      TO WS-CORR-AMOUNT (WS-CORR-SLOT).
           MOVE PCR-OPERATOR-ID TO WS-CORR-MAKER (WS-CORR-SLOT).
           MOVE PCR-TIMESTAMP   TO WS-CORR-REQ-STAMP (WS-CORR-SLOT).
           MOVE PCR-RUN-DATE
               TO WS-CORR-REQ-RUN-DATE (WS-CORR-SLOT).
           MOVE SPACES          TO WS-CORR-CHECKER (WS-CORR-SLOT).
           MOVE SPACES          TO WS-CORR-DEC-STAMP (WS-CORR-SLOT).
           MOVE SPACES
               TO WS-CORR-DEC-RUN-DATE (WS-CORR-SLOT).
           MOVE SPACES
               TO WS-CORR-RESULT-STATUS (WS-CORR-SLOT).

       CC100-EXIT.
           EXIT.

       CC200-MATCH-ONE-ENTRY SECTION.
           IF WS-CORR-REFERENCE (WS-CORR-IDX) = PCR-REFERENCE
              AND NOT WS-CORR-FREE (WS-CORR-IDX)
               MOVE WS-CORR-IDX TO WS-CORR-HIT
           END-IF.

       CC200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD000 - ONE CORRECTION. IT IS REPORTED IF IT IS STILL    *
      *  PENDING, OR WAS QUEUED OR DECIDED ON THE RUN DATE.       *
      *----------------------------------------------------------*
       DD000-REPORT-ONE-ITEM SECTION.
           IF WS-CORR-FREE (WS-CORR-IDX)
               GO TO DD000-EXIT
           END-IF.
           IF NOT WS-CORR-PENDING (WS-CORR-IDX)
              AND WS-CORR-REQ-RUN-DATE (WS-CORR-IDX)
                  NOT = WS-RUNCTL-DATE
              AND WS-CORR-DEC-RUN-DATE (WS-CORR-IDX)
                  NOT = WS-RUNCTL-DATE
               GO TO DD000-EXIT
           END-IF.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE WS-CORR-REFERENCE (WS-CORR-IDX) TO WD-REFERENCE.
           MOVE WS-CORR-REC-TYPE (WS-CORR-IDX)  TO WD-REC-TYPE.
           MOVE WS-CORR-KEY (WS-CORR-IDX)       TO WD-ACCOUNT.
           MOVE WS-CORR-AMOUNT (WS-CORR-IDX)    TO WD-AMOUNT.
           MOVE WS-CORR-MAKER (WS-CORR-IDX)     TO WD-MAKER.
           MOVE WS-CORR-REQ-STAMP (WS-CORR-IDX) (1:8) TO WD-REQ-DATE.
           MOVE WS-CORR-REQ-STAMP (WS-CORR-IDX) (9:6) TO WD-REQ-TIME.
           MOVE WS-CORR-CHECKER (WS-CORR-IDX)   TO WD-CHECKER.
           MOVE WS-CORR-DEC-STAMP (WS-CORR-IDX) (1:8) TO WD-DEC-DATE.
           MOVE WS-CORR-DEC-STAMP (WS-CORR-IDX) (9:6) TO WD-DEC-TIME.
           MOVE WS-CORR-RESULT-STATUS (WS-CORR-IDX)
               TO WD-RESULT-STATUS.
           EVALUATE TRUE
               WHEN WS-CORR-PENDING (WS-CORR-IDX)
                   MOVE 'PENDING ' TO WD-STATE
                   ADD 1 TO WS-PENDING-COUNT
               WHEN WS-CORR-APPROVED (WS-CORR-IDX)
                   MOVE 'APPROVED' TO WD-STATE
                   IF WS-CORR-DEC-RUN-DATE (WS-CORR-IDX)
                      = WS-RUNCTL-DATE
                       ADD 1 TO WS-APPROVED-COUNT
                   END-IF
               WHEN OTHER
                   MOVE 'DECLINED' TO WD-STATE
                   IF WS-CORR-DEC-RUN-DATE (WS-CORR-IDX)
                      = WS-RUNCTL-DATE
                       ADD 1 TO WS-DECLINED-COUNT
                   END-IF
           END-EVALUATE.
           PERFORM DD100-ELAPSED THRU DD100-EXIT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       DD000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD100 - TIME BETWEEN THE MAKER AND THE CHECKER; FOR A    *
      *  PENDING ITEM, TIME SO FAR. A STAMP THAT IS NOT A DATE    *
      *  AND TIME LEAVES THE COLUMN BLANK.                        *
      *----------------------------------------------------------*
       DD100-ELAPSED SECTION.
           MOVE SPACES TO WD-ELAPSED.
           MOVE WS-CORR-REQ-STAMP (WS-CORR-IDX) TO WS-SW-STAMP.
           PERFORM DD200-STAMP-TO-MINUTES THRU DD200-EXIT.
           IF NOT WS-SW-VALID
               GO TO DD100-EXIT
           END-IF.
           MOVE WS-SW-MINUTES TO WS-FROM-MINUTES.
           IF WS-CORR-PENDING (WS-CORR-IDX)
               MOVE WS-NOW-STAMP TO WS-SW-STAMP
           ELSE
               MOVE WS-CORR-DEC-STAMP (WS-CORR-IDX) TO WS-SW-STAMP
           END-IF.
           PERFORM DD200-STAMP-TO-MINUTES THRU DD200-EXIT.
           IF NOT WS-SW-VALID
              OR WS-SW-MINUTES < WS-FROM-MINUTES
               GO TO DD100-EXIT
           END-IF.
           COMPUTE WS-ELAPSED-MINUTES = WS-SW-MINUTES
                                      - WS-FROM-MINUTES.
           DIVIDE WS-ELAPSED-MINUTES BY 60
               GIVING WS-ELAPSED-HOURS
               REMAINDER WS-ELAPSED-REM.
           MOVE WS-ELAPSED-HOURS TO WD-ELAPSED-HOURS.
           MOVE ':'              TO WD-ELAPSED-COLON.
           MOVE WS-ELAPSED-REM   TO WD-ELAPSED-MINUTES.

       DD100-EXIT.
           EXIT.

       DD200-STAMP-TO-MINUTES SECTION.
           MOVE 'N' TO WS-SW-VALID-SW.
           IF WS-SW-STAMP NOT NUMERIC
               GO TO DD200-EXIT
           END-IF.
           IF WS-SW-MONTH < 1 OR WS-SW-MONTH > 12
              OR WS-SW-DAY < 1 OR WS-SW-DAY > 31
              OR WS-SW-HOUR > 23 OR WS-SW-MINUTE > 59
               GO TO DD200-EXIT
           END-IF.
           MOVE WS-SW-YEAR  TO WS-DN-YEAR.
           MOVE WS-SW-MONTH TO WS-DN-MONTH.
           IF WS-DN-MONTH < 3
               SUBTRACT 1 FROM WS-DN-YEAR
               ADD 12 TO WS-DN-MONTH
           END-IF.
           DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-Q4.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400.
           COMPUTE WS-DN-QMONTH = 153 * (WS-DN-MONTH - 3) + 2.
           DIVIDE WS-DN-QMONTH BY 5 GIVING WS-DN-QMONTH.
           COMPUTE WS-DN-DAYS = 365 * WS-DN-YEAR
                              + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
                              + WS-DN-QMONTH + WS-SW-DAY.
           COMPUTE WS-SW-MINUTES = WS-DN-DAYS * 1440
                                 + WS-SW-HOUR * 60
                                 + WS-SW-MINUTE.
           SET WS-SW-VALID TO TRUE.

       DD200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD900-TERMINATE - TOTALS AND CLOSE UP.                   *
      *----------------------------------------------------------*
       DD900-TERMINATE SECTION.
           IF WS-ABORT-YES
               MOVE 0016 TO WS-RETURN-CODE
               DISPLAY 'COB20 TERMINATING - REPORT NOT PRODUCED'
               GO TO DD900-EXIT
           END-IF.
           MOVE WS-LISTED-COUNT   TO WT-LISTED.
           MOVE WS-PENDING-COUNT  TO WT-PENDING.
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-APPROVED-COUNT TO WT-APPROVED.
           MOVE WS-DECLINED-COUNT TO WT-DECLINED.
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PENDCORR-OPEN
               CLOSE PENDCORR-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY 'COB20 LISTED ' WS-LISTED-COUNT
               ' CORRECTIONS, ' WS-PENDING-COUNT ' STILL PENDING'.

       DD900-EXIT.
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
               DISPLAY 'COB20 - UNABLE TO OPEN RUNHIST-FILE, '
                   'STATUS = ' WS-RUNHIST-FILE-STATUS
               GO TO EE000-EXIT
           END-IF.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           MOVE 'COB20   ' TO RHR-PROGRAM.
           MOVE WS-RUNCTL-BATCH-ID TO RHR-BATCH-ID.
           MOVE WS-RUNCTL-DATE TO RHR-RUN-DATE.
           MOVE WS-RECORDS-READ TO RHR-RECORDS-IN.
           MOVE WS-LISTED-COUNT TO RHR-RECORDS-OUT.
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
