000000 IDENTIFICATION DIVISION.
       PROGRAM-ID. cob18.
       AUTHOR. BATCH-SYSTEMS-GROUP.
       INSTALLATION. NIGHTLY-BATCH.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RLM  Initial version. Standing-instruction
      *                    generator, run ahead of cob1: every active
      *                    instruction on SIMAST due on or before the
      *                    RUNCTL run date is written to SIGEN as a
      *                    TRANIN-layout record under source-ID SI,
      *                    with a TRLR trailer, for cob1 to pick up
      *                    on its in-house feed; the instruction's
      *                    next-due date then rolls forward a week,
      *                    a month or a quarter. Each record carries
      *                    its due date in the transaction data, so
      *                    a resent occurrence is caught by cob1's
      *                    duplicate check. The master keeps the
      *                    last date fired, so a restored master
      *                    fires nothing twice, and the run date it
      *                    last generated on with the next-due date
      *                    that run started from, so a rerun on the
      *                    same run date rewrites that night's SIGEN
      *                    in full rather than losing it to the
      *                    rolled-on master. Suspended instructions
      *                    pass over the dates they miss; cancelled
      *                    and lapsed instructions never fire.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT SI-MASTER-FILE ASSIGN TO "SIMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SIM-INSTR-ID
               FILE STATUS IS WS-SIMAST-FILE-STATUS.

           SELECT SIGEN-FILE ASSIGN TO "SIGEN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SIGEN-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SIGRPT"
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

       FD  SI-MASTER-FILE.
       01  SI-MASTER-RECORD.
           05 SIM-INSTR-ID              PIC 9(08).
           05 SIM-TRAN-KEY              PIC 9(08).
           05 SIM-REC-TYPE              PIC X(04).
           05 SIM-TRAN-DATA             PIC X(12).
           05 SIM-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 SIM-FREQUENCY             PIC X(01).
               88 SIM-FREQ-WEEKLY                 VALUE 'W'.
               88 SIM-FREQ-MONTHLY                VALUE 'M'.
               88 SIM-FREQ-QUARTERLY              VALUE 'Q'.
           05 SIM-DUE-DAY               PIC 9(02).
           05 SIM-NEXT-DUE              PIC X(08).
           05 SIM-END-DATE              PIC X(08).
           05 SIM-STATUS                PIC X(01).
               88 SIM-STATUS-ACTIVE               VALUE 'A'.
               88 SIM-STATUS-SUSPENDED            VALUE 'S'.
               88 SIM-STATUS-CANCELLED            VALUE 'C'.
               88 SIM-STATUS-LAPSED               VALUE 'L'.
           05 SIM-LAST-FIRED            PIC X(08).
           05 SIM-FIRED-COUNT           PIC 9(05).
           05 SIM-LAST-MAINT-DATE       PIC X(08).
           05 SIM-GEN-RUN-DATE          PIC X(08).
           05 SIM-GEN-FROM-DUE          PIC X(08).
           05 FILLER                    PIC X(04).

       FD  SIGEN-FILE.
       01  SIGEN-RECORD.
           05 SGT-REC-TYPE              PIC X(04).
           05 SGT-TRAN-KEY              PIC 9(08).
           05 SGT-TRAN-DATA             PIC X(20).
           05 SGT-SOURCE-ID             PIC X(02).
           05 SGT-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 SGT-EFF-DATE              PIC X(08).

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
       77  WS-SIMAST-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-SIGEN-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-RUNHIST-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-RH-START-STAMP            PIC X(14) VALUE SPACES.

       77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF-YES                          VALUE 'Y'.

       77  WS-ABORT-SWITCH              PIC X(01) VALUE 'N'.
           88 WS-ABORT-YES                        VALUE 'Y'.

       77  WS-READ-COUNT                PIC 9(08) VALUE ZERO.
       77  WS-GENERATED-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-PASSED-OVER-COUNT         PIC 9(08) VALUE ZERO.
       77  WS-LAPSED-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-CANCELLED-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-REPEAT-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-RESENT-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-KEY-HASH                  PIC 9(15) VALUE ZERO.
       77  WS-GENERATED-VALUE           PIC S9(13)V99 VALUE ZERO.
       77  WS-NET-DISPLAY               PIC +Z(12)9.99.
       77  WS-RETURN-CODE               PIC 9(04) COMP VALUE ZERO.

      *    THE RUN IDENTITY OFF THE RUNCTL CARD. THE RUN DATE IS THE
      *    DATE INSTRUCTIONS FALL DUE AGAINST; NO CARD MEANS THE
      *    SYSTEM DATE AND A BLANK BATCH-ID.
       01  WS-RUN-CONTROL.
           05 WS-RUNCTL-DATE            PIC X(08) VALUE SPACES.
           05 WS-RUNCTL-BATCH-ID        PIC X(08) VALUE SPACES.

      *    THE TRANSACTION DATA SENT FOR ONE DUE DATE: THE
      *    INSTRUCTION'S OWN TWELVE BYTES AND THE DATE IT FELL DUE,
      *    SO EACH OCCURRENCE IS DISTINCT TO COB1'S DUPLICATE CHECK
      *    AND A RESENT OCCURRENCE IS NOT.
       01  WS-GEN-DATA.
           05 WS-GEN-DATA-TEXT          PIC X(12) VALUE SPACES.
           05 WS-GEN-DATA-DUE           PIC X(08) VALUE SPACES.

      *    THE NEXT-DUE DATE BEING ROLLED FORWARD, BROKEN OUT FOR
      *    THE CALENDAR ARITHMETIC.
       01  WS-ROLL-DATE.
           05 WS-ROLL-YEAR              PIC 9(04).
           05 WS-ROLL-MONTH             PIC 9(02).
           05 WS-ROLL-DAY               PIC 9(02).
       01  WS-ROLL-DATE-X REDEFINES WS-ROLL-DATE
                                        PIC X(08).
       77  WS-ROLL-MONTHS               PIC 9(02) VALUE ZERO.
       77  WS-MONTH-LENGTH              PIC 9(02) VALUE ZERO.
       77  WS-LEAP-QUOTIENT             PIC 9(04) COMP VALUE ZERO.
       77  WS-LEAP-REMAINDER            PIC 9(04) COMP VALUE ZERO.
       01  WS-MONTH-DAYS-VALUES         PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.

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
               VALUE 'STANDING-INSTRUCTION GENERATOR    '.
           05 FILLER                    PIC X(66) VALUE SPACES.

       01  WS-IDENT-LINE.
           05 FILLER                    PIC X(10) VALUE 'RUN DATE: '.
           05 WI-RUN-DATE               PIC X(08).
           05 FILLER                    PIC X(82) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05 FILLER                    PIC X(08) VALUE 'INSTR-ID'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(08) VALUE 'ACCOUNT '.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(04) VALUE 'TYPE'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(08) VALUE 'DUE DATE'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(13)
               VALUE 'AMOUNT       '.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(30)
               VALUE 'NOTE                          '.
           05 FILLER                    PIC X(19) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 WD-INSTR-ID               PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-ACCOUNT                PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-REC-TYPE               PIC X(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-DUE-DATE               PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-AMOUNT                 PIC +Z(08)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-NOTE                   PIC X(30).
           05 FILLER                    PIC X(19) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05 FILLER                    PIC X(11)
               VALUE 'GENERATED: '.
           05 WT-GENERATED              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(09)
               VALUE '  VALUE: '.
           05 WT-VALUE                  PIC +Z(12)9.99.
           05 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05 FILLER                    PIC X(13)
               VALUE 'PASSED OVER: '.
           05 WT-PASSED-OVER            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(10)
               VALUE '  LAPSED: '.
           05 WT-LAPSED                 PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(13)
               VALUE '  CANCELLED: '.
           05 WT-CANCELLED              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *  AA000-MAINLINE - GENERATE TONIGHT'S WORK FROM EVERY      *
      *  STANDING INSTRUCTION THAT HAS FALLEN DUE.                *
      *----------------------------------------------------------*
       AA000-MAINLINE SECTION.
           DISPLAY 'IN COB18 - STANDING-INSTRUCTION GENERATOR'.
           PERFORM BB000-INITIALIZE THRU BB000-EXIT.
           IF NOT WS-ABORT-YES
               PERFORM CC000-PROCESS-ONE-INSTRUCTION THRU CC000-EXIT
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
      *  BB000-INITIALIZE - READ THE RUN CARD AND OPEN THE        *
      *  MASTER FOR UPDATE, THE GENERATED-WORK FILE AND THE       *
      *  REPORT.                                                  *
      *----------------------------------------------------------*
       BB000-INITIALIZE SECTION.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           STRING WS-SYSTEM-DATE DELIMITED BY SIZE
                  WS-SYSTEM-TIME DELIMITED BY SIZE
               INTO WS-RH-START-STAMP
           END-STRING.
           PERFORM BB200-READ-RUN-CONTROL THRU BB200-EXIT.
           OPEN I-O SI-MASTER-FILE.
           IF WS-SIMAST-FILE-STATUS NOT = '00'
               DISPLAY 'COB18 - UNABLE TO OPEN SI-MASTER-FILE, '
                   'STATUS = ' WS-SIMAST-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           OPEN OUTPUT SIGEN-FILE.
           IF WS-SIGEN-FILE-STATUS NOT = '00'
               DISPLAY 'COB18 - UNABLE TO OPEN SIGEN-FILE, '
                   'STATUS = ' WS-SIGEN-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'COB18 - UNABLE TO OPEN REPORT-FILE, '
                   'STATUS = ' WS-REPORT-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           MOVE WS-HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RUNCTL-DATE TO WI-RUN-DATE.
           MOVE WS-IDENT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

       BB000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB200 - THE RUN-CONTROL CARD NAMES THE RUN DATE AND      *
      *  BATCH-ID. NO CARD MEANS THE SYSTEM DATE AND A BLANK      *
      *  BATCH-ID.                                                *
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
      *  CC000 - ONE INSTRUCTION. ONLY ONE WHOSE NEXT-DUE DATE    *
      *  HAS ARRIVED IS TOUCHED. AN ACTIVE ONE FIRES FOR EVERY    *
      *  DUE DATE UP TO THE RUN DATE - A MISSED NIGHT DOES NOT    *
      *  LOSE AN INSTALMENT. A SUSPENDED ONE PASSES OVER THEM.    *
      *  EITHER LAPSES ONCE ITS NEXT DUE DATE IS PAST ITS END.    *
      *----------------------------------------------------------*
       CC000-PROCESS-ONE-INSTRUCTION SECTION.
           READ SI-MASTER-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO CC000-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
      *    A RERUN ON THE SAME RUN DATE: THE MASTER HAS ALREADY
      *    ROLLED PAST TONIGHT'S DUE DATES, BUT SIGEN HAS BEEN
      *    OPENED AFRESH. WIND THE INSTRUCTION BACK TO WHERE THIS
      *    RUN DATE FOUND IT, SO EACH OF TONIGHT'S OCCURRENCES IS
      *    SENT AGAIN - A LAPSE TONIGHT IS REDONE WITH THEM.
           IF SIM-GEN-RUN-DATE = WS-RUNCTL-DATE
              AND (SIM-STATUS-ACTIVE OR SIM-STATUS-LAPSED)
               MOVE SIM-GEN-FROM-DUE TO SIM-NEXT-DUE
               SET SIM-STATUS-ACTIVE TO TRUE
           END-IF.
           IF SIM-STATUS-CANCELLED
               ADD 1 TO WS-CANCELLED-COUNT
               GO TO CC000-EXIT
           END-IF.
           IF SIM-STATUS-LAPSED
               GO TO CC000-EXIT
           END-IF.
           IF SIM-NEXT-DUE > WS-RUNCTL-DATE
               GO TO CC000-EXIT
           END-IF.
           MOVE SIM-INSTR-ID TO WD-INSTR-ID.
           MOVE SIM-TRAN-KEY TO WD-ACCOUNT.
           MOVE SIM-REC-TYPE TO WD-REC-TYPE.
           MOVE SIM-AMOUNT   TO WD-AMOUNT.
           IF SIM-STATUS-SUSPENDED
               PERFORM CC150-PASS-OVER-ONE-DUE THRU CC150-EXIT
                   UNTIL SIM-NEXT-DUE > WS-RUNCTL-DATE
           ELSE
               PERFORM CC100-FIRE-ONE-DUE THRU CC100-EXIT
                   UNTIL SIM-NEXT-DUE > WS-RUNCTL-DATE
                      OR NOT SIM-STATUS-ACTIVE
           END-IF.
           IF NOT SIM-STATUS-LAPSED
              AND SIM-NEXT-DUE > SIM-END-DATE
               SET SIM-STATUS-LAPSED TO TRUE
               ADD 1 TO WS-LAPSED-COUNT
               MOVE SIM-NEXT-DUE TO WD-DUE-DATE
               MOVE 'LAPSED - PAST END DATE' TO WD-NOTE
               PERFORM CC900-WRITE-DETAIL THRU CC900-EXIT
           END-IF.
           REWRITE SI-MASTER-RECORD.
           IF WS-SIMAST-FILE-STATUS NOT = '00'
               DISPLAY 'COB18 - SI-MASTER-FILE REWRITE FAILED FOR '
                   SIM-INSTR-ID ', STATUS = ' WS-SIMAST-FILE-STATUS
               MOVE 0008 TO WS-RETURN-CODE
           END-IF.

       CC000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC100 - ONE DUE DATE OF AN ACTIVE INSTRUCTION. A DATE    *
      *  PAST THE END DATE LAPSES THE INSTRUCTION INSTEAD. A DATE *
      *  NOT AFTER THE LAST ONE FIRED HAS ALREADY BEEN SENT. ON   *
      *  A RERUN OF THE RUN DATE THAT SENT IT, IT IS SENT AGAIN   *
      *  TO REPLACE THE SIGEN THE RERUN TRUNCATED - COB1'S        *
      *  DUPLICATE CHECK STOPS IT POSTING TWICE. OTHERWISE IT IS  *
      *  ONLY ROLLED PAST - THE MASTER'S LAST-FIRED DATE IS WHAT  *
      *  STOPS A RESTORED OR REWOUND MASTER FIRING AGAIN.         *
      *----------------------------------------------------------*
       CC100-FIRE-ONE-DUE SECTION.
           MOVE SIM-NEXT-DUE TO WD-DUE-DATE.
           IF SIM-NEXT-DUE > SIM-END-DATE
               SET SIM-STATUS-LAPSED TO TRUE
               ADD 1 TO WS-LAPSED-COUNT
               MOVE 'LAPSED - PAST END DATE' TO WD-NOTE
               PERFORM CC900-WRITE-DETAIL THRU CC900-EXIT
               GO TO CC100-EXIT
           END-IF.
           IF SIM-NEXT-DUE NOT > SIM-LAST-FIRED
              AND SIM-GEN-RUN-DATE = WS-RUNCTL-DATE
               PERFORM CC200-WRITE-TRANSACTION THRU CC200-EXIT
               ADD 1 TO WS-RESENT-COUNT
               MOVE 'RERUN - GENERATED AGAIN' TO WD-NOTE
               PERFORM CC900-WRITE-DETAIL THRU CC900-EXIT
               PERFORM CC300-ROLL-NEXT-DUE THRU CC300-EXIT
               GO TO CC100-EXIT
           END-IF.
           IF SIM-NEXT-DUE NOT > SIM-LAST-FIRED
               ADD 1 TO WS-REPEAT-COUNT
               MOVE 'ALREADY GENERATED - SKIPPED' TO WD-NOTE
               PERFORM CC900-WRITE-DETAIL THRU CC900-EXIT
               PERFORM CC300-ROLL-NEXT-DUE THRU CC300-EXIT
               GO TO CC100-EXIT
           END-IF.
           IF SIM-GEN-RUN-DATE NOT = WS-RUNCTL-DATE
               MOVE WS-RUNCTL-DATE TO SIM-GEN-RUN-DATE
               MOVE SIM-NEXT-DUE   TO SIM-GEN-FROM-DUE
           END-IF.
           PERFORM CC200-WRITE-TRANSACTION THRU CC200-EXIT.
           MOVE SIM-NEXT-DUE TO SIM-LAST-FIRED.
           ADD 1 TO SIM-FIRED-COUNT.
           MOVE 'GENERATED' TO WD-NOTE.
           PERFORM CC900-WRITE-DETAIL THRU CC900-EXIT.
           PERFORM CC300-ROLL-NEXT-DUE THRU CC300-EXIT.

       CC100-EXIT.
           EXIT.

       CC150-PASS-OVER-ONE-DUE SECTION.
           MOVE SIM-NEXT-DUE TO WD-DUE-DATE.
           ADD 1 TO WS-PASSED-OVER-COUNT.
           MOVE 'SUSPENDED - PASSED OVER' TO WD-NOTE.
           PERFORM CC900-WRITE-DETAIL THRU CC900-EXIT.
           PERFORM CC300-ROLL-NEXT-DUE THRU CC300-EXIT.

       CC150-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC200 - WRITE ONE OCCURRENCE IN THE TRANIN LAYOUT UNDER  *
      *  THE STANDING-INSTRUCTION SOURCE-ID. IT POSTS TONIGHT.    *
      *----------------------------------------------------------*
       CC200-WRITE-TRANSACTION SECTION.
           MOVE SIM-TRAN-DATA  TO WS-GEN-DATA-TEXT.
           MOVE SIM-NEXT-DUE   TO WS-GEN-DATA-DUE.
           MOVE SIM-REC-TYPE   TO SGT-REC-TYPE.
           MOVE SIM-TRAN-KEY   TO SGT-TRAN-KEY.
           MOVE WS-GEN-DATA    TO SGT-TRAN-DATA.
           MOVE 'SI'           TO SGT-SOURCE-ID.
           MOVE SIM-AMOUNT     TO SGT-AMOUNT.
           MOVE '00000000'     TO SGT-EFF-DATE.
           WRITE SIGEN-RECORD.
           ADD 1 TO WS-GENERATED-COUNT.
           ADD SIM-TRAN-KEY TO WS-KEY-HASH.
           ADD SIM-AMOUNT TO WS-GENERATED-VALUE.

       CC200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC300 - ROLL THE NEXT-DUE DATE ON BY THE FREQUENCY. A    *
      *  WEEK IS SEVEN DAYS; A MONTH OR QUARTER LANDS ON THE DUE  *
      *  DAY, OR THE LAST DAY OF A MONTH TOO SHORT TO HAVE IT.    *
      *----------------------------------------------------------*
       CC300-ROLL-NEXT-DUE SECTION.
           MOVE SIM-NEXT-DUE TO WS-ROLL-DATE-X.
           EVALUATE TRUE
               WHEN SIM-FREQ-WEEKLY
                   PERFORM CC310-ADD-ONE-WEEK THRU CC310-EXIT
               WHEN SIM-FREQ-QUARTERLY
                   MOVE 3 TO WS-ROLL-MONTHS
                   PERFORM CC320-ADD-MONTHS THRU CC320-EXIT
               WHEN OTHER
                   MOVE 1 TO WS-ROLL-MONTHS
                   PERFORM CC320-ADD-MONTHS THRU CC320-EXIT
           END-EVALUATE.
           MOVE WS-ROLL-DATE-X TO SIM-NEXT-DUE.

       CC300-EXIT.
           EXIT.

       CC310-ADD-ONE-WEEK SECTION.
           ADD 7 TO WS-ROLL-DAY.
           PERFORM CC330-SET-MONTH-LENGTH THRU CC330-EXIT.
           IF WS-ROLL-DAY > WS-MONTH-LENGTH
               SUBTRACT WS-MONTH-LENGTH FROM WS-ROLL-DAY
               ADD 1 TO WS-ROLL-MONTH
               IF WS-ROLL-MONTH > 12
                   MOVE 1 TO WS-ROLL-MONTH
                   ADD 1 TO WS-ROLL-YEAR
               END-IF
           END-IF.

       CC310-EXIT.
           EXIT.

       CC320-ADD-MONTHS SECTION.
           ADD WS-ROLL-MONTHS TO WS-ROLL-MONTH.
           IF WS-ROLL-MONTH > 12
               SUBTRACT 12 FROM WS-ROLL-MONTH
               ADD 1 TO WS-ROLL-YEAR
           END-IF.
           MOVE SIM-DUE-DAY TO WS-ROLL-DAY.
           PERFORM CC330-SET-MONTH-LENGTH THRU CC330-EXIT.
           IF WS-ROLL-DAY > WS-MONTH-LENGTH
               MOVE WS-MONTH-LENGTH TO WS-ROLL-DAY
           END-IF.

       CC320-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC330 - THE LENGTH OF THE ROLL DATE'S MONTH, FEBRUARY    *
      *  TAKING TWENTY-NINE DAYS IN A LEAP YEAR.                  *
      *----------------------------------------------------------*
       CC330-SET-MONTH-LENGTH SECTION.
           MOVE WS-MONTH-DAYS (WS-ROLL-MONTH) TO WS-MONTH-LENGTH.
           IF WS-ROLL-MONTH NOT = 2
               GO TO CC330-EXIT
           END-IF.
           DIVIDE WS-ROLL-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER NOT = ZERO
               GO TO CC330-EXIT
           END-IF.
           MOVE 29 TO WS-MONTH-LENGTH.
           DIVIDE WS-ROLL-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER NOT = ZERO
               GO TO CC330-EXIT
           END-IF.
           DIVIDE WS-ROLL-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER NOT = ZERO
               MOVE 28 TO WS-MONTH-LENGTH
           END-IF.

       CC330-EXIT.
           EXIT.

       CC900-WRITE-DETAIL SECTION.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       CC900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD000-TERMINATE - WRITE THE GENERATED FILE'S TRAILER SO  *
      *  COB1 CAN PROVE WHAT THIS STEP SHIPPED, PRINT THE TOTALS, *
      *  AND SET THE STEP RETURN CODE. A DUE DATE FOUND ALREADY   *
      *  GENERATED MEANS THE MASTER WAS PUT BACK OR HAND-EDITED   *
      *  AND IS A WARNING.                                        *
      *----------------------------------------------------------*
       DD000-TERMINATE SECTION.
           IF WS-ABORT-YES
               MOVE 0016 TO WS-RETURN-CODE
               DISPLAY 'COB18 TERMINATING - GENERATOR DID NOT RUN'
               GO TO DD000-EXIT
           END-IF.
           MOVE WS-GENERATED-COUNT TO WS-OUT-TRL-RECORD-COUNT.
           MOVE WS-KEY-HASH        TO WS-OUT-TRL-KEY-HASH.
           WRITE SIGEN-RECORD FROM WS-OUT-TRAILER.
           MOVE WS-GENERATED-COUNT TO WT-GENERATED.
           MOVE WS-GENERATED-VALUE TO WT-VALUE.
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PASSED-OVER-COUNT TO WT-PASSED-OVER.
           MOVE WS-LAPSED-COUNT      TO WT-LAPSED.
           MOVE WS-CANCELLED-COUNT   TO WT-CANCELLED.
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE SI-MASTER-FILE.
           CLOSE SIGEN-FILE.
           CLOSE REPORT-FILE.
           MOVE WS-GENERATED-VALUE TO WS-NET-DISPLAY.
           DISPLAY 'COB18 GENERATED ' WS-GENERATED-COUNT
               ' RECORDS FOR ' WS-RUNCTL-DATE ', VALUE '
               WS-NET-DISPLAY.
           IF WS-RESENT-COUNT > ZERO
               DISPLAY 'COB18 - RERUN OF ' WS-RUNCTL-DATE ', '
                   WS-RESENT-COUNT ' DUE DATES GENERATED AGAIN'
           END-IF.
           IF WS-REPEAT-COUNT > ZERO
               DISPLAY 'COB18 - ' WS-REPEAT-COUNT
                   ' DUE DATES ALREADY GENERATED - NOT SENT AGAIN'
               IF WS-RETURN-CODE < 0004
                   MOVE 0004 TO WS-RETURN-CODE
               END-IF
           END-IF.

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
               DISPLAY 'COB18 - UNABLE TO OPEN RUNHIST-FILE, '
                   'STATUS = ' WS-RUNHIST-FILE-STATUS
               GO TO EE000-EXIT
           END-IF.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           MOVE 'COB18   ' TO RHR-PROGRAM.
           MOVE WS-RUNCTL-BATCH-ID TO RHR-BATCH-ID.
           MOVE WS-RUNCTL-DATE TO RHR-RUN-DATE.
           MOVE WS-READ-COUNT TO RHR-RECORDS-IN.
           MOVE WS-GENERATED-COUNT TO RHR-RECORDS-OUT.
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
