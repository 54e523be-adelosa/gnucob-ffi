000000 IDENTIFICATION DIVISION.
       PROGRAM-ID. cob17.
       AUTHOR. BATCH-SYSTEMS-GROUP.
       INSTALLATION. NIGHTLY-BATCH.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RLM  Initial version. Standing-instruction
      *                    maintenance: applies the SIMAINT requests
      *                    - add, change, suspend, resume, cancel -
      *                    to the SIMAST standing-instruction master
      *                    that the cob18 generator turns into the
      *                    night's recurring work. Every request is
      *                    edited in full before the master is
      *                    touched and is listed on SIMRPT with what
      *                    was done or why it was refused, so the
      *                    owning desk can see its changes landed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT SI-MAINT-FILE ASSIGN TO "SIMAINT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SIMAINT-FILE-STATUS.

           SELECT SI-MASTER-FILE ASSIGN TO "SIMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SIM-INSTR-ID
               FILE STATUS IS WS-SIMAST-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SIMRPT"
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

      *    ONE MAINTENANCE REQUEST. THE ACTION SAYS WHICH FIELDS
      *    MATTER: AN ADD CARRIES THEM ALL; A CHANGE CARRIES ONLY
      *    THE FIELDS TO REPLACE AND LEAVES THE REST BLANK; SUSPEND,
      *    RESUME AND CANCEL NEED ONLY THE INSTRUCTION-ID. THE KEY
      *    AND RECORD TYPE ARE FIXED FOR THE LIFE OF AN INSTRUCTION
      *    - MOVING ONE IS A CANCEL AND A NEW ADD.
       FD  SI-MAINT-FILE.
       01  SI-MAINT-RECORD.
           05 SMT-ACTION                PIC X(01).
               88 SMT-ACTION-ADD                  VALUE 'A'.
               88 SMT-ACTION-CHANGE               VALUE 'C'.
               88 SMT-ACTION-SUSPEND              VALUE 'S'.
               88 SMT-ACTION-RESUME               VALUE 'R'.
               88 SMT-ACTION-CANCEL               VALUE 'X'.
           05 SMT-INSTR-ID              PIC X(08).
           05 SMT-INSTR-ID-NUM REDEFINES SMT-INSTR-ID
                                        PIC 9(08).
           05 SMT-TRAN-KEY              PIC X(08).
           05 SMT-TRAN-KEY-NUM REDEFINES SMT-TRAN-KEY
                                        PIC 9(08).
           05 SMT-REC-TYPE              PIC X(04).
           05 SMT-TRAN-DATA             PIC X(12).
           05 SMT-AMOUNT                PIC X(12).
           05 SMT-AMOUNT-NUM REDEFINES SMT-AMOUNT
                                        PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 SMT-FREQUENCY             PIC X(01).
           05 SMT-NEXT-DUE              PIC X(08).
           05 SMT-END-DATE              PIC X(08).

      *    THE STANDING-INSTRUCTION MASTER. THE TRANSACTION DATA IS
      *    TWELVE BYTES - COB18 STAMPS THE DUE DATE IN THE LAST
      *    EIGHT OF THE TWENTY IT SENDS. FOR A TRANSFER THE FIRST
      *    EIGHT ARE THE TO-ACCOUNT. THE DUE DAY IS THE DAY OF THE
      *    MONTH A MONTHLY OR QUARTERLY INSTRUCTION FALLS ON, KEPT
      *    SO A SHORT MONTH DOES NOT DRAG EVERY LATER DUE DATE
      *    EARLIER. THE LAST-FIRED DATE IS THE LATEST DUE DATE
      *    COB18 HAS GENERATED; NO DUE DATE AT OR BEFORE IT FIRES.
      *    THE GENERATED-ON RUN DATE AND THE NEXT-DUE DATE THAT RUN
      *    STARTED FROM LET A RERUN OF COB18 ON THE SAME RUN DATE
      *    SEND THAT NIGHT'S OCCURRENCES AGAIN.
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
       77  WS-SIMAINT-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-SIMAST-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-RUNHIST-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-RH-START-STAMP            PIC X(14) VALUE SPACES.

       77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF-YES                          VALUE 'Y'.

       77  WS-ABORT-SWITCH              PIC X(01) VALUE 'N'.
           88 WS-ABORT-YES                        VALUE 'Y'.

       77  WS-INSTR-FOUND-SW            PIC X(01) VALUE 'N'.
           88 WS-INSTR-FOUND                      VALUE 'Y'.

       77  WS-DATE-VALID-SW             PIC X(01) VALUE 'N'.
           88 WS-DATE-VALID                       VALUE 'Y'.

       77  WS-READ-COUNT                PIC 9(08) VALUE ZERO.
       77  WS-APPLIED-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-REFUSED-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-RETURN-CODE               PIC 9(04) COMP VALUE ZERO.

      *    THE RUN IDENTITY OFF THE RUNCTL CARD. NO CARD MEANS THE
      *    SYSTEM DATE AND A BLANK BATCH-ID. A NEW OR MOVED DUE
      *    DATE MAY NOT FALL BEFORE THE RUN DATE - THE GENERATOR
      *    WOULD FIRE IT STRAIGHT AWAY AS OVERDUE WORK.
       01  WS-RUN-CONTROL.
           05 WS-RUNCTL-DATE            PIC X(08) VALUE SPACES.
           05 WS-RUNCTL-BATCH-ID        PIC X(08) VALUE SPACES.

      *    THE RESULT OF THE CURRENT REQUEST, FOR THE REPORT.
       77  WS-MAINT-RESULT              PIC X(30) VALUE SPACES.
       77  WS-MAINT-OK-SW               PIC X(01) VALUE 'N'.
           88 WS-MAINT-OK                         VALUE 'Y'.

      *    THE INSTRUCTION AS IT WILL STAND AFTER THE REQUEST, BUILT
      *    AND EDITED HERE BEFORE IT REPLACES THE MASTER RECORD.
       01  WS-NEW-INSTRUCTION.
           05 WS-NEW-TRAN-KEY           PIC 9(08).
           05 WS-NEW-REC-TYPE           PIC X(04).
               88 WS-NEW-TYPE-VALID               VALUES 'TRAN'
                                                         'ADJS'
                                                         'XFER'.
               88 WS-NEW-TYPE-TRANSFER            VALUE 'XFER'.
           05 WS-NEW-TRAN-DATA          PIC X(12).
           05 WS-NEW-XFER-DATA REDEFINES WS-NEW-TRAN-DATA.
               10 WS-NEW-TO-KEY         PIC X(08).
               10 WS-NEW-TO-KEY-NUM REDEFINES WS-NEW-TO-KEY
                                        PIC 9(08).
               10 FILLER                PIC X(04).
           05 WS-NEW-AMOUNT             PIC S9(09)V99.
           05 WS-NEW-FREQUENCY          PIC X(01).
               88 WS-NEW-FREQ-VALID               VALUES 'W' 'M' 'Q'.
           05 WS-NEW-NEXT-DUE           PIC X(08).
           05 WS-NEW-END-DATE           PIC X(08).

      *    A DATE UNDER EDIT, BROKEN OUT FOR THE CALENDAR CHECK.
       01  WS-CHECK-DATE.
           05 WS-CHECK-YEAR             PIC 9(04).
           05 WS-CHECK-MONTH            PIC 9(02).
           05 WS-CHECK-DAY              PIC 9(02).
       01  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE
                                        PIC X(08).
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

       01  WS-HEADING-LINE-1.
           05 FILLER                    PIC X(34)
               VALUE 'STANDING-INSTRUCTION MAINTENANCE  '.
           05 FILLER                    PIC X(66) VALUE SPACES.

       01  WS-IDENT-LINE.
           05 FILLER                    PIC X(10) VALUE 'RUN DATE: '.
           05 WI-RUN-DATE               PIC X(08).
           05 FILLER                    PIC X(82) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05 FILLER                    PIC X(03) VALUE 'ACT'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(08) VALUE 'INSTR-ID'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(08) VALUE 'ACCOUNT '.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(04) VALUE 'TYPE'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE 'F'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(08) VALUE 'NEXT DUE'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE 'S'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(30)
               VALUE 'RESULT                        '.
           05 FILLER                    PIC X(23) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WD-ACTION                 PIC X(01).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WD-INSTR-ID               PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-ACCOUNT                PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-REC-TYPE               PIC X(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-FREQUENCY              PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-NEXT-DUE               PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-STATUS                 PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WD-RESULT                 PIC X(30).
           05 FILLER                    PIC X(23) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER                    PIC X(10)
               VALUE 'REQUESTS: '.
           05 WT-READ                   PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(11)
               VALUE '  APPLIED: '.
           05 WT-APPLIED                PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(11)
               VALUE '  REFUSED: '.
           05 WT-REFUSED                PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *  AA000-MAINLINE - APPLY EVERY MAINTENANCE REQUEST TO THE  *
      *  STANDING-INSTRUCTION MASTER AND REPORT EACH ONE.         *
      *----------------------------------------------------------*
       AA000-MAINLINE SECTION.
           DISPLAY 'IN COB17 - STANDING-INSTRUCTION MAINTENANCE'.
           PERFORM BB000-INITIALIZE THRU BB000-EXIT.
           IF NOT WS-ABORT-YES
               PERFORM CC000-APPLY-ONE-REQUEST THRU CC000-EXIT
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
      *  REQUESTS, THE MASTER AND THE REPORT. THE FIRST RUN       *
      *  AGAINST AN EMPTY SITE CREATES THE MASTER.                *
      *----------------------------------------------------------*
       BB000-INITIALIZE SECTION.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           STRING WS-SYSTEM-DATE DELIMITED BY SIZE
                  WS-SYSTEM-TIME DELIMITED BY SIZE
               INTO WS-RH-START-STAMP
           END-STRING.
           PERFORM BB200-READ-RUN-CONTROL THRU BB200-EXIT.
           OPEN INPUT SI-MAINT-FILE.
           IF WS-SIMAINT-FILE-STATUS NOT = '00'
               DISPLAY 'COB17 - UNABLE TO OPEN SI-MAINT-FILE, '
                   'STATUS = ' WS-SIMAINT-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           OPEN I-O SI-MASTER-FILE.
           IF WS-SIMAST-FILE-STATUS = '35'
               OPEN OUTPUT SI-MASTER-FILE
               CLOSE SI-MASTER-FILE
               OPEN I-O SI-MASTER-FILE
           END-IF.
           IF WS-SIMAST-FILE-STATUS NOT = '00'
               DISPLAY 'COB17 - UNABLE TO OPEN SI-MASTER-FILE, '
                   'STATUS = ' WS-SIMAST-FILE-STATUS
               SET WS-ABORT-YES TO TRUE
               GO TO BB000-EXIT
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'COB17 - UNABLE TO OPEN REPORT-FILE, '
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
      *  CC000 - ONE MAINTENANCE REQUEST. THE INSTRUCTION-ID MUST *
      *  BE NUMERIC AND NON-ZERO; THE ACTION DECIDES THE REST.    *
      *----------------------------------------------------------*
       CC000-APPLY-ONE-REQUEST SECTION.
           READ SI-MAINT-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO CC000-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE 'N'    TO WS-MAINT-OK-SW.
           MOVE SPACES TO WS-MAINT-RESULT.
           MOVE SMT-ACTION    TO WD-ACTION.
           MOVE SMT-INSTR-ID  TO WD-INSTR-ID.
           MOVE SPACES        TO WD-ACCOUNT WD-REC-TYPE
                                 WD-FREQUENCY WD-NEXT-DUE
                                 WD-STATUS.
           IF SMT-INSTR-ID NOT NUMERIC
              OR SMT-INSTR-ID-NUM = ZERO
               MOVE 'INVALID INSTRUCTION-ID' TO WS-MAINT-RESULT
               GO TO CC000-REPORT
           END-IF.
           MOVE SMT-INSTR-ID-NUM TO SIM-INSTR-ID.
           PERFORM CC100-READ-INSTRUCTION THRU CC100-EXIT.
           EVALUATE TRUE
               WHEN SMT-ACTION-ADD
                   PERFORM CC200-ADD-INSTRUCTION THRU CC200-EXIT
               WHEN SMT-ACTION-CHANGE
                   PERFORM CC300-CHANGE-INSTRUCTION THRU CC300-EXIT
               WHEN SMT-ACTION-SUSPEND
                   PERFORM CC400-SUSPEND-INSTRUCTION THRU CC400-EXIT
               WHEN SMT-ACTION-RESUME
                   PERFORM CC500-RESUME-INSTRUCTION THRU CC500-EXIT
               WHEN SMT-ACTION-CANCEL
                   PERFORM CC600-CANCEL-INSTRUCTION THRU CC600-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO WS-MAINT-RESULT
           END-EVALUATE.

       CC000-REPORT.
           IF WS-MAINT-OK
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.
           MOVE WS-MAINT-RESULT TO WD-RESULT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       CC000-EXIT.
           EXIT.

       CC100-READ-INSTRUCTION SECTION.
           MOVE 'N' TO WS-INSTR-FOUND-SW.
           READ SI-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-INSTR-FOUND TO TRUE
           END-READ.

       CC100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC200 - ADD. THE INSTRUCTION-ID MUST BE NEW AND EVERY    *
      *  FIELD MUST PASS THE EDIT. A BLANK END DATE MEANS THE     *
      *  INSTRUCTION RUNS UNTIL IT IS CANCELLED.                  *
      *----------------------------------------------------------*
       CC200-ADD-INSTRUCTION SECTION.
           IF WS-INSTR-FOUND
               MOVE 'INSTRUCTION ALREADY ON FILE' TO WS-MAINT-RESULT
               GO TO CC200-EXIT
           END-IF.
           IF SMT-TRAN-KEY NOT NUMERIC
              OR SMT-TRAN-KEY-NUM = ZERO
               MOVE 'INVALID ACCOUNT KEY' TO WS-MAINT-RESULT
               GO TO CC200-EXIT
           END-IF.
           IF SMT-AMOUNT-NUM NOT NUMERIC
               MOVE 'INVALID AMOUNT' TO WS-MAINT-RESULT
               GO TO CC200-EXIT
           END-IF.
           MOVE SMT-TRAN-KEY-NUM TO WS-NEW-TRAN-KEY.
           MOVE SMT-REC-TYPE     TO WS-NEW-REC-TYPE.
           MOVE SMT-TRAN-DATA    TO WS-NEW-TRAN-DATA.
           MOVE SMT-AMOUNT-NUM   TO WS-NEW-AMOUNT.
           MOVE SMT-FREQUENCY    TO WS-NEW-FREQUENCY.
           MOVE SMT-NEXT-DUE     TO WS-NEW-NEXT-DUE.
           MOVE SMT-END-DATE     TO WS-NEW-END-DATE.
           IF WS-NEW-END-DATE = SPACES
               MOVE '99999999' TO WS-NEW-END-DATE
           END-IF.
           PERFORM CC700-EDIT-INSTRUCTION THRU CC700-EXIT.
           IF WS-MAINT-RESULT NOT = SPACES
               GO TO CC200-EXIT
           END-IF.
           MOVE SPACES           TO SI-MASTER-RECORD.
           MOVE SMT-INSTR-ID-NUM TO SIM-INSTR-ID.
           MOVE '00000000'       TO SIM-LAST-FIRED.
           MOVE ZERO             TO SIM-FIRED-COUNT.
           SET SIM-STATUS-ACTIVE TO TRUE.
           PERFORM CC800-STORE-INSTRUCTION THRU CC800-EXIT.
           WRITE SI-MASTER-RECORD
               INVALID KEY
                   MOVE 'MASTER WRITE FAILED' TO WS-MAINT-RESULT
                   GO TO CC200-EXIT
           END-WRITE.
           SET WS-MAINT-OK TO TRUE.
           MOVE 'ADDED' TO WS-MAINT-RESULT.
           PERFORM CC900-SHOW-INSTRUCTION THRU CC900-EXIT.

       CC200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC300 - CHANGE. EACH NON-BLANK FIELD ON THE REQUEST      *
      *  REPLACES THE MASTER'S, AND THE RESULT IS EDITED AS A     *
      *  WHOLE. A CANCELLED INSTRUCTION STAYS CANCELLED. A NEW    *
      *  DUE DATE MUST LIE PAST THE LAST ONE FIRED, SO A CHANGE   *
      *  CANNOT MAKE THE GENERATOR REPEAT A DATE. A LAPSED        *
      *  INSTRUCTION WHOSE END DATE IS PUT BACK PAST ITS NEXT DUE *
      *  DATE IS ACTIVE AGAIN.                                    *
      *----------------------------------------------------------*
       CC300-CHANGE-INSTRUCTION SECTION.
           IF NOT WS-INSTR-FOUND
               MOVE 'NO SUCH INSTRUCTION' TO WS-MAINT-RESULT
               GO TO CC300-EXIT
           END-IF.
           IF SIM-STATUS-CANCELLED
               MOVE 'INSTRUCTION IS CANCELLED' TO WS-MAINT-RESULT
               GO TO CC300-EXIT
           END-IF.
           MOVE SIM-TRAN-KEY   TO WS-NEW-TRAN-KEY.
           MOVE SIM-REC-TYPE   TO WS-NEW-REC-TYPE.
           MOVE SIM-TRAN-DATA  TO WS-NEW-TRAN-DATA.
           MOVE SIM-AMOUNT     TO WS-NEW-AMOUNT.
           MOVE SIM-FREQUENCY  TO WS-NEW-FREQUENCY.
           MOVE SIM-NEXT-DUE   TO WS-NEW-NEXT-DUE.
           MOVE SIM-END-DATE   TO WS-NEW-END-DATE.
           IF SMT-TRAN-DATA NOT = SPACES
               MOVE SMT-TRAN-DATA TO WS-NEW-TRAN-DATA
           END-IF.
           IF SMT-AMOUNT NOT = SPACES
               IF SMT-AMOUNT-NUM NOT NUMERIC
                   MOVE 'INVALID AMOUNT' TO WS-MAINT-RESULT
                   GO TO CC300-EXIT
               END-IF
               MOVE SMT-AMOUNT-NUM TO WS-NEW-AMOUNT
           END-IF.
           IF SMT-FREQUENCY NOT = SPACES
               MOVE SMT-FREQUENCY TO WS-NEW-FREQUENCY
           END-IF.
           IF SMT-NEXT-DUE NOT = SPACES
               MOVE SMT-NEXT-DUE TO WS-NEW-NEXT-DUE
           END-IF.
           IF SMT-END-DATE NOT = SPACES
               MOVE SMT-END-DATE TO WS-NEW-END-DATE
           END-IF.
           PERFORM CC700-EDIT-INSTRUCTION THRU CC700-EXIT.
           IF WS-MAINT-RESULT NOT = SPACES
               GO TO CC300-EXIT
           END-IF.
           IF WS-NEW-NEXT-DUE NOT > SIM-LAST-FIRED
               MOVE 'DUE DATE ALREADY GENERATED' TO WS-MAINT-RESULT
               GO TO CC300-EXIT
           END-IF.
           PERFORM CC800-STORE-INSTRUCTION THRU CC800-EXIT.
           IF SIM-STATUS-LAPSED
               SET SIM-STATUS-ACTIVE TO TRUE
           END-IF.
           REWRITE SI-MASTER-RECORD
               INVALID KEY
                   MOVE 'MASTER REWRITE FAILED' TO WS-MAINT-RESULT
                   GO TO CC300-EXIT
           END-REWRITE.
           SET WS-MAINT-OK TO TRUE.
           MOVE 'CHANGED' TO WS-MAINT-RESULT.
           PERFORM CC900-SHOW-INSTRUCTION THRU CC900-EXIT.

       CC300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC400 - SUSPEND. ONLY AN ACTIVE INSTRUCTION SUSPENDS.    *
      *  WHILE SUSPENDED IT DOES NOT FIRE; THE GENERATOR MOVES    *
      *  ITS DUE DATE ON PAST THE DATES IT MISSES, SO A RESUME    *
      *  DOES NOT RELEASE THEM ALL AT ONCE.                       *
      *----------------------------------------------------------*
       CC400-SUSPEND-INSTRUCTION SECTION.
           IF NOT WS-INSTR-FOUND
               MOVE 'NO SUCH INSTRUCTION' TO WS-MAINT-RESULT
               GO TO CC400-EXIT
           END-IF.
           IF NOT SIM-STATUS-ACTIVE
               MOVE 'INSTRUCTION IS NOT ACTIVE' TO WS-MAINT-RESULT
               PERFORM CC900-SHOW-INSTRUCTION THRU CC900-EXIT
               GO TO CC400-EXIT
           END-IF.
           SET SIM-STATUS-SUSPENDED TO TRUE.
           MOVE WS-RUNCTL-DATE TO SIM-LAST-MAINT-DATE.
           REWRITE SI-MASTER-RECORD
               INVALID KEY
                   MOVE 'MASTER REWRITE FAILED' TO WS-MAINT-RESULT
                   GO TO CC400-EXIT
           END-REWRITE.
           SET WS-MAINT-OK TO TRUE.
           MOVE 'SUSPENDED' TO WS-MAINT-RESULT.
           PERFORM CC900-SHOW-INSTRUCTION THRU CC900-EXIT.

       CC400-EXIT.
           EXIT.

       CC500-RESUME-INSTRUCTION SECTION.
           IF NOT WS-INSTR-FOUND
               MOVE 'NO SUCH INSTRUCTION' TO WS-MAINT-RESULT
               GO TO CC500-EXIT
           END-IF.
           IF NOT SIM-STATUS-SUSPENDED
               MOVE 'INSTRUCTION IS NOT SUSPENDED' TO WS-MAINT-RESULT
               PERFORM CC900-SHOW-INSTRUCTION THRU CC900-EXIT
               GO TO CC500-EXIT
           END-IF.
           SET SIM-STATUS-ACTIVE TO TRUE.
           MOVE WS-RUNCTL-DATE TO SIM-LAST-MAINT-DATE.
           REWRITE SI-MASTER-RECORD
               INVALID KEY
                   MOVE 'MASTER REWRITE FAILED' TO WS-MAINT-RESULT
                   GO TO CC500-EXIT
           END-REWRITE.
           SET WS-MAINT-OK TO TRUE.
           MOVE 'RESUMED' TO WS-MAINT-RESULT.
           PERFORM CC900-SHOW-INSTRUCTION THRU CC900-EXIT.

       CC500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC600 - CANCEL. THE RECORD STAYS ON THE MASTER AS THE    *
      *  HISTORY OF WHAT FIRED, BUT A CANCELLED INSTRUCTION       *
      *  NEVER FIRES AND CANNOT BE CHANGED OR RESUMED.            *
      *----------------------------------------------------------*
       CC600-CANCEL-INSTRUCTION SECTION.
           IF NOT WS-INSTR-FOUND
               MOVE 'NO SUCH INSTRUCTION' TO WS-MAINT-RESULT
               GO TO CC600-EXIT
           END-IF.
           IF SIM-STATUS-CANCELLED
               MOVE 'ALREADY CANCELLED' TO WS-MAINT-RESULT
               PERFORM CC900-SHOW-INSTRUCTION THRU CC900-EXIT
               GO TO CC600-EXIT
           END-IF.
           SET SIM-STATUS-CANCELLED TO TRUE.
           MOVE WS-RUNCTL-DATE TO SIM-LAST-MAINT-DATE.
           REWRITE SI-MASTER-RECORD
               INVALID KEY
                   MOVE 'MASTER REWRITE FAILED' TO WS-MAINT-RESULT
                   GO TO CC600-EXIT
           END-REWRITE.
           SET WS-MAINT-OK TO TRUE.
           MOVE 'CANCELLED' TO WS-MAINT-RESULT.
           PERFORM CC900-SHOW-INSTRUCTION THRU CC900-EXIT.

       CC600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC700 - EDIT THE INSTRUCTION AS IT WILL STAND. THE       *
      *  RECORD TYPES ARE THE MONETARY ONES THE NIGHTLY RUN       *
      *  POSTS; A TRANSFER MUST NAME A DIFFERENT, REAL TO-ACCOUNT *
      *  AND MOVE MORE THAN NOTHING. THE FIRST FAILURE IS THE     *
      *  RESULT; A CLEAN EDIT LEAVES THE RESULT BLANK.            *
      *----------------------------------------------------------*
       CC700-EDIT-INSTRUCTION SECTION.
           MOVE SPACES TO WS-MAINT-RESULT.
           IF NOT WS-NEW-TYPE-VALID
               MOVE 'RECORD TYPE NOT TRAN/ADJS/XFER' TO WS-MAINT-RESULT
               GO TO CC700-EXIT
           END-IF.
           IF WS-NEW-TRAN-DATA = SPACES
               MOVE 'TRANSACTION DATA IS BLANK' TO WS-MAINT-RESULT
               GO TO CC700-EXIT
           END-IF.
           IF WS-NEW-TYPE-TRANSFER
               IF WS-NEW-TO-KEY NOT NUMERIC
                   MOVE 'INVALID TO-ACCOUNT' TO WS-MAINT-RESULT
                   GO TO CC700-EXIT
               END-IF
               IF WS-NEW-TO-KEY-NUM = ZERO
                  OR WS-NEW-TO-KEY-NUM = WS-NEW-TRAN-KEY
                   MOVE 'INVALID TO-ACCOUNT' TO WS-MAINT-RESULT
                   GO TO CC700-EXIT
               END-IF
               IF WS-NEW-AMOUNT NOT > ZERO
                   MOVE 'TRANSFER AMOUNT NOT ABOVE ZERO'
                       TO WS-MAINT-RESULT
                   GO TO CC700-EXIT
               END-IF
           END-IF.
           IF WS-NEW-AMOUNT = ZERO
               MOVE 'AMOUNT IS ZERO' TO WS-MAINT-RESULT
               GO TO CC700-EXIT
           END-IF.
           IF NOT WS-NEW-FREQ-VALID
               MOVE 'FREQUENCY NOT W/M/Q' TO WS-MAINT-RESULT
               GO TO CC700-EXIT
           END-IF.
           MOVE WS-NEW-NEXT-DUE TO WS-CHECK-DATE-X.
           PERFORM CC710-CHECK-DATE THRU CC710-EXIT.
           IF NOT WS-DATE-VALID
               MOVE 'INVALID NEXT-DUE DATE' TO WS-MAINT-RESULT
               GO TO CC700-EXIT
           END-IF.
      *    ONLY A DUE DATE THE REQUEST SUPPLIES IS HELD TO THE RUN
      *    DATE - A CHANGE TO THE AMOUNT OF AN INSTRUCTION THAT IS
      *    DUE TONIGHT OR OVERDUE MUST STILL GO THROUGH.
           IF WS-NEW-NEXT-DUE < WS-RUNCTL-DATE
              AND SMT-NEXT-DUE NOT = SPACES
               MOVE 'NEXT-DUE DATE BEFORE RUN DATE' TO WS-MAINT-RESULT
               GO TO CC700-EXIT
           END-IF.
           IF WS-NEW-END-DATE NOT = '99999999'
               MOVE WS-NEW-END-DATE TO WS-CHECK-DATE-X
               PERFORM CC710-CHECK-DATE THRU CC710-EXIT
               IF NOT WS-DATE-VALID
                   MOVE 'INVALID END DATE' TO WS-MAINT-RESULT
                   GO TO CC700-EXIT
               END-IF
           END-IF.
           IF WS-NEW-END-DATE < WS-NEW-NEXT-DUE
               MOVE 'END DATE BEFORE NEXT-DUE DATE' TO WS-MAINT-RESULT
           END-IF.

       CC700-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC710 - A CALENDAR DATE: NUMERIC YYYYMMDD WITH A REAL    *
      *  MONTH AND A DAY THAT MONTH HAS, LEAP YEARS INCLUDED.     *
      *----------------------------------------------------------*
       CC710-CHECK-DATE SECTION.
           MOVE 'N' TO WS-DATE-VALID-SW.
           IF WS-CHECK-DATE-X NOT NUMERIC
               GO TO CC710-EXIT
           END-IF.
           IF WS-CHECK-MONTH < 1
              OR WS-CHECK-MONTH > 12
              OR WS-CHECK-DAY < 1
               GO TO CC710-EXIT
           END-IF.
           MOVE WS-MONTH-DAYS (WS-CHECK-MONTH) TO WS-MONTH-LENGTH.
           IF WS-CHECK-MONTH = 2
               DIVIDE WS-CHECK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-MONTH-LENGTH
                   DIVIDE WS-CHECK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-CHECK-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           MOVE 28 TO WS-MONTH-LENGTH
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-CHECK-DAY > WS-MONTH-LENGTH
               GO TO CC710-EXIT
           END-IF.
           SET WS-DATE-VALID TO TRUE.

       CC710-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC800 - MOVE THE EDITED INSTRUCTION ONTO THE MASTER      *
      *  RECORD. THE DUE DAY FOLLOWS THE NEXT-DUE DATE, SO A      *
      *  MOVED DATE SETS THE DAY LATER DUE DATES FALL ON.         *
      *----------------------------------------------------------*
       CC800-STORE-INSTRUCTION SECTION.
           MOVE WS-NEW-TRAN-KEY   TO SIM-TRAN-KEY.
           MOVE WS-NEW-REC-TYPE   TO SIM-REC-TYPE.
           MOVE WS-NEW-TRAN-DATA  TO SIM-TRAN-DATA.
           MOVE WS-NEW-AMOUNT     TO SIM-AMOUNT.
           MOVE WS-NEW-FREQUENCY  TO SIM-FREQUENCY.
           MOVE WS-NEW-NEXT-DUE   TO SIM-NEXT-DUE.
           MOVE WS-NEW-END-DATE   TO SIM-END-DATE.
           MOVE WS-NEW-NEXT-DUE   TO WS-CHECK-DATE-X.
           MOVE WS-CHECK-DAY      TO SIM-DUE-DAY.
           MOVE WS-RUNCTL-DATE    TO SIM-LAST-MAINT-DATE.

       CC800-EXIT.
           EXIT.

       CC900-SHOW-INSTRUCTION SECTION.
           MOVE SIM-TRAN-KEY  TO WD-ACCOUNT.
           MOVE SIM-REC-TYPE  TO WD-REC-TYPE.
           MOVE SIM-FREQUENCY TO WD-FREQUENCY.
           MOVE SIM-NEXT-DUE  TO WD-NEXT-DUE.
           MOVE SIM-STATUS    TO WD-STATUS.

       CC900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD000-TERMINATE - TOTALS, CLOSE UP, AND SET THE STEP     *
      *  RETURN CODE: A REFUSED REQUEST IS A WARNING FOR THE      *
      *  OWNING DESK TO PUT RIGHT AND RESUBMIT.                   *
      *----------------------------------------------------------*
       DD000-TERMINATE SECTION.
           IF WS-ABORT-YES
               MOVE 0016 TO WS-RETURN-CODE
               DISPLAY 'COB17 TERMINATING - MAINTENANCE DID NOT RUN'
               GO TO DD000-EXIT
           END-IF.
           MOVE WS-READ-COUNT    TO WT-READ.
           MOVE WS-APPLIED-COUNT TO WT-APPLIED.
           MOVE WS-REFUSED-COUNT TO WT-REFUSED.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE SI-MAINT-FILE.
           CLOSE SI-MASTER-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'COB17 APPLIED ' WS-APPLIED-COUNT
               ' OF ' WS-READ-COUNT ' REQUESTS, REFUSED '
               WS-REFUSED-COUNT.
           IF WS-REFUSED-COUNT > ZERO
               MOVE 0004 TO WS-RETURN-CODE
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
               DISPLAY 'COB17 - UNABLE TO OPEN RUNHIST-FILE, '
                   'STATUS = ' WS-RUNHIST-FILE-STATUS
               GO TO EE000-EXIT
           END-IF.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           MOVE 'COB17   ' TO RHR-PROGRAM.
           MOVE WS-RUNCTL-BATCH-ID TO RHR-BATCH-ID.
           MOVE WS-RUNCTL-DATE TO RHR-RUN-DATE.
           MOVE WS-READ-COUNT TO RHR-RECORDS-IN.
           MOVE WS-APPLIED-COUNT TO RHR-RECORDS-OUT.
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
