      *                    one of the run sheet's required steps,
      *                    and an edit started after midnight must
      *                    not fall off the night it belongs to.
      *   2026-10-15  RLM  Accept the two-legged transfer type XFER.
      *                    Its data starts with the to-account key,
      *                    which must be numeric, non-zero and not
      *                    the from-account (reason 07), and its
      *                    amount - the sum moved - must be greater
      *                    than zero (reason 08).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 WS-EDIT-DATA-BLANK                  VALUE '04'.
           88 WS-EDIT-BAD-AMOUNT                  VALUE '05'.
           88 WS-EDIT-BAD-EFF-DATE                VALUE '06'.
           88 WS-EDIT-BAD-TO-KEY                  VALUE '07'.
           88 WS-EDIT-BAD-XFER-AMOUNT             VALUE '08'.

       01  WS-EDIT-RECORD.
           05 WS-EDIT-REC-TYPE          PIC X(04).
               88 WS-EDIT-TYPE-STANDARD           VALUE 'TRAN'.
               88 WS-EDIT-TYPE-REVERSAL           VALUE 'RVSL'.
               88 WS-EDIT-TYPE-ADJUST             VALUE 'ADJS'.
               88 WS-EDIT-TYPE-TRANSFER           VALUE 'XFER'.
               88 WS-EDIT-TYPE-MAINT              VALUES 'OPEN'
                                                         'CLSE'
                                                         'HOLD'.
           05 WS-EDIT-KEY-NUM REDEFINES WS-EDIT-KEY
                                        PIC 9(08).
           05 WS-EDIT-DATA              PIC X(20).
      *    A TRANSFER'S DATA - THE TO-ACCOUNT, THEN A NARRATIVE.
           05 WS-EDIT-XFER-DATA REDEFINES WS-EDIT-DATA.
               10 WS-EDIT-TO-KEY        PIC X(08).
               10 WS-EDIT-TO-KEY-NUM REDEFINES WS-EDIT-TO-KEY
                                        PIC 9(08).
               10 FILLER                PIC X(12).
           05 WS-EDIT-AMOUNT            PIC X(12).
           05 WS-EDIT-AMOUNT-NUM REDEFINES WS-EDIT-AMOUNT
                                        PIC S9(09)V99
           IF NOT WS-EDIT-TYPE-STANDARD
              AND NOT WS-EDIT-TYPE-REVERSAL
              AND NOT WS-EDIT-TYPE-ADJUST
              AND NOT WS-EDIT-TYPE-TRANSFER
              AND NOT WS-EDIT-TYPE-MAINT
               SET WS-EDIT-BAD-REC-TYPE TO TRUE
               GO TO CC200-EXIT
               SET WS-EDIT-DATA-BLANK TO TRUE
               GO TO CC200-EXIT
           END-IF.
      *    A TRANSFER MUST NAME A REAL, DIFFERENT ACCOUNT TO PAY.
           IF WS-EDIT-TYPE-TRANSFER
               IF WS-EDIT-TO-KEY NOT NUMERIC
                   SET WS-EDIT-BAD-TO-KEY TO TRUE
                   GO TO CC200-EXIT
               END-IF
               IF WS-EDIT-TO-KEY-NUM = ZERO
                  OR WS-EDIT-TO-KEY-NUM = WS-EDIT-KEY-NUM
                   SET WS-EDIT-BAD-TO-KEY TO TRUE
                   GO TO CC200-EXIT
               END-IF
           END-IF.
      *    A BLANK AMOUNT IS AN OLDER FEED STILL SHIPPING THE SHORT
      *    RECORD - IT GOES THROUGH AS ZERO. ANYTHING ELSE MUST BE
      *    A PROPERLY SIGNED NUMERIC AMOUNT.
                   GO TO CC200-EXIT
               END-IF
           END-IF.
      *    THE SIGN OF A TRANSFER IS IN ITS DIRECTION - THE AMOUNT
      *    IS THE SUM MOVED AND MUST BE MORE THAN NOTHING.
           IF WS-EDIT-TYPE-TRANSFER
              AND WS-EDIT-AMOUNT-NUM NOT > ZERO
               SET WS-EDIT-BAD-XFER-AMOUNT TO TRUE
               GO TO CC200-EXIT
           END-IF.
      *    A BLANK EFFECTIVE DATE IS AN OLDER FEED - THE WORK
      *    POSTS TONIGHT. ANYTHING ELSE MUST BE A REAL YYYYMMDD
      *    FOR COB1'S WAREHOUSE TO DATE-COMPARE AGAINST.
