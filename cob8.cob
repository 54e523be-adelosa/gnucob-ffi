      *                    cob1. Warehoused (WH) audit records are
      *                    not postings and keep landing on the
      *                    exception report, not in the GL file.
      *   2026-10-15  RLM  Track the audit record's new record-type
      *                    column. A posted transfer (XFER) goes to
      *                    the ledger as its two legs - the amount
      *                    off the from-account, the same amount on
      *                    to the to-account - so every GL detail is
      *                    one account's movement. The legs cancel,
      *                    and cob1 keeps transfers out of the run
      *                    net, so the extract still ties.
      *   2026-10-15  RLM  Track the audit record's new operator-ID
      *                    column so the layouts stay in step with
      *                    cob1.
      *   2026-10-15  RLM  Balanced double-entry extract. Each posting
      *                    is mapped through the GLMAP reference file
      *                    (record type and source-ID, a blank source
      *                    covering every source of the type) to a
      *                    debit and a credit GL account, and goes to
      *                    GLEXTR as a debit line and a credit line;
      *                    a transfer debits its from-account and
      *                    credits its to-account. The extract closes
      *                    with one summary record per GL account and
      *                    a trailer carrying total debits and total
      *                    credits, which must agree. A posting with
      *                    no mapping goes to the GL suspense account
      *                    named on GLMAP's SUSP record and onto
      *                    GLEXCP. A zero-value record (a status
      *                    change) has nothing for the ledger and is
      *                    not extracted. The run-net proof against
      *                    RUNTOTAL is unchanged.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT GLMAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           05 AFR-STATUS                PIC X(02).
           05 AFR-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 AFR-REC-TYPE              PIC X(04).
           05 AFR-OPERATOR-ID           PIC X(08).

      *    ONE MAPPING PER RECORD TYPE AND SOURCE-ID. THE DEBIT
      *    AND CREDIT ACCOUNTS ARE FOR A POSTING THAT RAISES THE
      *    CUSTOMER'S BALANCE; ONE THAT LOWERS IT POSTS THE OTHER
      *    WAY ROUND. A BLANK SOURCE-ID MAPS EVERY SOURCE OF THE
      *    TYPE NOT MAPPED ON ITS OWN. THE SUSP RECORD NAMES THE GL
      *    SUSPENSE ACCOUNT AN UNMAPPED POSTING GOES TO.
       FD  GLMAP-FILE.
       01  GLMAP-RECORD.
           05 GLM-REC-TYPE              PIC X(04).
               88 GLM-SUSPENSE                    VALUE 'SUSP'.
           05 GLM-SOURCE-ID             PIC X(02).
           05 GLM-DEBIT-ACCOUNT         PIC X(10).
           05 GLM-CREDIT-ACCOUNT        PIC X(10).
           05 GLM-DESCRIPTION           PIC X(30).

       FD  EXTRACT-FILE.
       01  EXTRACT-HEADER-RECORD.
           05 GXH-REC-TYPE              PIC X(03).
           05 GXH-RUN-DATE              PIC X(08).
           05 GXH-BATCH-ID              PIC X(08).
           05 FILLER                    PIC X(53).
       01  EXTRACT-DETAIL-RECORD.
           05 GXD-REC-TYPE              PIC X(03).
           05 GXD-TRAN-KEY              PIC 9(08).
           05 GXD-TRAN-DATA             PIC X(20).
           05 GXD-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05 GXD-DR-CR                 PIC X(01).
           05 GXD-GL-ACCOUNT            PIC X(10).
           05 GXD-MAPPED-FLAG           PIC X(01).
           05 FILLER                    PIC X(11).
       01  EXTRACT-SUMMARY-RECORD.
           05 GXS-REC-TYPE              PIC X(03).
           05 GXS-GL-ACCOUNT            PIC X(10).
           05 GXS-LINE-COUNT            PIC 9(08).
           05 GXS-DEBIT-TOTAL           PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05 GXS-CREDIT-TOTAL          PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05 FILLER                    PIC X(19).
       01  EXTRACT-TRAILER-RECORD.
           05 GXT-REC-TYPE              PIC X(03).
           05 GXT-RECORD-COUNT          PIC 9(08).
           05 GXT-VALUE-TOTAL           PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05 GXT-DEBIT-TOTAL           PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05 GXT-CREDIT-TOTAL          PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05 GXT-BALANCED-FLAG         PIC X(01).
           05 FILLER                    PIC X(12).

       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD.
       WORKING-STORAGE SECTION.
       77  WS-RUNTOTAL-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-GLMAP-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-EXTRACT-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-EXCEPT-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-RUNHIST-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF-YES                          VALUE 'Y'.

       77  WS-MAP-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 WS-MAP-EOF-YES                      VALUE 'Y'.

       77  WS-SELECTED-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-EXTRACT-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-EXCEPT-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-UNMAPPED-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-NO-VALUE-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-EXTRACT-VALUE             PIC S9(13)V99 VALUE ZERO.
       77  WS-DEBIT-TOTAL               PIC S9(13)V99 VALUE ZERO.
       77  WS-CREDIT-TOTAL              PIC S9(13)V99 VALUE ZERO.
       77  WS-NET-DISPLAY               PIC +Z(12)9.99.
       77  WS-RETURN-CODE               PIC 9(04) COMP VALUE ZERO.

           05 WS-SYSTEM-DATE            PIC 9(08).
           05 WS-SYSTEM-TIME            PIC 9(06).

      *    A TRANSFER'S TO-ACCOUNT, OFF THE FRONT OF ITS DATA.
       01  WS-XFER-TO-KEY-X             PIC X(08) VALUE SPACES.
       01  WS-XFER-TO-KEY REDEFINES WS-XFER-TO-KEY-X
                                        PIC 9(08).

      *    THE GL MAPPINGS, LOADED UP FRONT, AND THE SUSPENSE
      *    ACCOUNTS OFF THE SUSP RECORD. A MAPPING FILE THAT WILL
      *    NOT LOAD, OR NAMES NO SUSPENSE ACCOUNT, STOPS THE RUN -
      *    THERE WOULD BE NOWHERE TO PUT AN UNMAPPED POSTING.
       77  WS-MAP-MAX                   PIC 9(05) COMP VALUE 00200.
       77  WS-MAP-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-MAP-IDX                   PIC 9(05) COMP VALUE ZERO.
       77  WS-MAP-HIT                   PIC 9(05) COMP VALUE ZERO.
       77  WS-MAP-TYPE-HIT              PIC 9(05) COMP VALUE ZERO.
       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 200 TIMES.
               10 WS-MAP-REC-TYPE       PIC X(04).
               10 WS-MAP-SOURCE-ID      PIC X(02).
               10 WS-MAP-DEBIT-ACCOUNT  PIC X(10).
               10 WS-MAP-CREDIT-ACCOUNT PIC X(10).
       01  WS-SUSPENSE-ACCOUNTS.
           05 WS-SUSP-DEBIT-ACCOUNT     PIC X(10) VALUE SPACES.
           05 WS-SUSP-CREDIT-ACCOUNT    PIC X(10) VALUE SPACES.

      *    THE POSTING BEING EXTRACTED: THE ACCOUNT EACH SIDE IS
      *    KEYED TO, THE GL ACCOUNT EACH SIDE GOES TO, AND THE
      *    SIZE OF THE POSTING.
       01  WS-POSTING-WORK.
           05 WS-PW-DEBIT-KEY           PIC 9(08).
           05 WS-PW-CREDIT-KEY          PIC 9(08).
           05 WS-PW-DEBIT-ACCOUNT       PIC X(10).
           05 WS-PW-CREDIT-ACCOUNT      PIC X(10).
           05 WS-PW-ABS-AMOUNT          PIC S9(09)V99.
           05 WS-PW-MAPPED-FLAG         PIC X(01).
               88 WS-PW-MAPPED                    VALUE 'Y'.
               88 WS-PW-UNMAPPED                  VALUE 'N'.

      *    ONE GL LINE ON ITS WAY OUT.
       01  WS-LINE-WORK.
           05 WS-LN-KEY                 PIC 9(08).
           05 WS-LN-DR-CR               PIC X(01).
               88 WS-LN-DEBIT                     VALUE 'D'.
               88 WS-LN-CREDIT                    VALUE 'C'.
           05 WS-LN-GL-ACCOUNT          PIC X(10).

      *    THE RUN'S TOTALS PER GL ACCOUNT, FOR THE SUMMARY
      *    RECORDS. A TABLE TOO SMALL FOR THE CHART LEAVES THE
      *    SUMMARY SHORT AND FAILS THE STEP.
       77  WS-GLS-MAX                   PIC 9(05) COMP VALUE 00500.
       77  WS-GLS-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-GLS-IDX                   PIC 9(05) COMP VALUE ZERO.
       77  WS-GLS-HIT                   PIC 9(05) COMP VALUE ZERO.
       77  WS-GLS-OVERFLOW-COUNT        PIC 9(08) VALUE ZERO.
       01  WS-GLS-TABLE.
           05 WS-GLS-ENTRY OCCURS 500 TIMES.
               10 WS-GLS-ACCOUNT        PIC X(10).
               10 WS-GLS-LINES          PIC 9(08).
               10 WS-GLS-DEBIT          PIC S9(13)V99.
               10 WS-GLS-CREDIT         PIC S9(13)V99.

      *    THE RUN TOTALS ARE COPIED HERE BEFORE RUNTOTAL-FILE IS
      *    CLOSED - THE FD RECORD AREA IS NOT OURS TO KEEP.
       01  WS-RUN-TOTALS.
           MOVE RTR-RUN-DATE   TO WS-RT-RUN-DATE.
           MOVE RTR-NET-AMOUNT TO WS-RT-NET-AMOUNT.
           CLOSE RUNTOTAL-FILE.
           PERFORM BB100-LOAD-GL-MAP THRU BB100-EXIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'COB8 - UNABLE TO OPEN AUDIT-FILE, STATUS = '
       BB000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  BB100 - LOAD THE GL MAPPINGS. EVERY MAPPING MUST NAME A  *
      *  DEBIT AND A CREDIT ACCOUNT, AND THE FILE MUST NAME THE   *
      *  SUSPENSE ACCOUNT. A MISSING OR BAD FILE, OR MORE         *
      *  MAPPINGS THAN THE TABLE HOLDS, STOPS THE RUN BEFORE ANY  *
      *  OF THE EXTRACT IS WRITTEN.                               *
      *----------------------------------------------------------*
       BB100-LOAD-GL-MAP SECTION.
           OPEN INPUT GLMAP-FILE.
           IF WS-GLMAP-FILE-STATUS NOT = '00'
               DISPLAY 'COB8 - UNABLE TO OPEN GLMAP-FILE, STATUS = '
                   WS-GLMAP-FILE-STATUS
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM BB110-LOAD-ONE-MAPPING THRU BB110-EXIT
               UNTIL WS-MAP-EOF-YES.
           CLOSE GLMAP-FILE.
           IF WS-SUSP-DEBIT-ACCOUNT = SPACES
               DISPLAY 'COB8 - GLMAP-FILE NAMES NO SUSP ACCOUNT'
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'COB8 LOADED ' WS-MAP-COUNT ' GL MAPPINGS'.

       BB100-EXIT.
           EXIT.

       BB110-LOAD-ONE-MAPPING SECTION.
           READ GLMAP-FILE
               AT END
                   SET WS-MAP-EOF-YES TO TRUE
                   GO TO BB110-EXIT
           END-READ.
           IF GLM-REC-TYPE = SPACES
              OR GLM-DEBIT-ACCOUNT = SPACES
              OR GLM-CREDIT-ACCOUNT = SPACES
               DISPLAY 'COB8 - INVALID GL MAPPING: ' GLMAP-RECORD
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF GLM-SUSPENSE
               MOVE GLM-DEBIT-ACCOUNT  TO WS-SUSP-DEBIT-ACCOUNT
               MOVE GLM-CREDIT-ACCOUNT TO WS-SUSP-CREDIT-ACCOUNT
               GO TO BB110-EXIT
           END-IF.
           IF WS-MAP-COUNT NOT < WS-MAP-MAX
               DISPLAY 'COB8 - GL MAPPINGS EXCEED ' WS-MAP-MAX
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-MAP-COUNT.
           MOVE GLM-REC-TYPE       TO WS-MAP-REC-TYPE (WS-MAP-COUNT).
           MOVE GLM-SOURCE-ID      TO WS-MAP-SOURCE-ID (WS-MAP-COUNT).
           MOVE GLM-DEBIT-ACCOUNT
               TO WS-MAP-DEBIT-ACCOUNT (WS-MAP-COUNT).
           MOVE GLM-CREDIT-ACCOUNT
               TO WS-MAP-CREDIT-ACCOUNT (WS-MAP-COUNT).

       BB110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC000 - ROUTE ONE OF THE RUN'S AUDIT RECORDS: STATUS 00  *
      *  GOES TO THE GL AS A DETAIL, ANYTHING ELSE GOES TO THE    *
              OR AFR-RUN-DATE NOT = WS-RT-RUN-DATE
               GO TO CC000-NEXT
           END-IF.
           ADD 1 TO WS-SELECTED-COUNT.
           IF AFR-STATUS = '00'
               PERFORM CC200-WRITE-DETAIL THRU CC200-EXIT
           ELSE
       CC100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC200 - ONE POSTING TO THE LEDGER AS A DEBIT LINE AND A  *
      *  CREDIT LINE OF THE SAME SIZE. A POSTING THAT RAISES THE  *
      *  BALANCE TAKES THE MAPPING AS IT STANDS; ONE THAT LOWERS  *
      *  IT SWAPS THE SIDES. A TRANSFER'S DEBIT IS KEYED TO ITS   *
      *  FROM-ACCOUNT AND ITS CREDIT TO ITS TO-ACCOUNT (THE FRONT *
      *  OF THE TRANSACTION DATA); IT MOVES NOTHING IN THE RUN    *
      *  NET, SO IT ADDS NOTHING TO THE EXTRACT VALUE.            *
      *----------------------------------------------------------*
       CC200-WRITE-DETAIL SECTION.
           IF AFR-AMOUNT = ZERO
               ADD 1 TO WS-NO-VALUE-COUNT
               GO TO CC200-EXIT
           END-IF.
           PERFORM CC210-FIND-MAPPING THRU CC210-EXIT.
           IF AFR-AMOUNT < ZERO
               COMPUTE WS-PW-ABS-AMOUNT = ZERO - AFR-AMOUNT
               MOVE WS-PW-DEBIT-ACCOUNT  TO WS-LN-GL-ACCOUNT
               MOVE WS-PW-CREDIT-ACCOUNT TO WS-PW-DEBIT-ACCOUNT
               MOVE WS-LN-GL-ACCOUNT     TO WS-PW-CREDIT-ACCOUNT
           ELSE
               MOVE AFR-AMOUNT TO WS-PW-ABS-AMOUNT
           END-IF.
           MOVE AFR-TRAN-KEY TO WS-PW-DEBIT-KEY.
           MOVE AFR-TRAN-KEY TO WS-PW-CREDIT-KEY.
           IF AFR-REC-TYPE = 'XFER'
               MOVE AFR-LINKAGE1-DATA (1:8) TO WS-XFER-TO-KEY-X
               IF WS-XFER-TO-KEY-X NUMERIC
                   MOVE WS-XFER-TO-KEY TO WS-PW-CREDIT-KEY
               ELSE
                   MOVE ZERO           TO WS-PW-CREDIT-KEY
               END-IF
           ELSE
               ADD AFR-AMOUNT TO WS-EXTRACT-VALUE
           END-IF.
           MOVE WS-PW-DEBIT-KEY      TO WS-LN-KEY.
           SET WS-LN-DEBIT           TO TRUE.
           MOVE WS-PW-DEBIT-ACCOUNT  TO WS-LN-GL-ACCOUNT.
           PERFORM CC220-WRITE-GL-LINE THRU CC220-EXIT.
           MOVE WS-PW-CREDIT-KEY     TO WS-LN-KEY.
           SET WS-LN-CREDIT          TO TRUE.
           MOVE WS-PW-CREDIT-ACCOUNT TO WS-LN-GL-ACCOUNT.
           PERFORM CC220-WRITE-GL-LINE THRU CC220-EXIT.
           IF WS-PW-UNMAPPED
               PERFORM CC260-WRITE-UNMAPPED THRU CC260-EXIT
           END-IF.

       CC200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC210 - THE POSTING'S GL ACCOUNTS: ITS TYPE AND SOURCE   *
      *  MAPPED TOGETHER FIRST, THEN ITS TYPE FOR ANY SOURCE,     *
      *  THEN THE SUSPENSE ACCOUNT.                               *
      *----------------------------------------------------------*
       CC210-FIND-MAPPING SECTION.
           MOVE ZERO TO WS-MAP-HIT.
           MOVE ZERO TO WS-MAP-TYPE-HIT.
           PERFORM CC215-MATCH-ONE-MAPPING THRU CC215-EXIT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
                  OR WS-MAP-HIT NOT = ZERO.
           IF WS-MAP-HIT = ZERO
               MOVE WS-MAP-TYPE-HIT TO WS-MAP-HIT
           END-IF.
           IF WS-MAP-HIT = ZERO
               SET WS-PW-UNMAPPED TO TRUE
               MOVE WS-SUSP-DEBIT-ACCOUNT  TO WS-PW-DEBIT-ACCOUNT
               MOVE WS-SUSP-CREDIT-ACCOUNT TO WS-PW-CREDIT-ACCOUNT
               GO TO CC210-EXIT
           END-IF.
           SET WS-PW-MAPPED TO TRUE.
           MOVE WS-MAP-DEBIT-ACCOUNT (WS-MAP-HIT)
               TO WS-PW-DEBIT-ACCOUNT.
           MOVE WS-MAP-CREDIT-ACCOUNT (WS-MAP-HIT)
               TO WS-PW-CREDIT-ACCOUNT.

       CC210-EXIT.
           EXIT.

       CC215-MATCH-ONE-MAPPING SECTION.
           IF WS-MAP-REC-TYPE (WS-MAP-IDX) NOT = AFR-REC-TYPE
               GO TO CC215-EXIT
           END-IF.
           IF WS-MAP-SOURCE-ID (WS-MAP-IDX) = AFR-SOURCE-ID
               MOVE WS-MAP-IDX TO WS-MAP-HIT
               GO TO CC215-EXIT
           END-IF.
           IF WS-MAP-SOURCE-ID (WS-MAP-IDX) = SPACES
              AND WS-MAP-TYPE-HIT = ZERO
               MOVE WS-MAP-IDX TO WS-MAP-TYPE-HIT
           END-IF.

       CC215-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC220 - ONE GL LINE TO THE EXTRACT, INTO THE DEBIT OR    *
      *  CREDIT TOTAL, AND INTO ITS GL ACCOUNT'S SUMMARY.         *
      *----------------------------------------------------------*
       CC220-WRITE-GL-LINE SECTION.
           MOVE SPACES            TO EXTRACT-DETAIL-RECORD.
           MOVE 'DTL'             TO GXD-REC-TYPE.
           MOVE WS-LN-KEY         TO GXD-TRAN-KEY.
           MOVE AFR-REC-TYPE      TO GXD-TRAN-TYPE.
           MOVE AFR-SOURCE-ID     TO GXD-SOURCE-ID.
           MOVE AFR-LINKAGE1-DATA TO GXD-TRAN-DATA.
           MOVE WS-PW-ABS-AMOUNT  TO GXD-AMOUNT.
           MOVE WS-LN-DR-CR       TO GXD-DR-CR.
           MOVE WS-LN-GL-ACCOUNT  TO GXD-GL-ACCOUNT.
           MOVE WS-PW-MAPPED-FLAG TO GXD-MAPPED-FLAG.
           WRITE EXTRACT-DETAIL-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
           IF WS-LN-DEBIT
               ADD WS-PW-ABS-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-PW-ABS-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
           PERFORM CC230-ADD-TO-SUMMARY THRU CC230-EXIT.

       CC220-EXIT.
           EXIT.

       CC230-ADD-TO-SUMMARY SECTION.
           MOVE ZERO TO WS-GLS-HIT.
           PERFORM CC235-MATCH-ONE-SUMMARY THRU CC235-EXIT
               VARYING WS-GLS-IDX FROM 1 BY 1
               UNTIL WS-GLS-IDX > WS-GLS-COUNT
                  OR WS-GLS-HIT NOT = ZERO.
           IF WS-GLS-HIT = ZERO
               IF WS-GLS-COUNT = WS-GLS-MAX
                   ADD 1 TO WS-GLS-OVERFLOW-COUNT
                   GO TO CC230-EXIT
               END-IF
               ADD 1 TO WS-GLS-COUNT
               MOVE WS-GLS-COUNT     TO WS-GLS-HIT
               MOVE WS-LN-GL-ACCOUNT TO WS-GLS-ACCOUNT (WS-GLS-HIT)
               MOVE ZERO TO WS-GLS-LINES (WS-GLS-HIT)
               MOVE ZERO TO WS-GLS-DEBIT (WS-GLS-HIT)
               MOVE ZERO TO WS-GLS-CREDIT (WS-GLS-HIT)
           END-IF.
           ADD 1 TO WS-GLS-LINES (WS-GLS-HIT).
           IF WS-LN-DEBIT
               ADD WS-PW-ABS-AMOUNT TO WS-GLS-DEBIT (WS-GLS-HIT)
           ELSE
               ADD WS-PW-ABS-AMOUNT TO WS-GLS-CREDIT (WS-GLS-HIT)
           END-IF.

       CC230-EXIT.
           EXIT.

       CC235-MATCH-ONE-SUMMARY SECTION.
           IF WS-GLS-ACCOUNT (WS-GLS-IDX) = WS-LN-GL-ACCOUNT
               MOVE WS-GLS-IDX TO WS-GLS-HIT
           END-IF.

       CC235-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CC260 - A POSTING WITH NO MAPPING HAS GONE TO THE GL     *
      *  SUSPENSE ACCOUNT. IT IS LISTED ON THE EXCEPTION REPORT   *
      *  SO THE GL TEAM CAN RECLASS IT AND ADD THE MAPPING.       *
      *----------------------------------------------------------*
       CC260-WRITE-UNMAPPED SECTION.
           MOVE SPACES            TO EXCEPT-RECORD.
           MOVE AFR-TRAN-KEY      TO EXC-TRAN-KEY.
           MOVE AFR-SOURCE-ID     TO EXC-SOURCE-ID.
           MOVE AFR-STATUS        TO EXC-STATUS.
           MOVE AFR-LINKAGE1-DATA TO EXC-TRAN-DATA.
           MOVE AFR-AMOUNT        TO EXC-AMOUNT.
           MOVE 'NO GL MAP - SUSPENSE' TO EXC-RESULT-DATA.
           WRITE EXCEPT-RECORD.
           ADD 1 TO WS-UNMAPPED-COUNT.

       CC260-EXIT.
           EXIT.

       CC300-WRITE-EXCEPTION SECTION.
           EXIT.

      *----------------------------------------------------------*
      *  DD000-TERMINATE - WRITE THE GL ACCOUNT SUMMARIES AND THE *
      *  EXTRACT TRAILER, PROVE DEBITS EQUAL CREDITS AND THE      *
      *  EXTRACT VALUE AGAINST THE RUN NET COB1 REPORTED, AND     *
      *  CLOSE UP. A MISMATCH FLAGS THE RUN RATHER THAN SHIPPING  *
      *  A FILE NOBODY HAS PROVEN.                                *
      *----------------------------------------------------------*
       DD000-TERMINATE SECTION.
           PERFORM DD100-WRITE-ONE-SUMMARY THRU DD100-EXIT
               VARYING WS-GLS-IDX FROM 1 BY 1
               UNTIL WS-GLS-IDX > WS-GLS-COUNT.
           MOVE SPACES             TO EXTRACT-TRAILER-RECORD.
           MOVE 'TRL'              TO GXT-REC-TYPE.
           MOVE WS-EXTRACT-COUNT   TO GXT-RECORD-COUNT.
           MOVE WS-EXTRACT-VALUE   TO GXT-VALUE-TOTAL.
           MOVE WS-DEBIT-TOTAL     TO GXT-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL    TO GXT-CREDIT-TOTAL.
           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
               MOVE 'Y' TO GXT-BALANCED-FLAG
           ELSE
               MOVE 'N' TO GXT-BALANCED-FLAG
           END-IF.
           WRITE EXTRACT-TRAILER-RECORD.
           CLOSE AUDIT-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE EXCEPT-FILE.
           MOVE WS-EXTRACT-VALUE TO WS-NET-DISPLAY.
           DISPLAY 'COB8 EXTRACTED ' WS-EXTRACT-COUNT
               ' GL LINES, VALUE ' WS-NET-DISPLAY
               ', EXCLUDED ' WS-EXCEPT-COUNT
               ', NO VALUE ' WS-NO-VALUE-COUNT.
           MOVE WS-DEBIT-TOTAL TO WS-NET-DISPLAY.
           DISPLAY 'COB8 TOTAL DEBITS  ' WS-NET-DISPLAY.
           MOVE WS-CREDIT-TOTAL TO WS-NET-DISPLAY.
           DISPLAY 'COB8 TOTAL CREDITS ' WS-NET-DISPLAY.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY 'COB8 - EXTRACT DOES NOT BALANCE, DEBITS NOT '
                   'EQUAL TO CREDITS'
               MOVE 0008 TO WS-RETURN-CODE
           END-IF.
           IF WS-GLS-OVERFLOW-COUNT > ZERO
               DISPLAY 'COB8 - GL SUMMARY TABLE FULL, '
                   WS-GLS-OVERFLOW-COUNT ' LINES NOT SUMMARISED'
               MOVE 0008 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-EXTRACT-VALUE TO WS-NET-DISPLAY.
           IF WS-EXTRACT-VALUE = WS-RT-NET-AMOUNT
               DISPLAY 'COB8 EXTRACT VALUE TIES TO RUN NET'
           ELSE
               MOVE WS-RT-NET-AMOUNT TO WS-NET-DISPLAY
               DISPLAY 'COB8 - EXTRACT VALUE DOES NOT TIE TO RUN '
                   'NET ' WS-NET-DISPLAY
               IF WS-RETURN-CODE < 0004
                   MOVE 0004 TO WS-RETURN-CODE
               END-IF
           END-IF.
           IF WS-UNMAPPED-COUNT > ZERO
               DISPLAY 'COB8 - ' WS-UNMAPPED-COUNT
                   ' POSTINGS HAVE NO GL MAPPING - SENT TO SUSPENSE '
                   WS-SUSP-DEBIT-ACCOUNT
               IF WS-RETURN-CODE < 0004
                   MOVE 0004 TO WS-RETURN-CODE
               END-IF
           END-IF.

       DD000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD100 - ONE GL ACCOUNT'S SUMMARY FOR THE RUN: ITS LINE   *
      *  COUNT AND ITS DEBIT AND CREDIT TOTALS.                   *
      *----------------------------------------------------------*
       DD100-WRITE-ONE-SUMMARY SECTION.
           MOVE SPACES                      TO EXTRACT-SUMMARY-RECORD.
           MOVE 'SUM'                       TO GXS-REC-TYPE.
           MOVE WS-GLS-ACCOUNT (WS-GLS-IDX) TO GXS-GL-ACCOUNT.
           MOVE WS-GLS-LINES (WS-GLS-IDX)   TO GXS-LINE-COUNT.
           MOVE WS-GLS-DEBIT (WS-GLS-IDX)   TO GXS-DEBIT-TOTAL.
           MOVE WS-GLS-CREDIT (WS-GLS-IDX)  TO GXS-CREDIT-TOTAL.
           WRITE EXTRACT-SUMMARY-RECORD.

       DD100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  EE000 - APPEND THIS STEP'S RECORD TO THE COMMON RUN     *
      *  HISTORY FILE FOR THE COB15 NIGHTLY RUN SHEET.            *
           MOVE 'COB8    ' TO RHR-PROGRAM.
           MOVE WS-RT-BATCH-ID TO RHR-BATCH-ID.
           MOVE WS-RT-RUN-DATE TO RHR-RUN-DATE.
           MOVE WS-SELECTED-COUNT TO RHR-RECORDS-IN.
           MOVE WS-EXTRACT-COUNT TO RHR-RECORDS-OUT.
           MOVE WS-RETURN-CODE TO RHR-RETURN-CODE.
           MOVE WS-RH-START-STAMP TO RHR-START-TIMESTAMP.
