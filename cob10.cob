      *                    repair records, so rerunning the
      *                    back-out cannot "restore" a repair and
      *                    reinstate the bad postings it undid.
      *   2026-10-15  RLM  Back out the two legs of a transfer (XFER)
      *                    together. The legs are paired on the
      *                    journal's new PJR-XFER-REF, both must
      *                    still match their after-images before
      *                    either is touched, and a leg that cannot
      *                    be restored refuses its partner with it -
      *                    a back-out must not half-undo a transfer
      *                    any more than the posting may half-post
      *                    one. The restore and delete logic moves
      *                    to its own section so a leg and a single
      *                    posting unwind the same way.
      *   2026-10-15  RLM  Track the journal's new operator-ID
      *                    column. A back-out is a batch repair, not
      *                    an operator correction, so its BKO
      *                    records carry it blank.
      *   2026-10-15  RLM  Stamp the BKO records' PJR-POST-TIME as
      *                    HHMMSS off the full eight-digit clock, as
      *                    cob2 now does, so the cob22 forward
      *                    recovery can cut the journal at a point
      *                    in time.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 PJR-BATCH-ID              PIC X(08).
           05 PJR-BEFORE-IMAGE          PIC X(120).
           05 PJR-AFTER-IMAGE           PIC X(120).
           05 PJR-XFER-REF              PIC X(10).
           05 PJR-OPERATOR-ID           PIC X(08).

       FD  ACCT-MASTER-FILE.
       01  ACCT-MASTER-RECORD.
       77  WS-MASTER-FOUND-SW           PIC X(01) VALUE 'N'.
           88 WS-MASTER-FOUND                     VALUE 'Y'.

       77  WS-ENTRY-PROVEN-SW           PIC X(01) VALUE 'N'.
           88 WS-ENTRY-PROVEN                     VALUE 'Y'.

       77  WS-RESTORED-COUNT            PIC 9(07) VALUE ZERO.
       77  WS-DELETED-COUNT             PIC 9(07) VALUE ZERO.
       77  WS-REFUSED-COUNT             PIC 9(07) VALUE ZERO.
               10 WS-JRNL-POST-TIME     PIC X(06).
               10 WS-JRNL-BEFORE        PIC X(120).
               10 WS-JRNL-AFTER         PIC X(120).
               10 WS-JRNL-XFER-REF      PIC X(10).
               10 WS-JRNL-DONE-SW       PIC X(01).
                   88 WS-JRNL-DONE                VALUE 'Y'.

      *    A TRANSFER'S TWO LEGS SHARE ONE REFERENCE. WALKING
      *    NEWEST-FIRST MEETS THE TO-LEG FIRST; ITS PARTNER IS THE
      *    OLDER, NOT-YET-DONE ENTRY CARRYING THE SAME REFERENCE.
      *    EACH LEG'S PROOF RESULT AND REASON IS HELD UNTIL BOTH
      *    ARE KNOWN, SINCE EITHER FAILING REFUSES THE PAIR.
       77  WS-XFER-LEG-IDX              PIC 9(05) COMP VALUE ZERO.
       77  WS-XFER-PARTNER-IDX          PIC 9(05) COMP VALUE ZERO.
       77  WS-XFER-SCAN-IDX             PIC 9(05) COMP VALUE ZERO.
       77  WS-XFER-LEG-OK-SW            PIC X(01) VALUE 'N'.
           88 WS-XFER-LEG-OK                      VALUE 'Y'.
       77  WS-XFER-PARTNER-OK-SW        PIC X(01) VALUE 'N'.
           88 WS-XFER-PARTNER-OK                  VALUE 'Y'.
       77  WS-XFER-LEG-REASON           PIC X(30) VALUE SPACES.
       77  WS-XFER-PARTNER-REASON       PIC X(30) VALUE SPACES.
       77  WS-XFER-REFUSE-REASON        PIC X(30) VALUE SPACES.

      *    THE LIVE MASTER RECORD PADDED TO IMAGE WIDTH FOR THE
      *    AFTER-IMAGE PROOF.
           05 WS-SYSTEM-DATE            PIC 9(08).
           05 WS-SYSTEM-TIME            PIC 9(06).

      *    THE CLOCK AS HHMMSSHH. THE BKO RECORDS' POST TIME TAKES
      *    THE FIRST SIX DIGITS - HOURS, MINUTES, SECONDS.
       01  WS-CLOCK-TIME                PIC 9(08) VALUE ZERO.

      *    THE STATE A RESTORE LEFT BEHIND, HELD FOR THE BKO
      *    JOURNAL RECORD'S AFTER-IMAGE. A DELETE LEAVES NO RECORD
      *    AND CARRIES THE NO-PRIOR MARKER INSTEAD.
       BB000-INITIALIZE SECTION.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           STRING WS-SYSTEM-DATE DELIMITED BY SIZE
                  WS-SYSTEM-TIME DELIMITED BY SIZE
               INTO WS-RH-START-STAMP
                   TO WS-JRNL-BEFORE (WS-JRNL-COUNT)
               MOVE PJR-AFTER-IMAGE
                   TO WS-JRNL-AFTER (WS-JRNL-COUNT)
               MOVE PJR-XFER-REF
                   TO WS-JRNL-XFER-REF (WS-JRNL-COUNT)
               MOVE 'N' TO WS-JRNL-DONE-SW (WS-JRNL-COUNT)
           END-IF.

       CC000-NEXT.
      *  STILL MATCH THE POSTING'S AFTER-IMAGE - ANYTHING ELSE    *
      *  MEANS A LATER POSTING INTERVENED AND A BLIND RESTORE     *
      *  WOULD DESTROY IT, SO THE ENTRY IS REFUSED AND LISTED     *
      *  FOR A HAND REPAIR INSTEAD. A TRANSFER LEG GOES TO DD500  *
      *  TO BE UNWOUND WITH ITS PARTNER; THE PARTNER IS THEN      *
      *  MARKED DONE AND PASSED OVER WHEN THE WALK REACHES IT.    *
      *----------------------------------------------------------*
       DD100-BACK-OUT-ONE SECTION.
           IF WS-JRNL-DONE (WS-JRNL-IDX)
               GO TO DD100-EXIT
           END-IF.
           SET WS-JRNL-DONE (WS-JRNL-IDX) TO TRUE.
           IF WS-JRNL-XFER-REF (WS-JRNL-IDX) NOT = SPACES
               PERFORM DD500-BACK-OUT-TRANSFER THRU DD500-EXIT
               GO TO DD100-EXIT
           END-IF.
           PERFORM DD520-PROVE-ENTRY THRU DD520-EXIT.
           IF NOT WS-ENTRY-PROVEN
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 'REFUSED ' TO WD-ACTION
               PERFORM DD300-WRITE-DETAIL THRU DD300-EXIT
               GO TO DD100-EXIT
           END-IF.
           PERFORM DD600-RESTORE-ENTRY THRU DD600-EXIT.

       DD100-EXIT.
           EXIT.
           MOVE WS-JRNL-KEY (WS-JRNL-IDX) TO PJR-TRAN-KEY.
           MOVE 'BKO '                    TO PJR-REC-TYPE.
           MOVE WS-SYSTEM-DATE            TO PJR-POST-DATE.
           MOVE WS-CLOCK-TIME (1:6)       TO PJR-POST-TIME.
           MOVE WS-BKO-BATCH-ID           TO PJR-BATCH-ID.
           MOVE WS-LIVE-IMAGE             TO PJR-BEFORE-IMAGE.
           MOVE WS-RESTORE-IMAGE          TO PJR-AFTER-IMAGE.
           MOVE WS-JRNL-XFER-REF (WS-JRNL-IDX) TO PJR-XFER-REF.
           MOVE SPACES                    TO PJR-OPERATOR-ID.
           WRITE JOURNAL-RECORD.

       DD400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD500 - A TRANSFER LEG. FIND ITS PARTNER, PROVE BOTH     *
      *  LEGS AGAINST THE LIVE MASTER, AND RESTORE BOTH OR        *
      *  NEITHER. A LEG WHOSE PARTNER IS NOT IN THIS BATCH'S      *
      *  JOURNAL CANNOT BE UNWOUND AS A TRANSFER AND IS REFUSED.  *
      *  WS-JRNL-IDX IS POINTED AT EACH LEG IN TURN AND PUT BACK  *
      *  ON THE LEG THE WALK IS AT BEFORE LEAVING.                *
      *----------------------------------------------------------*
       DD500-BACK-OUT-TRANSFER SECTION.
           MOVE WS-JRNL-IDX TO WS-XFER-LEG-IDX.
           MOVE ZERO        TO WS-XFER-PARTNER-IDX.
           PERFORM DD510-FIND-PARTNER THRU DD510-EXIT
               VARYING WS-XFER-SCAN-IDX FROM WS-JRNL-IDX BY -1
               UNTIL WS-XFER-SCAN-IDX < 1
                  OR WS-XFER-PARTNER-IDX NOT = ZERO.
           IF WS-XFER-PARTNER-IDX = ZERO
               MOVE 'TRANSFER LEG MISSING' TO WS-XFER-REFUSE-REASON
               PERFORM DD530-REFUSE-LEG THRU DD530-EXIT
               GO TO DD500-EXIT
           END-IF.
           SET WS-JRNL-DONE (WS-XFER-PARTNER-IDX) TO TRUE.
      *    PROVE BOTH LEGS BEFORE TOUCHING EITHER.
           PERFORM DD520-PROVE-ENTRY THRU DD520-EXIT.
           MOVE WS-ENTRY-PROVEN-SW TO WS-XFER-LEG-OK-SW.
           MOVE WD-REASON          TO WS-XFER-LEG-REASON.
           MOVE WS-XFER-PARTNER-IDX TO WS-JRNL-IDX.
           PERFORM DD520-PROVE-ENTRY THRU DD520-EXIT.
           MOVE WS-ENTRY-PROVEN-SW TO WS-XFER-PARTNER-OK-SW.
           MOVE WD-REASON          TO WS-XFER-PARTNER-REASON.
           MOVE WS-XFER-LEG-IDX    TO WS-JRNL-IDX.
           IF WS-XFER-LEG-OK
              AND WS-XFER-PARTNER-OK
      *        RE-READ EACH LEG SO THE RECORD AREA AND THE LIVE
      *        IMAGE ARE ITS OWN WHEN IT IS RESTORED.
               PERFORM DD520-PROVE-ENTRY THRU DD520-EXIT
               PERFORM DD600-RESTORE-ENTRY THRU DD600-EXIT
               MOVE WS-XFER-PARTNER-IDX TO WS-JRNL-IDX
               PERFORM DD520-PROVE-ENTRY THRU DD520-EXIT
               PERFORM DD600-RESTORE-ENTRY THRU DD600-EXIT
               MOVE WS-XFER-LEG-IDX TO WS-JRNL-IDX
               GO TO DD500-EXIT
           END-IF.
      *    ONE LEG OR BOTH WILL NOT PROVE - THE PAIR IS REFUSED,
      *    EACH LEG LISTED WITH ITS OWN REASON OR ITS PARTNER'S.
           IF WS-XFER-LEG-OK
               MOVE 'PARTNER LEG REFUSED' TO WS-XFER-REFUSE-REASON
           ELSE
               MOVE WS-XFER-LEG-REASON TO WS-XFER-REFUSE-REASON
           END-IF.
           PERFORM DD530-REFUSE-LEG THRU DD530-EXIT.
           MOVE WS-XFER-PARTNER-IDX TO WS-JRNL-IDX.
           IF WS-XFER-PARTNER-OK
               MOVE 'PARTNER LEG REFUSED' TO WS-XFER-REFUSE-REASON
           ELSE
               MOVE WS-XFER-PARTNER-REASON TO WS-XFER-REFUSE-REASON
           END-IF.
           PERFORM DD530-REFUSE-LEG THRU DD530-EXIT.
           MOVE WS-XFER-LEG-IDX TO WS-JRNL-IDX.

       DD500-EXIT.
           EXIT.

       DD510-FIND-PARTNER SECTION.
           IF NOT WS-JRNL-DONE (WS-XFER-SCAN-IDX)
              AND WS-JRNL-XFER-REF (WS-XFER-SCAN-IDX)
                = WS-JRNL-XFER-REF (WS-XFER-LEG-IDX)
               MOVE WS-XFER-SCAN-IDX TO WS-XFER-PARTNER-IDX
           END-IF.

       DD510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD520 - PROVE ONE ENTRY: READ ITS ACCOUNT AND CHECK THE  *
      *  LIVE RECORD STILL MATCHES THE ENTRY'S AFTER-IMAGE. SETS  *
      *  THE DETAIL LINE'S ACCOUNT, TYPE AND TIME, AND THE REASON *
      *  WHEN THE ENTRY WILL NOT PROVE.                           *
      *----------------------------------------------------------*
       DD520-PROVE-ENTRY SECTION.
           MOVE 'N' TO WS-ENTRY-PROVEN-SW.
           MOVE WS-JRNL-KEY (WS-JRNL-IDX)       TO WD-ACCOUNT.
           MOVE WS-JRNL-REC-TYPE (WS-JRNL-IDX)  TO WD-REC-TYPE.
           MOVE WS-JRNL-POST-TIME (WS-JRNL-IDX) TO WD-POST-TIME.
           MOVE SPACES                          TO WD-REASON.
           PERFORM DD200-READ-MASTER THRU DD200-EXIT.
           IF NOT WS-MASTER-FOUND
               MOVE 'NO LIVE MASTER RECORD' TO WD-REASON
               GO TO DD520-EXIT
           END-IF.
           MOVE SPACES TO WS-LIVE-IMAGE.
           MOVE ACCT-MASTER-RECORD TO WS-LIVE-IMAGE.
           IF WS-LIVE-IMAGE NOT = WS-JRNL-AFTER (WS-JRNL-IDX)
               MOVE 'LATER POSTING INTERVENED' TO WD-REASON
               GO TO DD520-EXIT
           END-IF.
           SET WS-ENTRY-PROVEN TO TRUE.

       DD520-EXIT.
           EXIT.

       DD530-REFUSE-LEG SECTION.
           MOVE WS-JRNL-KEY (WS-JRNL-IDX)       TO WD-ACCOUNT.
           MOVE WS-JRNL-REC-TYPE (WS-JRNL-IDX)  TO WD-REC-TYPE.
           MOVE WS-JRNL-POST-TIME (WS-JRNL-IDX) TO WD-POST-TIME.
           MOVE WS-XFER-REFUSE-REASON           TO WD-REASON.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE 'REFUSED ' TO WD-ACTION.
           PERFORM DD300-WRITE-DETAIL THRU DD300-EXIT.

       DD530-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  DD600 - UNDO ONE PROVEN ENTRY. THE RECORD AREA AND THE   *
      *  LIVE IMAGE HOLD THE ACCOUNT AS THE POSTING LEFT IT.      *
      *----------------------------------------------------------*
       DD600-RESTORE-ENTRY SECTION.
      *    A POSTING THAT CREATED THE RECORD HAS NO PRIOR STATE TO
      *    PUT BACK - THE RESTORE IS A DELETE.
           IF WS-JRNL-BEFORE (WS-JRNL-IDX) (1:21)
                = '** NO PRIOR RECORD **'
               DELETE ACCT-MASTER-FILE
               ADD 1 TO WS-DELETED-COUNT
               MOVE '** NO PRIOR RECORD **' TO WS-RESTORE-IMAGE
               PERFORM DD400-JOURNAL-BACKOUT THRU DD400-EXIT
               MOVE 'DELETED ' TO WD-ACTION
               MOVE 'RUN CREATED THIS RECORD' TO WD-REASON
               PERFORM DD300-WRITE-DETAIL THRU DD300-EXIT
               GO TO DD600-EXIT
           END-IF.
           MOVE WS-JRNL-BEFORE (WS-JRNL-IDX)
               TO ACCT-MASTER-RECORD.
           REWRITE ACCT-MASTER-RECORD.
           ADD 1 TO WS-RESTORED-COUNT.
           MOVE SPACES TO WS-RESTORE-IMAGE.
           MOVE ACCT-MASTER-RECORD TO WS-RESTORE-IMAGE.
           PERFORM DD400-JOURNAL-BACKOUT THRU DD400-EXIT.
           MOVE 'RESTORED' TO WD-ACTION.
           MOVE 'BEFORE-IMAGE REINSTATED' TO WD-REASON.
           PERFORM DD300-WRITE-DETAIL THRU DD300-EXIT.

       DD600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  EE000-TERMINATE - TOTALS, CLOSE UP, AND SET THE STEP     *
      *  RETURN CODE: ANY REFUSED ENTRY LEAVES HAND REPAIR TO DO  *
