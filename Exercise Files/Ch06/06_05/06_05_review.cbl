       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIKIREVIEW.
      * REVIEWER MODE FOR THE WIKI. STEPS THROUGH THE CHANGES
      * CH6SOLUTION HAS QUEUED ON WIKIPEND.DAT FOR CATEGORIES THAT
      * REQUIRE APPROVAL, SHOWS WHAT EACH ONE WOULD CHANGE, AND
      * EITHER APPROVES IT - APPLYING IT TO WIKIIDX.DAT AND WRITING
      * THE USUAL WIKIJRNL.DAT ROW - OR REJECTS IT WITH A NOTE. EACH
      * DECIDED CHANGE MOVES TO THE HISTORY FILE WIKIPEND.HST AND
      * THE QUEUE IS REWRITTEN WITH ONLY THE CHANGES STILL WAITING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT WIKIFILE ASSIGN TO "WIKIIDX.DAT"
        FILE STATUS IS FILE-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WIKI-ID-IDX
           ALTERNATE RECORD KEY IS WIKI-TOPIC-IDX
              WITH DUPLICATES.

       SELECT WIKIJOURNAL ASSIGN TO "WIKIJRNL.DAT"
           FILE STATUS IS WS-JRNL-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WIKIPENDING ASSIGN TO "WIKIPEND.DAT"
           FILE STATUS IS WS-PEND-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    CH6SOLUTION CAN QUEUE A CHANGE WHILE A REVIEW IS RUNNING.
      *    ANY ROW ADDED SINCE THE QUEUE WAS LOADED IS HELD HERE
      *    WHILE THE QUEUE IS REWRITTEN, THEN PUT BACK AFTER IT.
       SELECT WIKIPENDNEW ASSIGN TO "WIKIPEND.TMP"
           FILE STATUS IS WS-PNEW-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    EVERY DECIDED CHANGE, APPROVED OR REJECTED, WITH WHO
      *    DECIDED IT AND WHEN - APPENDED, NEVER REWRITTEN.
       SELECT WIKIPENDHIST ASSIGN TO "WIKIPEND.HST"
           FILE STATUS IS WS-PHST-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    AN APPROVED DELETE TAKES THE TOPIC'S OWN OUTBOUND LINKS
      *    WITH IT, THE SAME AS A DIRECT DELETE IN CH6SOLUTION.
       SELECT WIKILINKS ASSIGN TO "WIKILINK.DAT"
           FILE STATUS IS WS-LINK-STATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LNK-KEY
           ALTERNATE RECORD KEY IS LNK-TO-ID
              WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD WIKIFILE.
       01 WIKIRECORDIDX.
          05 WIKI-TOPIC-IDX         PIC X(50).
          05 WIKI-ID-IDX            PIC 9(8).
          05 WIKI-COMMENT-IDX       PIC X(100).
          05 WIKI-CATEGORY-IDX      PIC X(10).

       FD WIKIJOURNAL.
       01 WIKIJOURNAL-RECORD.
           05 JRN-ACTION            PIC X(1).
           05 JRN-DATE              PIC 9(8).
           05 JRN-TIME              PIC 9(8).
           05 JRN-BEFORE            PIC X(168).
           05 JRN-AFTER             PIC X(168).

       FD WIKIPENDING.
       01 WIKIPENDING-RECORD        PIC X(418).

       FD WIKIPENDNEW.
       01 WIKIPENDNEW-RECORD        PIC X(418).

       FD WIKIPENDHIST.
       01 WIKIPENDHIST-RECORD       PIC X(418).

       FD WIKILINKS.
       01 WIKILINK-RECORD.
           05 LNK-KEY.
              10 LNK-FROM-ID        PIC 9(8).
              10 LNK-TO-ID          PIC 9(8).
           05 LNK-TYPE              PIC X(10).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
               88 RECORDFOUND      VALUE "00".
           05  WS-JRNL-STATUS      PIC X(2).
           05  WS-PEND-STATUS      PIC X(2).
           05  WS-PNEW-STATUS      PIC X(2).
           05  WS-PHST-STATUS      PIC X(2).
           05  WS-HIST-SW          PIC X(1) VALUE 'N'.
               88 WS-HIST-WRITTEN  VALUE 'Y'.
           05  WS-LINK-STATUS      PIC X(2).
           05  WS-LINK-OPEN-SW     PIC X(1) VALUE 'N'.
               88 WS-LINK-OPEN     VALUE 'Y'.
           05  WS-LINK-SWITCH      PIC X(1) VALUE 'N'.
               88 WS-LINK-DONE     VALUE 'Y'.
           05  WS-LINK-TOPIC-ID    PIC 9(8).
           05  WS-REVIEWER-ID      PIC X(8) VALUE SPACES.
           05  WS-TODAY            PIC 9(8).
           05  WS-NOW              PIC 9(8).
           05  WS-ANSWER           PIC X(1).
           05  WS-QUIT-SW          PIC X(1) VALUE 'N'.
               88 WS-REVIEW-QUIT   VALUE 'Y'.
           05  WS-APPLIED-SW       PIC X(1) VALUE 'N'.
               88 WS-CHANGE-APPLIED VALUE 'Y'.
           05  WS-PEND-EOF-SW      PIC X(1) VALUE 'N'.
               88 WS-PEND-EOF      VALUE 'Y'.
           05  WS-PEND-OVERFLOW-SW PIC X(1) VALUE 'N'.
               88 WS-PEND-OVERFLOW VALUE 'Y'.
           05  WS-CURRENT-IMAGE.
               10 WS-CUR-ID        PIC X(8).
               10 WS-CUR-TOPIC     PIC X(50).
               10 WS-CUR-COMMENT   PIC X(100).
               10 WS-CUR-CATEGORY  PIC X(10).

       01  WS-COUNTERS.
           05  WS-PEND-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-PEND-SUBIDX      PIC 9(4) VALUE ZERO.
           05  WS-WAITING-COUNT    PIC 9(4) VALUE ZERO.
           05  WS-APPROVED-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-REJECTED-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-SKIPPED-COUNT    PIC 9(4) VALUE ZERO.
           05  WS-LEFT-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-LINK-DROP-COUNT  PIC 9(4) VALUE ZERO.
           05  WS-REREAD-COUNT     PIC 9(4) VALUE ZERO.
           05  WS-ARRIVED-COUNT    PIC 9(4) VALUE ZERO.
           05  WS-HIST-COUNT       PIC 9(4) VALUE ZERO.

      *    WIKIPEND.DAT IS READ WHOLE INTO STORAGE AND EACH DECISION
      *    IS MARKED ON ITS ROW HERE. AT THE END THE DECIDED ROWS GO
      *    TO WIKIPEND.HST AND ONLY THE ROWS STILL WAITING ARE
      *    WRITTEN BACK, SO THE QUEUE HOLDS NOTHING BUT OPEN WORK. A
      *    QUEUE LARGER THAN THE TABLE IS REFUSED, SO NO ROW IS LOST.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 1000 TIMES.
               10 WS-PT-ACTION         PIC X(1).
               10 WS-PT-PROPOSER       PIC X(8).
               10 WS-PT-DATE           PIC 9(8).
               10 WS-PT-TIME           PIC 9(8).
               10 WS-PT-STATUS         PIC X(1).
                  88 WS-PT-PENDING     VALUE 'P'.
               10 WS-PT-REVIEWER       PIC X(8).
               10 WS-PT-REVIEW-DATE    PIC 9(8).
               10 WS-PT-NOTE           PIC X(40).
               10 WS-PT-BEFORE.
                  15 WS-PTB-ID         PIC X(8).
                  15 WS-PTB-TOPIC      PIC X(50).
                  15 WS-PTB-COMMENT    PIC X(100).
                  15 WS-PTB-CATEGORY   PIC X(10).
               10 WS-PT-AFTER.
                  15 WS-PTA-ID         PIC X(8).
                  15 WS-PTA-TOPIC      PIC X(50).
                  15 WS-PTA-COMMENT    PIC X(100).
                  15 WS-PTA-CATEGORY   PIC X(10).

       PROCEDURE DIVISION.

       0100-START.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT WIKIPENDING.
           IF WS-PEND-STATUS = "35"
               DISPLAY "NO WIKIPEND.DAT - NOTHING TO REVIEW."
               PERFORM 9000-END-PROGRAM
           END-IF.
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR OPENING WIKIPEND.DAT - STATUS: ",
                   WS-PEND-STATUS
               PERFORM 9000-END-PROGRAM
           END-IF.

           PERFORM 0150-LOAD-PENDING UNTIL WS-PEND-EOF.
           CLOSE WIKIPENDING.

           IF WS-PEND-OVERFLOW
               DISPLAY "WIKIPEND.DAT HOLDS MORE THAN 1000 ROWS - ",
                   "REVIEW NOT STARTED."
               PERFORM 9000-END-PROGRAM
           END-IF.

           IF WS-WAITING-COUNT = ZERO
               DISPLAY "NO CHANGES ARE WAITING FOR REVIEW."
               PERFORM 9000-END-PROGRAM
           END-IF.

           OPEN I-O WIKIFILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR OPENING WIKIIDX.DAT - STATUS: ",
                   FILE-CHECK-KEY
               PERFORM 9000-END-PROGRAM
           END-IF.

           OPEN I-O WIKILINKS.
           IF WS-LINK-STATUS = "00"
               SET WS-LINK-OPEN TO TRUE
           END-IF.

           DISPLAY "CHANGES WAITING FOR REVIEW: ", WS-WAITING-COUNT.
           PERFORM 0160-ACCEPT-REVIEWER-ID
               UNTIL WS-REVIEWER-ID NOT = SPACES.

           PERFORM VARYING WS-PEND-SUBIDX FROM 1 BY 1
               UNTIL WS-PEND-SUBIDX > WS-PEND-COUNT
               OR WS-REVIEW-QUIT
               IF WS-PT-PENDING(WS-PEND-SUBIDX)
                   PERFORM 0200-REVIEW-ONE-CHANGE
               END-IF
           END-PERFORM.

           CLOSE WIKIFILE.
           IF WS-LINK-OPEN
               CLOSE WIKILINKS
           END-IF.

           PERFORM 0500-REWRITE-PENDING.

           DISPLAY "CHANGES APPROVED:     ", WS-APPROVED-COUNT.
           DISPLAY "CHANGES REJECTED:     ", WS-REJECTED-COUNT.
           COMPUTE WS-LEFT-COUNT = WS-WAITING-COUNT
               - WS-APPROVED-COUNT - WS-REJECTED-COUNT.
           DISPLAY "CHANGES SKIPPED:      ", WS-SKIPPED-COUNT.
           DISPLAY "CHANGES LEFT WAITING: ", WS-LEFT-COUNT.

           PERFORM 9000-END-PROGRAM.

       0150-LOAD-PENDING.

           READ WIKIPENDING
               AT END
                   SET WS-PEND-EOF TO TRUE
               NOT AT END
                   IF WS-PEND-COUNT >= 1000
                       SET WS-PEND-OVERFLOW TO TRUE
                       SET WS-PEND-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-PEND-COUNT
                       MOVE WIKIPENDING-RECORD
                           TO WS-PEND-ENTRY(WS-PEND-COUNT)
                       IF WS-PT-PENDING(WS-PEND-COUNT)
                           ADD 1 TO WS-WAITING-COUNT
                       END-IF
                   END-IF
           END-READ.

       0160-ACCEPT-REVIEWER-ID.

           DISPLAY "ENTER REVIEWER ID: " WITH NO ADVANCING.
           ACCEPT WS-REVIEWER-ID.

      *    A REVIEWER MAY NOT PASS THEIR OWN CHANGE - THE POINT OF
      *    THE QUEUE IS A SECOND PAIR OF EYES.
       0200-REVIEW-ONE-CHANGE.

           DISPLAY " ".
           EVALUATE WS-PT-ACTION(WS-PEND-SUBIDX)
               WHEN 'A'
                   DISPLAY "PROPOSED ADD OF ",
                       WS-PTA-ID(WS-PEND-SUBIDX)
               WHEN 'U'
                   DISPLAY "PROPOSED UPDATE OF ",
                       WS-PTB-ID(WS-PEND-SUBIDX)
               WHEN 'D'
                   DISPLAY "PROPOSED DELETE OF ",
                       WS-PTB-ID(WS-PEND-SUBIDX)
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION '",
                       WS-PT-ACTION(WS-PEND-SUBIDX), "'"
           END-EVALUATE.
           DISPLAY "  PROPOSED BY ", WS-PT-PROPOSER(WS-PEND-SUBIDX),
               " ON ", WS-PT-DATE(WS-PEND-SUBIDX),
               " AT ", WS-PT-TIME(WS-PEND-SUBIDX).

           PERFORM 0210-SHOW-DIFFERENCES.

           IF WS-PT-PROPOSER(WS-PEND-SUBIDX) = WS-REVIEWER-ID
               DISPLAY "  YOUR OWN CHANGE - LEFT FOR ANOTHER ",
                   "REVIEWER."
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               DISPLAY "APPROVE (A), REJECT (R), SKIP (S), ",
                   "QUIT (Q)? " WITH NO ADVANCING
               MOVE SPACE TO WS-ANSWER
               ACCEPT WS-ANSWER
               EVALUATE WS-ANSWER
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM 0300-APPROVE-CHANGE
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM 0400-REJECT-CHANGE
                   WHEN 'Q'
                   WHEN 'q'
                       SET WS-REVIEW-QUIT TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-SKIPPED-COUNT
               END-EVALUATE
           END-IF.

      *    AN ADD SHOWS THE NEW TOPIC, A DELETE THE TOPIC BEING
      *    REMOVED, AND AN UPDATE ONLY THE FIELDS THAT CHANGE.
       0210-SHOW-DIFFERENCES.

           EVALUATE WS-PT-ACTION(WS-PEND-SUBIDX)
               WHEN 'A'
                   DISPLAY "  TOPIC:    ", WS-PTA-TOPIC(WS-PEND-SUBIDX)
                   DISPLAY "  COMMENT:  ",
                       WS-PTA-COMMENT(WS-PEND-SUBIDX)
                   DISPLAY "  CATEGORY: ",
                       WS-PTA-CATEGORY(WS-PEND-SUBIDX)
               WHEN 'D'
                   DISPLAY "  TOPIC:    ", WS-PTB-TOPIC(WS-PEND-SUBIDX)
                   DISPLAY "  COMMENT:  ",
                       WS-PTB-COMMENT(WS-PEND-SUBIDX)
                   DISPLAY "  CATEGORY: ",
                       WS-PTB-CATEGORY(WS-PEND-SUBIDX)
               WHEN 'U'
                   IF WS-PTB-TOPIC(WS-PEND-SUBIDX) NOT =
                           WS-PTA-TOPIC(WS-PEND-SUBIDX)
                       DISPLAY "  TOPIC WAS:    ",
                           WS-PTB-TOPIC(WS-PEND-SUBIDX)
                       DISPLAY "  TOPIC NOW:    ",
                           WS-PTA-TOPIC(WS-PEND-SUBIDX)
                   END-IF
                   IF WS-PTB-COMMENT(WS-PEND-SUBIDX) NOT =
                           WS-PTA-COMMENT(WS-PEND-SUBIDX)
                       DISPLAY "  COMMENT WAS:  ",
                           WS-PTB-COMMENT(WS-PEND-SUBIDX)
                       DISPLAY "  COMMENT NOW:  ",
                           WS-PTA-COMMENT(WS-PEND-SUBIDX)
                   END-IF
                   IF WS-PTB-CATEGORY(WS-PEND-SUBIDX) NOT =
                           WS-PTA-CATEGORY(WS-PEND-SUBIDX)
                       DISPLAY "  CATEGORY WAS: ",
                           WS-PTB-CATEGORY(WS-PEND-SUBIDX)
                       DISPLAY "  CATEGORY NOW: ",
                           WS-PTA-CATEGORY(WS-PEND-SUBIDX)
                   END-IF
                   IF WS-PT-BEFORE(WS-PEND-SUBIDX) =
                           WS-PT-AFTER(WS-PEND-SUBIDX)
                       DISPLAY "  NO FIELDS CHANGED."
                   END-IF
           END-EVALUATE.

      *    AN UPDATE OR DELETE IS ONLY APPLIED WHILE THE TOPIC STILL
      *    MATCHES THE BEFORE IMAGE IT WAS PROPOSED AGAINST. IF IT HAS
      *    CHANGED SINCE, THE ROW STAYS WAITING FOR THE REVIEWER TO
      *    REJECT AND THE PROPOSER TO RE-PROPOSE.
       0300-APPROVE-CHANGE.

           MOVE 'N' TO WS-APPLIED-SW.

           EVALUATE WS-PT-ACTION(WS-PEND-SUBIDX)
               WHEN 'A'
                   MOVE WS-PTA-ID(WS-PEND-SUBIDX) TO WIKI-ID-IDX
                   MOVE WS-PTA-TOPIC(WS-PEND-SUBIDX) TO WIKI-TOPIC-IDX
                   MOVE WS-PTA-COMMENT(WS-PEND-SUBIDX)
                       TO WIKI-COMMENT-IDX
                   MOVE WS-PTA-CATEGORY(WS-PEND-SUBIDX)
                       TO WIKI-CATEGORY-IDX
                   WRITE WIKIRECORDIDX
                       INVALID KEY
                           DISPLAY "  CANNOT APPLY - ID NOW ON FILE."
                       NOT INVALID KEY
                           SET WS-CHANGE-APPLIED TO TRUE
                   END-WRITE
               WHEN 'U'
                   PERFORM 0310-READ-CURRENT
                   IF WS-CURRENT-IMAGE = WS-PT-BEFORE(WS-PEND-SUBIDX)
                       MOVE WS-PTA-TOPIC(WS-PEND-SUBIDX)
                           TO WIKI-TOPIC-IDX
                       MOVE WS-PTA-COMMENT(WS-PEND-SUBIDX)
                           TO WIKI-COMMENT-IDX
                       MOVE WS-PTA-CATEGORY(WS-PEND-SUBIDX)
                           TO WIKI-CATEGORY-IDX
                       REWRITE WIKIRECORDIDX
                           INVALID KEY
                               DISPLAY "  CANNOT APPLY - STATUS: ",
                                   FILE-CHECK-KEY
                           NOT INVALID KEY
                               SET WS-CHANGE-APPLIED TO TRUE
                       END-REWRITE
                   ELSE
                       DISPLAY "  CANNOT APPLY - TOPIC CHANGED OR ",
                           "REMOVED SINCE IT WAS PROPOSED."
                   END-IF
               WHEN 'D'
                   PERFORM 0310-READ-CURRENT
                   IF WS-CURRENT-IMAGE = WS-PT-BEFORE(WS-PEND-SUBIDX)
                       DELETE WIKIFILE
                           INVALID KEY
                               DISPLAY "  CANNOT APPLY - STATUS: ",
                                   FILE-CHECK-KEY
                           NOT INVALID KEY
                               SET WS-CHANGE-APPLIED TO TRUE
                               MOVE WIKI-ID-IDX TO WS-LINK-TOPIC-ID
                               PERFORM 0320-DROP-OUTBOUND-LINKS
                       END-DELETE
                   ELSE
                       DISPLAY "  CANNOT APPLY - TOPIC CHANGED OR ",
                           "REMOVED SINCE IT WAS PROPOSED."
                   END-IF
               WHEN OTHER
                   DISPLAY "  CANNOT APPLY AN UNKNOWN ACTION."
           END-EVALUATE.

           IF WS-CHANGE-APPLIED
               PERFORM 0330-WRITE-JOURNAL
               MOVE 'A' TO WS-PT-STATUS(WS-PEND-SUBIDX)
               MOVE WS-REVIEWER-ID TO WS-PT-REVIEWER(WS-PEND-SUBIDX)
               MOVE WS-TODAY TO WS-PT-REVIEW-DATE(WS-PEND-SUBIDX)
               ADD 1 TO WS-APPROVED-COUNT
               DISPLAY "  APPROVED AND APPLIED."
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       0310-READ-CURRENT.

           MOVE HIGH-VALUES TO WS-CURRENT-IMAGE.
           MOVE WS-PTB-ID(WS-PEND-SUBIDX) TO WIKI-ID-IDX.
           READ WIKIFILE
               KEY IS WIKI-ID-IDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WIKI-ID-IDX TO WS-CUR-ID
                   MOVE WIKI-TOPIC-IDX TO WS-CUR-TOPIC
                   MOVE WIKI-COMMENT-IDX TO WS-CUR-COMMENT
                   MOVE WIKI-CATEGORY-IDX TO WS-CUR-CATEGORY
           END-READ.

       0320-DROP-OUTBOUND-LINKS.

           IF WS-LINK-OPEN
               MOVE ZERO TO WS-LINK-DROP-COUNT
               MOVE 'N' TO WS-LINK-SWITCH
               PERFORM 0325-DROP-NEXT-LINK UNTIL WS-LINK-DONE
               IF WS-LINK-DROP-COUNT > ZERO
                   DISPLAY "  LINKS FROM THIS TOPIC REMOVED: ",
                       WS-LINK-DROP-COUNT
               END-IF
           END-IF.

       0325-DROP-NEXT-LINK.

           MOVE WS-LINK-TOPIC-ID TO LNK-FROM-ID.
           MOVE ZERO TO LNK-TO-ID.
           START WIKILINKS KEY IS NOT LESS THAN LNK-KEY
               INVALID KEY
                   SET WS-LINK-DONE TO TRUE
           END-START.

           IF NOT WS-LINK-DONE
               READ WIKILINKS NEXT RECORD
                   AT END SET WS-LINK-DONE TO TRUE
               END-READ
           END-IF.

           IF NOT WS-LINK-DONE
               IF LNK-FROM-ID = WS-LINK-TOPIC-ID
                   DELETE WIKILINKS
                       INVALID KEY
                           SET WS-LINK-DONE TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-LINK-DROP-COUNT
                   END-DELETE
               ELSE
                   SET WS-LINK-DONE TO TRUE
               END-IF
           END-IF.

      *    THE JOURNAL ROW IS TIMESTAMPED AT APPROVAL, WHEN THE
      *    CHANGE REACHES WIKIIDX.DAT, SO WIKIRESTORE'S ROLL-FORWARD
      *    REPLAYS IT IN THE ORDER IT WAS APPLIED.
       0330-WRITE-JOURNAL.

           ACCEPT WS-NOW FROM TIME.

           OPEN EXTEND WIKIJOURNAL.
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT WIKIJOURNAL
           END-IF.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "WARNING - NO JOURNAL - ", WS-JRNL-STATUS
           ELSE
               MOVE WS-PT-ACTION(WS-PEND-SUBIDX) TO JRN-ACTION
               MOVE WS-TODAY TO JRN-DATE
               MOVE WS-NOW TO JRN-TIME
               MOVE WS-PT-BEFORE(WS-PEND-SUBIDX) TO JRN-BEFORE
               MOVE WS-PT-AFTER(WS-PEND-SUBIDX) TO JRN-AFTER
               WRITE WIKIJOURNAL-RECORD
               CLOSE WIKIJOURNAL
           END-IF.

       0400-REJECT-CHANGE.

           DISPLAY "REJECTION NOTE (40 CHARACTERS): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-PT-NOTE(WS-PEND-SUBIDX).
           ACCEPT WS-PT-NOTE(WS-PEND-SUBIDX).
           MOVE 'R' TO WS-PT-STATUS(WS-PEND-SUBIDX).
           MOVE WS-REVIEWER-ID TO WS-PT-REVIEWER(WS-PEND-SUBIDX).
           MOVE WS-TODAY TO WS-PT-REVIEW-DATE(WS-PEND-SUBIDX).
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY "  REJECTED.".

      *    THE QUEUE IS ONLY EVER APPENDED TO, SO ANY ROW PAST THE
      *    ONES LOADED WAS QUEUED DURING THE REVIEW AND IS CARRIED
      *    THROUGH UNTOUCHED. IF THE HISTORY CANNOT BE WRITTEN THE
      *    DECIDED ROWS STAY ON THE QUEUE WITH THEIR STATUS, AS
      *    BEFORE, RATHER THAN BEING LOST.
       0500-REWRITE-PENDING.

           PERFORM 0510-HOLD-NEW-ARRIVALS.

           IF WS-APPROVED-COUNT > ZERO OR WS-REJECTED-COUNT > ZERO
               OR WS-WAITING-COUNT < WS-PEND-COUNT
               PERFORM 0520-WRITE-HISTORY
           END-IF.

           OPEN OUTPUT WIKIPENDING.
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING WIKIPEND.DAT - STATUS: ",
                   WS-PEND-STATUS, " - DECISIONS NOT RECORDED."
           ELSE
               PERFORM VARYING WS-PEND-SUBIDX FROM 1 BY 1
                   UNTIL WS-PEND-SUBIDX > WS-PEND-COUNT
                   IF WS-PT-PENDING(WS-PEND-SUBIDX)
                       OR NOT WS-HIST-WRITTEN
                       MOVE WS-PEND-ENTRY(WS-PEND-SUBIDX)
                           TO WIKIPENDING-RECORD
                       WRITE WIKIPENDING-RECORD
                   END-IF
               END-PERFORM
               IF WS-ARRIVED-COUNT > ZERO
                   OPEN INPUT WIKIPENDNEW
                   MOVE 'N' TO WS-PEND-EOF-SW
                   PERFORM 0530-RESTORE-ONE-ARRIVAL
                       UNTIL WS-PEND-EOF
                   CLOSE WIKIPENDNEW
                   DELETE FILE WIKIPENDNEW
                   DISPLAY "CHANGES QUEUED DURING REVIEW: ",
                       WS-ARRIVED-COUNT
               END-IF
               CLOSE WIKIPENDING
           END-IF.

       0510-HOLD-NEW-ARRIVALS.

           MOVE ZERO TO WS-REREAD-COUNT.
           MOVE 'N' TO WS-PEND-EOF-SW.
           OPEN INPUT WIKIPENDING.
           IF WS-PEND-STATUS = "00"
               OPEN OUTPUT WIKIPENDNEW
               IF WS-PNEW-STATUS = "00"
                   PERFORM 0515-HOLD-ONE-ROW UNTIL WS-PEND-EOF
                   CLOSE WIKIPENDNEW
               ELSE
                   DISPLAY "ERROR OPENING WIKIPEND.TMP - STATUS: ",
                       WS-PNEW-STATUS
                   DISPLAY "ANY CHANGE QUEUED DURING THIS REVIEW ",
                       "MUST BE QUEUED AGAIN."
               END-IF
               CLOSE WIKIPENDING
           END-IF.

       0515-HOLD-ONE-ROW.

           READ WIKIPENDING
               AT END
                   SET WS-PEND-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REREAD-COUNT
                   IF WS-REREAD-COUNT > WS-PEND-COUNT
                       MOVE WIKIPENDING-RECORD TO WIKIPENDNEW-RECORD
                       WRITE WIKIPENDNEW-RECORD
                       ADD 1 TO WS-ARRIVED-COUNT
                   END-IF
           END-READ.

       0520-WRITE-HISTORY.

           OPEN EXTEND WIKIPENDHIST.
           IF WS-PHST-STATUS = "35"
               OPEN OUTPUT WIKIPENDHIST
           END-IF.
           IF WS-PHST-STATUS NOT = "00"
               DISPLAY "ERROR OPENING WIKIPEND.HST - STATUS: ",
                   WS-PHST-STATUS, " - DECIDED ROWS LEFT ON QUEUE."
           ELSE
               PERFORM VARYING WS-PEND-SUBIDX FROM 1 BY 1
                   UNTIL WS-PEND-SUBIDX > WS-PEND-COUNT
                   IF NOT WS-PT-PENDING(WS-PEND-SUBIDX)
                       MOVE WS-PEND-ENTRY(WS-PEND-SUBIDX)
                           TO WIKIPENDHIST-RECORD
                       WRITE WIKIPENDHIST-RECORD
                       ADD 1 TO WS-HIST-COUNT
                   END-IF
               END-PERFORM
               CLOSE WIKIPENDHIST
               SET WS-HIST-WRITTEN TO TRUE
               DISPLAY "DECIDED CHANGES MOVED TO HISTORY: ",
                   WS-HIST-COUNT
           END-IF.

       0530-RESTORE-ONE-ARRIVAL.

           READ WIKIPENDNEW
               AT END
                   SET WS-PEND-EOF TO TRUE
               NOT AT END
                   MOVE WIKIPENDNEW-RECORD TO WIKIPENDING-RECORD
                   WRITE WIKIPENDING-RECORD
           END-READ.

       9000-END-PROGRAM.

           STOP RUN.

          END PROGRAM WIKIREVIEW.
