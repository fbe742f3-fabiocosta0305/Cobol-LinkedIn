       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIKILINKCHK.
      * BATCH INTEGRITY CHECK OF THE SEE-ALSO LINKS CH6SOLUTION
      * MAINTAINS ON WIKILINK.DAT. LISTS DANGLING LINKS - A LINK
      * WHOSE FROM-ID OR TO-ID IS NO LONGER ON WIKIIDX.DAT - AND
      * ORPHAN TOPICS THAT NO OTHER TOPIC LINKS TO, WITH COUNTS, ON
      * WIKILINK.RPT.
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

       SELECT WIKILINKS ASSIGN TO "WIKILINK.DAT"
           FILE STATUS IS WS-LINK-STATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LNK-KEY
           ALTERNATE RECORD KEY IS LNK-TO-ID
              WITH DUPLICATES.

       SELECT LINK-REPORT ASSIGN TO "WIKILINK.RPT"
           FILE STATUS IS WS-RPT-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WIKIFILE.
       01 WIKIRECORDIDX.
          05 WIKI-TOPIC-IDX         PIC X(50).
          05 WIKI-ID-IDX            PIC 9(8).
          05 WIKI-COMMENT-IDX       PIC X(100).
          05 WIKI-CATEGORY-IDX      PIC X(10).

       FD WIKILINKS.
       01 WIKILINK-RECORD.
           05 LNK-KEY.
              10 LNK-FROM-ID        PIC 9(8).
              10 LNK-TO-ID          PIC 9(8).
           05 LNK-TYPE              PIC X(10).

       FD LINK-REPORT.
       01 LINK-REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
               88 RECORDFOUND      VALUE "00".
           05  WS-LINK-STATUS      PIC X(2).
           05  WS-LINK-OPEN-SW     PIC X(1) VALUE 'N'.
               88 WS-LINK-OPEN     VALUE 'Y'.
           05  WS-RPT-STATUS       PIC X(2).
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-SCAN-SWITCH      PIC X(1) VALUE 'N'.
               88 WS-SCAN-DONE     VALUE 'Y'.
           05  WS-FROM-OK-SW       PIC X(1).
               88 WS-FROM-OK       VALUE 'Y'.
           05  WS-TO-OK-SW         PIC X(1).
               88 WS-TO-OK         VALUE 'Y'.
           05  WS-INBOUND-SW       PIC X(1).
               88 WS-HAS-INBOUND   VALUE 'Y'.
           05  WS-FROM-TOPIC       PIC X(50).
           05  WS-TO-TOPIC         PIC X(50).

       01  WS-COUNTERS.
           05  WS-LINKS-READ       PIC 9(6) VALUE ZERO.
           05  WS-DANGLING-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-TOPICS-READ      PIC 9(6) VALUE ZERO.
           05  WS-ORPHAN-COUNT     PIC 9(6) VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE.
               10 FILLER           PIC X(36) VALUE
                  "WIKI SEE-ALSO LINK INTEGRITY CHECK  ".
               10 FILLER           PIC X(9) VALUE "RUN DATE ".
               10 WS-TL-DATE       PIC 9(8).
           05  WS-DANGLING-HEAD.
               10 FILLER           PIC X(50) VALUE
                  "DANGLING LINKS (AN END NOT ON WIKIIDX.DAT)".
           05  WS-DANGLING-COLS.
               10 FILLER           PIC X(10) VALUE "FROM-ID".
               10 FILLER           PIC X(10) VALUE "TO-ID".
               10 FILLER           PIC X(11) VALUE "TYPE".
               10 FILLER           PIC X(15) VALUE "MISSING END".
               10 FILLER           PIC X(30) VALUE "TOPIC ON FILE".
           05  WS-DANGLING-DETAIL.
               10 WS-DD-FROM       PIC 9(8).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-DD-TO         PIC 9(8).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-DD-TYPE       PIC X(10).
               10 FILLER           PIC X(1) VALUE SPACES.
               10 WS-DD-MISSING    PIC X(14).
               10 FILLER           PIC X(1) VALUE SPACES.
               10 WS-DD-TOPIC      PIC X(50).
           05  WS-ORPHAN-HEAD.
               10 FILLER           PIC X(50) VALUE
                  "ORPHAN TOPICS (NO OTHER TOPIC LINKS TO THEM)".
           05  WS-ORPHAN-COLS.
               10 FILLER           PIC X(10) VALUE "WIKI-ID".
               10 FILLER           PIC X(52) VALUE "TOPIC".
               10 FILLER           PIC X(10) VALUE "CATEGORY".
           05  WS-ORPHAN-DETAIL.
               10 WS-OD-ID         PIC 9(8).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-OD-TOPIC      PIC X(50).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-OD-CATEGORY   PIC X(10).
           05  WS-NONE-LINE.
               10 FILLER           PIC X(10) VALUE "  NONE.".
           05  WS-TOTAL-LINE.
               10 WS-TOT-LABEL     PIC X(30).
               10 WS-TOT-COUNT     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0100-START.

           OPEN INPUT WIKIFILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR OPENING WIKIIDX.DAT - STATUS: ",
                   FILE-CHECK-KEY
               PERFORM 9000-END-PROGRAM
           END-IF.

      *    NO LINK FILE YET MEANS NO DANGLING LINKS AND EVERY TOPIC
      *    AN ORPHAN - STILL WORTH REPORTING, SO THE RUN CARRIES ON.
           OPEN INPUT WIKILINKS.
           IF WS-LINK-STATUS = "00"
               SET WS-LINK-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING - NO WIKILINK.DAT - STATUS: ",
                   WS-LINK-STATUS
           END-IF.

           OPEN OUTPUT LINK-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING WIKILINK.RPT - STATUS: ",
                   WS-RPT-STATUS
               CLOSE WIKIFILE
               PERFORM 9000-END-PROGRAM
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-TL-DATE.
           WRITE LINK-REPORT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO LINK-REPORT-LINE.
           WRITE LINK-REPORT-LINE.

           PERFORM 0200-CHECK-LINKS.
           PERFORM 0300-CHECK-ORPHANS.
           PERFORM 0400-PRINT-TOTALS.

           CLOSE WIKIFILE.
           IF WS-LINK-OPEN
               CLOSE WIKILINKS
           END-IF.
           CLOSE LINK-REPORT.

           DISPLAY "LINKS READ:           ", WS-LINKS-READ.
           DISPLAY "DANGLING LINKS:       ", WS-DANGLING-COUNT.
           DISPLAY "TOPICS READ:          ", WS-TOPICS-READ.
           DISPLAY "ORPHAN TOPICS:        ", WS-ORPHAN-COUNT.

           PERFORM 9000-END-PROGRAM.

      *    EVERY LINK IS READ IN FROM-ID ORDER AND BOTH ENDS ARE
      *    LOOKED UP ON WIKIIDX.DAT.
       0200-CHECK-LINKS.

           WRITE LINK-REPORT-LINE FROM WS-DANGLING-HEAD.
           WRITE LINK-REPORT-LINE FROM WS-DANGLING-COLS.

           IF WS-LINK-OPEN
               MOVE 'N' TO WS-SCAN-SWITCH
               PERFORM 0210-CHECK-NEXT-LINK UNTIL WS-SCAN-DONE
           END-IF.

           IF WS-DANGLING-COUNT = ZERO
               WRITE LINK-REPORT-LINE FROM WS-NONE-LINE
           END-IF.
           MOVE SPACES TO LINK-REPORT-LINE.
           WRITE LINK-REPORT-LINE.

       0210-CHECK-NEXT-LINK.

           READ WIKILINKS NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINKS-READ
                   PERFORM 0220-CHECK-ONE-LINK
           END-READ.

       0220-CHECK-ONE-LINK.

           MOVE 'N' TO WS-FROM-OK-SW.
           MOVE LNK-FROM-ID TO WIKI-ID-IDX.
           READ WIKIFILE
               KEY IS WIKI-ID-IDX
               INVALID KEY
                   MOVE SPACES TO WS-FROM-TOPIC
               NOT INVALID KEY
                   SET WS-FROM-OK TO TRUE
                   MOVE WIKI-TOPIC-IDX TO WS-FROM-TOPIC
           END-READ.

           MOVE 'N' TO WS-TO-OK-SW.
           MOVE LNK-TO-ID TO WIKI-ID-IDX.
           READ WIKIFILE
               KEY IS WIKI-ID-IDX
               INVALID KEY
                   MOVE SPACES TO WS-TO-TOPIC
               NOT INVALID KEY
                   SET WS-TO-OK TO TRUE
                   MOVE WIKI-TOPIC-IDX TO WS-TO-TOPIC
           END-READ.

           IF NOT WS-FROM-OK OR NOT WS-TO-OK
               ADD 1 TO WS-DANGLING-COUNT
               MOVE LNK-FROM-ID TO WS-DD-FROM
               MOVE LNK-TO-ID TO WS-DD-TO
               MOVE LNK-TYPE TO WS-DD-TYPE
               EVALUATE TRUE
                   WHEN NOT WS-FROM-OK AND NOT WS-TO-OK
                       MOVE "BOTH" TO WS-DD-MISSING
                       MOVE SPACES TO WS-DD-TOPIC
                   WHEN NOT WS-FROM-OK
                       MOVE "FROM" TO WS-DD-MISSING
                       MOVE WS-TO-TOPIC TO WS-DD-TOPIC
                   WHEN OTHER
                       MOVE "TO" TO WS-DD-MISSING
                       MOVE WS-FROM-TOPIC TO WS-DD-TOPIC
               END-EVALUATE
               WRITE LINK-REPORT-LINE FROM WS-DANGLING-DETAIL
           END-IF.

      *    A TOPIC IS AN ORPHAN WHEN NO LINK HAS IT AS THE TO-ID.
       0300-CHECK-ORPHANS.

           WRITE LINK-REPORT-LINE FROM WS-ORPHAN-HEAD.
           WRITE LINK-REPORT-LINE FROM WS-ORPHAN-COLS.

           MOVE LOW-VALUES TO WIKI-ID-IDX.
           MOVE 'N' TO WS-SCAN-SWITCH.
           START WIKIFILE KEY IS NOT LESS THAN WIKI-ID-IDX
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START.

           PERFORM 0310-CHECK-NEXT-TOPIC UNTIL WS-SCAN-DONE.

           IF WS-ORPHAN-COUNT = ZERO
               WRITE LINK-REPORT-LINE FROM WS-NONE-LINE
           END-IF.
           MOVE SPACES TO LINK-REPORT-LINE.
           WRITE LINK-REPORT-LINE.

       0310-CHECK-NEXT-TOPIC.

           READ WIKIFILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOPICS-READ
                   PERFORM 0320-FIND-INBOUND
                   IF NOT WS-HAS-INBOUND
                       ADD 1 TO WS-ORPHAN-COUNT
                       MOVE WIKI-ID-IDX TO WS-OD-ID
                       MOVE WIKI-TOPIC-IDX TO WS-OD-TOPIC
                       MOVE WIKI-CATEGORY-IDX TO WS-OD-CATEGORY
                       WRITE LINK-REPORT-LINE FROM WS-ORPHAN-DETAIL
                   END-IF
           END-READ.

      *    THE LINK FILE IS POSITIONED ON ITS TO-ID ALTERNATE KEY;
      *    THE TOPIC FILE IS NOT TOUCHED, SO ITS READ NEXT CARRIES ON
      *    FROM WHERE IT WAS.
       0320-FIND-INBOUND.

           MOVE 'N' TO WS-INBOUND-SW.
           IF WS-LINK-OPEN
               MOVE WIKI-ID-IDX TO LNK-TO-ID
               START WIKILINKS KEY IS EQUAL TO LNK-TO-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0330-CHECK-INBOUND-LINK
               END-START
           END-IF.

       0330-CHECK-INBOUND-LINK.

           READ WIKILINKS NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF LNK-TO-ID = WIKI-ID-IDX
                       SET WS-HAS-INBOUND TO TRUE
                   END-IF
           END-READ.

       0400-PRINT-TOTALS.

           MOVE "LINKS READ" TO WS-TOT-LABEL.
           MOVE WS-LINKS-READ TO WS-TOT-COUNT.
           WRITE LINK-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "DANGLING LINKS" TO WS-TOT-LABEL.
           MOVE WS-DANGLING-COUNT TO WS-TOT-COUNT.
           WRITE LINK-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "TOPICS READ" TO WS-TOT-LABEL.
           MOVE WS-TOPICS-READ TO WS-TOT-COUNT.
           WRITE LINK-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "ORPHAN TOPICS" TO WS-TOT-LABEL.
           MOVE WS-ORPHAN-COUNT TO WS-TOT-COUNT.
           WRITE LINK-REPORT-LINE FROM WS-TOTAL-LINE.

       9000-END-PROGRAM.

           STOP RUN.

          END PROGRAM WIKILINKCHK.
