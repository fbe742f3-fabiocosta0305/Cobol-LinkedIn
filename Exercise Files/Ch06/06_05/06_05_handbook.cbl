       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIKIHANDBOOK.
      * PRINTS THE WIKI AS A HANDBOOK ON WIKIBOOK.RPT: A TITLE PAGE,
      * A TABLE OF CONTENTS BY CATEGORY WITH PAGE NUMBERS, EACH
      * CATEGORY'S TOPICS IN TOPIC ORDER WITH THEIR COMMENTS WORD-
      * WRAPPED, RUNNING HEADERS AND FOOTERS, AND AN ALPHABETICAL
      * TOPIC INDEX AT THE BACK. WIKIBOOK.PRM CAN LIMIT THE BOOK TO
      * ONE CATEGORY AND/OR TO TOPICS ADDED OR CHANGED ON WIKIJRNL.DAT
      * SINCE A DATE, SO A NEW EDITION NEED ONLY CARRY WHAT CHANGED.
      *
      * THE BODY IS LAID OUT TWICE: A MEASURING PASS THAT ONLY
      * COUNTS LINES AND PAGES, SO THE CONTENTS CAN QUOTE PAGE
      * NUMBERS, THEN THE PRINTING PASS, WHICH BREAKS PAGES
      * IDENTICALLY.
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

       SELECT WIKICATEGORIES ASSIGN TO "WIKICAT.DAT"
           FILE STATUS IS WS-CAT-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WIKIJOURNAL ASSIGN TO "WIKIJRNL.DAT"
           FILE STATUS IS WS-JRNL-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE OPTIONAL RECORD: A CATEGORY CODE (BLANK = EVERY
      *    CATEGORY) AND A SINCE-DATE YYYYMMDD (BLANK = EVERY TOPIC).
      *    NO FILE PRINTS THE WHOLE WIKI.
       SELECT HANDBOOK-PARM-FILE ASSIGN TO "WIKIBOOK.PRM"
           FILE STATUS IS WS-PARM-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT HANDBOOK-REPORT ASSIGN TO "WIKIBOOK.RPT"
           FILE STATUS IS WS-RPT-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TOPIC-SORT ASSIGN TO "WIKIBOOK.SRT".

       SELECT INDEX-SORT ASSIGN TO "WIKIINDX.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD WIKIFILE.
       01 WIKIRECORDIDX.
          05 WIKI-TOPIC-IDX         PIC X(50).
          05 WIKI-ID-IDX            PIC 9(8).
          05 WIKI-COMMENT-IDX       PIC X(100).
          05 WIKI-CATEGORY-IDX      PIC X(10).

       FD WIKICATEGORIES.
       01 WIKICATEGORY-RECORD.
           05 CAT-CODE              PIC X(10).
           05 CAT-DESCRIPTION       PIC X(30).
           05 CAT-APPROVAL-FLAG     PIC X(1).

       FD WIKIJOURNAL.
       01 WIKIJOURNAL-RECORD.
           05 JRN-ACTION            PIC X(1).
           05 JRN-DATE              PIC 9(8).
           05 JRN-TIME              PIC 9(8).
           05 JRN-BEFORE            PIC X(168).
           05 JRN-AFTER.
              10 JRN-AFT-ID         PIC X(8).
              10 FILLER             PIC X(160).

       FD HANDBOOK-PARM-FILE.
       01 HANDBOOK-PARM-RECORD.
           05 HB-CATEGORY           PIC X(10).
           05 FILLER                PIC X(1).
           05 HB-SINCE-DATE         PIC X(8).

       FD HANDBOOK-REPORT.
       01 HANDBOOK-LINE             PIC X(80).

       SD TOPIC-SORT.
       01 TOPIC-SORT-RECORD.
           05 TS-CATEGORY           PIC X(10).
           05 TS-TOPIC              PIC X(50).
           05 TS-ID                 PIC 9(8).
           05 TS-COMMENT            PIC X(100).

       SD INDEX-SORT.
       01 INDEX-SORT-RECORD.
           05 IS-TOPIC              PIC X(50).
           05 IS-ID                 PIC 9(8).
           05 IS-PAGE               PIC 9(4).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-CAT-STATUS       PIC X(2).
           05  WS-JRNL-STATUS      PIC X(2).
           05  WS-PARM-STATUS      PIC X(2).
           05  WS-RPT-STATUS       PIC X(2).
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-EOF-SWITCH       PIC X(1) VALUE 'N'.
               88 WS-AT-EOF        VALUE 'Y'.
           05  WS-SELECT-SW        PIC X(1) VALUE 'N'.
               88 WS-TOPIC-SELECTED VALUE 'Y'.
           05  WS-SUBIDX           PIC 9(4) VALUE ZERO.
           05  WS-CAT-SUBIDX       PIC 9(4) VALUE ZERO.
           05  WS-TOPIC-ID-X       PIC X(8).

      *    SELECTION FROM WIKIBOOK.PRM.
       01  WS-SELECTION-AREAS.
           05  WS-SEL-CATEGORY     PIC X(10) VALUE SPACES.
           05  WS-SEL-SINCE        PIC 9(8) VALUE ZERO.
           05  WS-CHANGED-COUNT    PIC 9(4) VALUE ZERO.
           05  WS-CHANGED-ID OCCURS 2000 TIMES
                                   PIC X(8).

      *    CATEGORY REFERENCE LIST, FOR THE DESCRIPTIONS.
       01  WS-CATEGORY-AREAS.
           05  WS-CAT-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-CAT-TABLE OCCURS 100 TIMES.
               10 WS-CAT-CODE      PIC X(10).
               10 WS-CAT-DESC      PIC X(30).

      *    THE SELECTED TOPICS IN CATEGORY/TOPIC ORDER, AND THE
      *    CATEGORIES THEY FALL INTO WITH EACH ONE'S STARTING PAGE.
       01  WS-BOOK-AREAS.
           05  WS-TOPIC-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-TOPIC-OVERFLOW   PIC 9(4) VALUE ZERO.
           05  WS-TOPIC-TABLE OCCURS 2000 TIMES.
               10 WS-TP-CATEGORY   PIC X(10).
               10 WS-TP-TOPIC      PIC X(50).
               10 WS-TP-ID         PIC 9(8).
               10 WS-TP-COMMENT    PIC X(100).
               10 WS-TP-PAGE       PIC 9(4).
           05  WS-BOOK-CAT-COUNT   PIC 9(3) VALUE ZERO.
           05  WS-BOOK-CAT-TABLE OCCURS 100 TIMES.
               10 WS-BC-CODE       PIC X(10).
               10 WS-BC-DESC       PIC X(30).
               10 WS-BC-FIRST      PIC 9(4).
               10 WS-BC-LAST       PIC 9(4).
               10 WS-BC-PAGE       PIC 9(4).
           05  WS-INDEX-PAGE       PIC 9(4) VALUE ZERO.

      *    PAGE CONTROL. 'M' MEASURES WITHOUT WRITING, 'P' PRINTS.
      *    BODY LINES EXCLUDE THE TWO HEADER AND TWO FOOTER LINES.
       01  WS-PAGE-AREAS.
           05  WS-PASS-MODE        PIC X(1) VALUE 'M'.
               88 WS-MEASURING     VALUE 'M'.
               88 WS-PRINTING      VALUE 'P'.
           05  WS-PAGE-OPEN-SW     PIC X(1) VALUE 'N'.
               88 WS-PAGE-OPEN     VALUE 'Y'.
           05  WS-PAGE-NO          PIC 9(4) VALUE ZERO.
           05  WS-LINE-NO          PIC 9(3) VALUE ZERO.
           05  WS-BODY-LINES       PIC 9(3) VALUE 54.
           05  WS-FOOTER-SKIP      PIC 9(3) VALUE ZERO.
           05  WS-RUNNING-HEAD     PIC X(30) VALUE SPACES.
           05  WS-OUT-LINE         PIC X(80) VALUE SPACES.

      *    WORD WRAP OF A 100-CHARACTER COMMENT INTO LINES NO WIDER
      *    THAN WS-WRAP-WIDTH, BREAKING AT THE LAST SPACE THAT FITS.
       01  WS-WRAP-AREAS.
           05  WS-WRAP-TEXT        PIC X(100).
           05  WS-WRAP-LEN         PIC 9(3) VALUE ZERO.
           05  WS-WRAP-POS         PIC 9(3) VALUE ZERO.
           05  WS-WRAP-CUT         PIC 9(3) VALUE ZERO.
           05  WS-WRAP-SCAN        PIC 9(3) VALUE ZERO.
           05  WS-WRAP-REMAIN      PIC 9(3) VALUE ZERO.
           05  WS-WRAP-WIDTH       PIC 9(3) VALUE 64.

       01  WS-PRINT-LINES.
           05  WS-HEADER-LINE.
               10 FILLER           PIC X(24) VALUE
                  "COMPANY WIKI HANDBOOK".
               10 WS-HL-HEAD       PIC X(30).
               10 FILLER           PIC X(16) VALUE SPACES.
               10 FILLER           PIC X(5) VALUE "PAGE ".
               10 WS-HL-PAGE       PIC ZZZ9.
           05  WS-FOOTER-LINE.
               10 FILLER           PIC X(11) VALUE "EDITION OF ".
               10 WS-FL-DATE       PIC 9(8).
               10 FILLER           PIC X(3) VALUE SPACES.
               10 WS-FL-SELECTION  PIC X(40).
               10 FILLER           PIC X(8) VALUE SPACES.
               10 FILLER           PIC X(5) VALUE "PAGE ".
               10 WS-FL-PAGE       PIC ZZZ9.
           05  WS-TITLE-TEXT-LINE.
               10 FILLER           PIC X(20) VALUE SPACES.
               10 WS-TT-TEXT       PIC X(60).
           05  WS-CONTENTS-LINE.
               10 FILLER           PIC X(4) VALUE SPACES.
               10 WS-CL-CODE       PIC X(10).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-CL-DESC       PIC X(30).
               10 WS-CL-TOPICS     PIC ZZZ9.
               10 FILLER           PIC X(8) VALUE " TOPICS ".
               10 FILLER           PIC X(10) VALUE "..........".
               10 WS-CL-PAGE       PIC ZZZ9.
           05  WS-CATEGORY-HEAD-LINE.
               10 FILLER           PIC X(10) VALUE "CATEGORY: ".
               10 WS-CH-CODE       PIC X(10).
               10 FILLER           PIC X(3) VALUE " - ".
               10 WS-CH-DESC       PIC X(30).
           05  WS-TOPIC-HEAD-LINE.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-TH-TOPIC      PIC X(50).
               10 FILLER           PIC X(5) VALUE " (ID ".
               10 WS-TH-ID         PIC 9(8).
               10 FILLER           PIC X(1) VALUE ")".
           05  WS-BODY-TEXT-LINE.
               10 FILLER           PIC X(6) VALUE SPACES.
               10 WS-BL-TEXT       PIC X(64).
           05  WS-INDEX-ENTRY-LINE.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-IL-TOPIC      PIC X(50).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-IL-ID         PIC 9(8).
               10 FILLER           PIC X(4) VALUE SPACES.
               10 WS-IL-PAGE       PIC ZZZ9.
           05  WS-DOTS-LINE.
               10 FILLER           PIC X(46) VALUE SPACES.
               10 WS-DL-LABEL      PIC X(20).
               10 WS-DL-PAGE       PIC ZZZ9.

       PROCEDURE DIVISION.

       0100-START.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0150-LOAD-PARMS.
           PERFORM 0160-LOAD-CATEGORIES.
           IF WS-SEL-SINCE > ZERO
               PERFORM 0170-LOAD-CHANGED-IDS
           END-IF.

           OPEN INPUT WIKIFILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR OPENING WIKIIDX.DAT - STATUS: ",
                   FILE-CHECK-KEY
               PERFORM 9000-END-PROGRAM
           END-IF.

           SORT TOPIC-SORT
               ON ASCENDING KEY TS-CATEGORY TS-TOPIC TS-ID
               INPUT PROCEDURE IS 0200-SELECT-TOPICS
               OUTPUT PROCEDURE IS 0300-LOAD-TOPIC-TABLE.

           CLOSE WIKIFILE.

           IF WS-TOPIC-OVERFLOW > ZERO
               DISPLAY "MORE THAN 2000 TOPICS SELECTED - ",
                   WS-TOPIC-OVERFLOW, " LEFT OUT OF THIS EDITION"
           END-IF.

           IF WS-TOPIC-COUNT = ZERO
               DISPLAY "NO TOPICS SELECTED - NO HANDBOOK PRINTED."
               PERFORM 9000-END-PROGRAM
           END-IF.

      *    MEASURING PASS: SETS EVERY CATEGORY'S AND TOPIC'S PAGE
      *    AND THE PAGE THE INDEX WILL START ON.
           SET WS-MEASURING TO TRUE.
           PERFORM 0500-LAY-OUT-BODY.
           COMPUTE WS-INDEX-PAGE = WS-PAGE-NO + 1.

           OPEN OUTPUT HANDBOOK-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING WIKIBOOK.RPT - STATUS: ",
                   WS-RPT-STATUS
               PERFORM 9000-END-PROGRAM
           END-IF.

           PERFORM 0400-PRINT-TITLE-PAGE.
           PERFORM 0450-PRINT-CONTENTS.

           SET WS-PRINTING TO TRUE.
           PERFORM 0500-LAY-OUT-BODY.

           SORT INDEX-SORT
               ON ASCENDING KEY IS-TOPIC IS-ID
               INPUT PROCEDURE IS 0600-RELEASE-INDEX-ENTRIES
               OUTPUT PROCEDURE IS 0650-PRINT-INDEX.

           CLOSE HANDBOOK-REPORT.

           DISPLAY "TOPICS PRINTED:       ", WS-TOPIC-COUNT.
           DISPLAY "CATEGORIES PRINTED:   ", WS-BOOK-CAT-COUNT.
           DISPLAY "PAGES (BODY+INDEX):   ", WS-PAGE-NO.

           PERFORM 9000-END-PROGRAM.

       0150-LOAD-PARMS.

           OPEN INPUT HANDBOOK-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ HANDBOOK-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE HB-CATEGORY TO WS-SEL-CATEGORY
                       IF HB-SINCE-DATE IS NUMERIC
                           MOVE HB-SINCE-DATE TO WS-SEL-SINCE
                       END-IF
               END-READ
               CLOSE HANDBOOK-PARM-FILE
           END-IF.

           MOVE WS-RUN-DATE TO WS-FL-DATE.
           EVALUATE TRUE
               WHEN WS-SEL-CATEGORY NOT = SPACES
                   AND WS-SEL-SINCE > ZERO
                   STRING "CATEGORY " DELIMITED BY SIZE
                       WS-SEL-CATEGORY DELIMITED BY SPACE
                       ", CHANGED SINCE " DELIMITED BY SIZE
                       HB-SINCE-DATE DELIMITED BY SIZE
                       INTO WS-FL-SELECTION
               WHEN WS-SEL-CATEGORY NOT = SPACES
                   STRING "CATEGORY " DELIMITED BY SIZE
                       WS-SEL-CATEGORY DELIMITED BY SPACE
                       INTO WS-FL-SELECTION
               WHEN WS-SEL-SINCE > ZERO
                   STRING "CHANGED SINCE " DELIMITED BY SIZE
                       HB-SINCE-DATE DELIMITED BY SIZE
                       INTO WS-FL-SELECTION
               WHEN OTHER
                   MOVE "COMPLETE EDITION" TO WS-FL-SELECTION
           END-EVALUATE.

       0160-LOAD-CATEGORIES.

           OPEN INPUT WIKICATEGORIES.
           IF WS-CAT-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0165-READ-CATEGORY
                   UNTIL WS-AT-EOF OR WS-CAT-COUNT = 100
               CLOSE WIKICATEGORIES
           END-IF.

       0165-READ-CATEGORY.

           READ WIKICATEGORIES
               AT END
                   SET WS-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CAT-COUNT
                   MOVE CAT-CODE TO WS-CAT-CODE(WS-CAT-COUNT)
                   MOVE CAT-DESCRIPTION TO WS-CAT-DESC(WS-CAT-COUNT)
           END-READ.

      *    EVERY TOPIC ADDED OR UPDATED ON OR AFTER THE SINCE-DATE,
      *    BY ITS AFTER-IMAGE ID. A TOPIC DELETED SINCE IS NO LONGER
      *    ON WIKIIDX.DAT, SO IT DROPS OUT ON ITS OWN.
       0170-LOAD-CHANGED-IDS.

           OPEN INPUT WIKIJOURNAL.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "WARNING - NO WIKIJRNL.DAT - NO TOPIC CAN ",
                   "SHOW AS CHANGED SINCE ", WS-SEL-SINCE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0175-READ-JOURNAL UNTIL WS-AT-EOF
               CLOSE WIKIJOURNAL
           END-IF.

       0175-READ-JOURNAL.

           READ WIKIJOURNAL
               AT END
                   SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF (JRN-ACTION = 'A' OR JRN-ACTION = 'U')
                       AND JRN-DATE >= WS-SEL-SINCE
                       MOVE JRN-AFT-ID TO WS-TOPIC-ID-X
                       PERFORM 0180-FIND-CHANGED-ID
                       IF NOT WS-TOPIC-SELECTED
                           AND WS-CHANGED-COUNT < 2000
                           ADD 1 TO WS-CHANGED-COUNT
                           MOVE JRN-AFT-ID
                               TO WS-CHANGED-ID(WS-CHANGED-COUNT)
                       END-IF
                   END-IF
           END-READ.

       0180-FIND-CHANGED-ID.

           MOVE 'N' TO WS-SELECT-SW.
           PERFORM VARYING WS-SUBIDX FROM 1 BY 1
               UNTIL WS-SUBIDX > WS-CHANGED-COUNT
               OR WS-TOPIC-SELECTED
               IF WS-CHANGED-ID(WS-SUBIDX) = WS-TOPIC-ID-X
                   SET WS-TOPIC-SELECTED TO TRUE
               END-IF
           END-PERFORM.

      *    SORT INPUT: EVERY TOPIC PASSING THE CATEGORY AND
      *    SINCE-DATE SELECTION.
       0200-SELECT-TOPICS.

           MOVE LOW-VALUES TO WIKI-ID-IDX.
           MOVE 'N' TO WS-EOF-SWITCH.
           START WIKIFILE KEY IS NOT LESS THAN WIKI-ID-IDX
               INVALID KEY
                   SET WS-AT-EOF TO TRUE
           END-START.
           PERFORM 0210-SELECT-NEXT-TOPIC UNTIL WS-AT-EOF.

       0210-SELECT-NEXT-TOPIC.

           READ WIKIFILE NEXT RECORD
               AT END
                   SET WS-AT-EOF TO TRUE
               NOT AT END
                   SET WS-TOPIC-SELECTED TO TRUE
                   IF WS-SEL-CATEGORY NOT = SPACES
                       AND WIKI-CATEGORY-IDX NOT = WS-SEL-CATEGORY
                       MOVE 'N' TO WS-SELECT-SW
                   END-IF
                   IF WS-TOPIC-SELECTED AND WS-SEL-SINCE > ZERO
                       MOVE WIKI-ID-IDX TO WS-TOPIC-ID-X
                       PERFORM 0180-FIND-CHANGED-ID
                   END-IF
                   IF WS-TOPIC-SELECTED
                       MOVE WIKI-CATEGORY-IDX TO TS-CATEGORY
                       MOVE WIKI-TOPIC-IDX TO TS-TOPIC
                       MOVE WIKI-ID-IDX TO TS-ID
                       MOVE WIKI-COMMENT-IDX TO TS-COMMENT
                       RELEASE TOPIC-SORT-RECORD
                   END-IF
           END-READ.

      *    SORT OUTPUT: FILLS THE TOPIC TABLE AND OPENS A BOOK
      *    CATEGORY EACH TIME THE CATEGORY CHANGES.
       0300-LOAD-TOPIC-TABLE.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 0310-LOAD-NEXT-TOPIC UNTIL WS-AT-EOF.

       0310-LOAD-NEXT-TOPIC.

           RETURN TOPIC-SORT
               AT END
                   SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF WS-TOPIC-COUNT >= 2000
                       ADD 1 TO WS-TOPIC-OVERFLOW
                   ELSE
                       PERFORM 0320-STORE-TOPIC
                   END-IF
           END-RETURN.

       0320-STORE-TOPIC.

           ADD 1 TO WS-TOPIC-COUNT.
           MOVE TS-CATEGORY TO WS-TP-CATEGORY(WS-TOPIC-COUNT).
           MOVE TS-TOPIC TO WS-TP-TOPIC(WS-TOPIC-COUNT).
           MOVE TS-ID TO WS-TP-ID(WS-TOPIC-COUNT).
           MOVE TS-COMMENT TO WS-TP-COMMENT(WS-TOPIC-COUNT).
           MOVE ZERO TO WS-TP-PAGE(WS-TOPIC-COUNT).

           IF WS-BOOK-CAT-COUNT = ZERO
               OR TS-CATEGORY NOT = WS-BC-CODE(WS-BOOK-CAT-COUNT)
               IF WS-BOOK-CAT-COUNT < 100
                   ADD 1 TO WS-BOOK-CAT-COUNT
                   MOVE TS-CATEGORY TO WS-BC-CODE(WS-BOOK-CAT-COUNT)
                   MOVE WS-TOPIC-COUNT TO WS-BC-FIRST(WS-BOOK-CAT-COUNT)
                   MOVE ZERO TO WS-BC-PAGE(WS-BOOK-CAT-COUNT)
                   PERFORM 0330-FIND-CATEGORY-DESC
               END-IF
           END-IF.
           MOVE WS-TOPIC-COUNT TO WS-BC-LAST(WS-BOOK-CAT-COUNT).

       0330-FIND-CATEGORY-DESC.

           MOVE "(NOT ON WIKICAT.DAT)"
               TO WS-BC-DESC(WS-BOOK-CAT-COUNT).
           IF TS-CATEGORY = SPACES
               MOVE "(NO CATEGORY)" TO WS-BC-DESC(WS-BOOK-CAT-COUNT)
           END-IF.
           PERFORM VARYING WS-CAT-SUBIDX FROM 1 BY 1
               UNTIL WS-CAT-SUBIDX > WS-CAT-COUNT
               IF WS-CAT-CODE(WS-CAT-SUBIDX) = TS-CATEGORY
                   MOVE WS-CAT-DESC(WS-CAT-SUBIDX)
                       TO WS-BC-DESC(WS-BOOK-CAT-COUNT)
                   MOVE 999 TO WS-CAT-SUBIDX
               END-IF
           END-PERFORM.

      *    FRONT MATTER IS UNNUMBERED; BODY PAGES START AT 1.
       0400-PRINT-TITLE-PAGE.

           MOVE SPACES TO HANDBOOK-LINE.
           WRITE HANDBOOK-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO HANDBOOK-LINE.
           WRITE HANDBOOK-LINE AFTER ADVANCING 15 LINES.

           MOVE "COMPANY WIKI HANDBOOK" TO WS-TT-TEXT.
           WRITE HANDBOOK-LINE FROM WS-TITLE-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-TT-TEXT.
           STRING "EDITION OF " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-TT-TEXT.
           WRITE HANDBOOK-LINE FROM WS-TITLE-TEXT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-FL-SELECTION TO WS-TT-TEXT.
           WRITE HANDBOOK-LINE FROM WS-TITLE-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WS-TT-TEXT.
           STRING WS-TOPIC-COUNT DELIMITED BY SIZE
               " TOPICS IN " DELIMITED BY SIZE
               WS-BOOK-CAT-COUNT DELIMITED BY SIZE
               " CATEGORIES" DELIMITED BY SIZE
               INTO WS-TT-TEXT.
           WRITE HANDBOOK-LINE FROM WS-TITLE-TEXT-LINE
               AFTER ADVANCING 2 LINES.

       0450-PRINT-CONTENTS.

           MOVE "CONTENTS" TO WS-TT-TEXT.
           WRITE HANDBOOK-LINE FROM WS-TITLE-TEXT-LINE
               AFTER ADVANCING PAGE.
           MOVE SPACES TO HANDBOOK-LINE.
           WRITE HANDBOOK-LINE AFTER ADVANCING 1 LINE.
           MOVE 2 TO WS-LINE-NO.

           PERFORM VARYING WS-CAT-SUBIDX FROM 1 BY 1
               UNTIL WS-CAT-SUBIDX > WS-BOOK-CAT-COUNT
               IF WS-LINE-NO >= WS-BODY-LINES
                   MOVE "CONTENTS (CONTINUED)" TO WS-TT-TEXT
                   WRITE HANDBOOK-LINE FROM WS-TITLE-TEXT-LINE
                       AFTER ADVANCING PAGE
                   MOVE SPACES TO HANDBOOK-LINE
                   WRITE HANDBOOK-LINE AFTER ADVANCING 1 LINE
                   MOVE 2 TO WS-LINE-NO
               END-IF
               MOVE WS-BC-CODE(WS-CAT-SUBIDX) TO WS-CL-CODE
               MOVE WS-BC-DESC(WS-CAT-SUBIDX) TO WS-CL-DESC
               COMPUTE WS-CL-TOPICS = WS-BC-LAST(WS-CAT-SUBIDX)
                   - WS-BC-FIRST(WS-CAT-SUBIDX) + 1
               MOVE WS-BC-PAGE(WS-CAT-SUBIDX) TO WS-CL-PAGE
               WRITE HANDBOOK-LINE FROM WS-CONTENTS-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-NO
           END-PERFORM.

           MOVE "INDEX ............." TO WS-DL-LABEL.
           MOVE WS-INDEX-PAGE TO WS-DL-PAGE.
           WRITE HANDBOOK-LINE FROM WS-DOTS-LINE
               AFTER ADVANCING 2 LINES.

      *    THE BODY: EACH CATEGORY ON A NEW PAGE, ITS TOPICS IN TOPIC
      *    ORDER. A TOPIC HEADING NEVER SITS ALONE AT THE FOOT OF A
      *    PAGE. RUN ONCE MEASURING AND ONCE PRINTING.
       0500-LAY-OUT-BODY.

           MOVE ZERO TO WS-PAGE-NO.
           MOVE ZERO TO WS-LINE-NO.
           MOVE 'N' TO WS-PAGE-OPEN-SW.

           PERFORM VARYING WS-CAT-SUBIDX FROM 1 BY 1
               UNTIL WS-CAT-SUBIDX > WS-BOOK-CAT-COUNT
               PERFORM 0510-LAY-OUT-CATEGORY
           END-PERFORM.

           PERFORM 0720-END-PAGE.

       0510-LAY-OUT-CATEGORY.

           MOVE WS-BC-DESC(WS-CAT-SUBIDX) TO WS-RUNNING-HEAD.
           PERFORM 0700-NEW-PAGE.
           MOVE WS-PAGE-NO TO WS-BC-PAGE(WS-CAT-SUBIDX).

           MOVE WS-BC-CODE(WS-CAT-SUBIDX) TO WS-CH-CODE.
           MOVE WS-BC-DESC(WS-CAT-SUBIDX) TO WS-CH-DESC.
           MOVE WS-CATEGORY-HEAD-LINE TO WS-OUT-LINE.
           PERFORM 0750-EMIT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM 0750-EMIT-LINE.

           PERFORM VARYING WS-SUBIDX FROM WS-BC-FIRST(WS-CAT-SUBIDX)
               BY 1 UNTIL WS-SUBIDX > WS-BC-LAST(WS-CAT-SUBIDX)
               PERFORM 0520-LAY-OUT-TOPIC
           END-PERFORM.

       0520-LAY-OUT-TOPIC.

           IF WS-LINE-NO + 3 > WS-BODY-LINES
               PERFORM 0700-NEW-PAGE
           END-IF.
           MOVE WS-PAGE-NO TO WS-TP-PAGE(WS-SUBIDX).

           MOVE WS-TP-TOPIC(WS-SUBIDX) TO WS-TH-TOPIC.
           MOVE WS-TP-ID(WS-SUBIDX) TO WS-TH-ID.
           MOVE WS-TOPIC-HEAD-LINE TO WS-OUT-LINE.
           PERFORM 0750-EMIT-LINE.

           MOVE WS-TP-COMMENT(WS-SUBIDX) TO WS-WRAP-TEXT.
           PERFORM 0800-WRAP-COMMENT.

           MOVE SPACES TO WS-OUT-LINE.
           PERFORM 0750-EMIT-LINE.

      *    INDEX: EVERY PRINTED TOPIC BY NAME WITH ITS PAGE.
       0600-RELEASE-INDEX-ENTRIES.

           PERFORM VARYING WS-SUBIDX FROM 1 BY 1
               UNTIL WS-SUBIDX > WS-TOPIC-COUNT
               MOVE WS-TP-TOPIC(WS-SUBIDX) TO IS-TOPIC
               MOVE WS-TP-ID(WS-SUBIDX) TO IS-ID
               MOVE WS-TP-PAGE(WS-SUBIDX) TO IS-PAGE
               RELEASE INDEX-SORT-RECORD
           END-PERFORM.

       0650-PRINT-INDEX.

           MOVE "INDEX" TO WS-RUNNING-HEAD.
           PERFORM 0700-NEW-PAGE.
           MOVE "INDEX OF TOPICS" TO WS-OUT-LINE.
           PERFORM 0750-EMIT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM 0750-EMIT-LINE.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 0660-PRINT-INDEX-ENTRY UNTIL WS-AT-EOF.

           PERFORM 0720-END-PAGE.

       0660-PRINT-INDEX-ENTRY.

           RETURN INDEX-SORT
               AT END
                   SET WS-AT-EOF TO TRUE
               NOT AT END
                   MOVE IS-TOPIC TO WS-IL-TOPIC
                   MOVE IS-ID TO WS-IL-ID
                   MOVE IS-PAGE TO WS-IL-PAGE
                   MOVE WS-INDEX-ENTRY-LINE TO WS-OUT-LINE
                   PERFORM 0750-EMIT-LINE
           END-RETURN.

      *    CLOSES THE CURRENT PAGE, IF ANY, AND STARTS THE NEXT WITH
      *    ITS RUNNING HEADER.
       0700-NEW-PAGE.

           PERFORM 0720-END-PAGE.
           ADD 1 TO WS-PAGE-NO.
           MOVE ZERO TO WS-LINE-NO.
           SET WS-PAGE-OPEN TO TRUE.

           IF WS-PRINTING
               MOVE WS-RUNNING-HEAD TO WS-HL-HEAD
               MOVE WS-PAGE-NO TO WS-HL-PAGE
               WRITE HANDBOOK-LINE FROM WS-HEADER-LINE
                   AFTER ADVANCING PAGE
               MOVE SPACES TO HANDBOOK-LINE
               WRITE HANDBOOK-LINE AFTER ADVANCING 1 LINE
           END-IF.

      *    THE FOOTER SITS ON THE SAME LINE OF EVERY PAGE, HOWEVER
      *    FULL THE PAGE IS.
       0720-END-PAGE.

           IF WS-PAGE-OPEN AND WS-PRINTING
               COMPUTE WS-FOOTER-SKIP = WS-BODY-LINES - WS-LINE-NO + 2
               MOVE WS-PAGE-NO TO WS-FL-PAGE
               WRITE HANDBOOK-LINE FROM WS-FOOTER-LINE
                   AFTER ADVANCING WS-FOOTER-SKIP LINES
           END-IF.
           MOVE 'N' TO WS-PAGE-OPEN-SW.
           MOVE WS-BODY-LINES TO WS-LINE-NO.

       0750-EMIT-LINE.

           IF WS-LINE-NO >= WS-BODY-LINES
               PERFORM 0700-NEW-PAGE
           END-IF.
           ADD 1 TO WS-LINE-NO.
           IF WS-PRINTING
               WRITE HANDBOOK-LINE FROM WS-OUT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    WRAPS WS-WRAP-TEXT AT WORD BOUNDARIES ONTO INDENTED BODY
      *    LINES. A WORD LONGER THAN THE LINE IS SPLIT.
       0800-WRAP-COMMENT.

           PERFORM VARYING WS-WRAP-LEN FROM 100 BY -1
               UNTIL WS-WRAP-LEN = 0
               OR WS-WRAP-TEXT(WS-WRAP-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

           MOVE 1 TO WS-WRAP-POS.
           PERFORM 0810-WRAP-ONE-LINE
               UNTIL WS-WRAP-POS > WS-WRAP-LEN.

       0810-WRAP-ONE-LINE.

           PERFORM VARYING WS-WRAP-POS FROM WS-WRAP-POS BY 1
               UNTIL WS-WRAP-POS > WS-WRAP-LEN
               OR WS-WRAP-TEXT(WS-WRAP-POS:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

           IF WS-WRAP-POS <= WS-WRAP-LEN
               COMPUTE WS-WRAP-REMAIN = WS-WRAP-LEN - WS-WRAP-POS + 1
               IF WS-WRAP-REMAIN <= WS-WRAP-WIDTH
                   MOVE WS-WRAP-REMAIN TO WS-WRAP-CUT
               ELSE
                   PERFORM 0820-FIND-BREAK
               END-IF
               MOVE SPACES TO WS-BL-TEXT
               MOVE WS-WRAP-TEXT(WS-WRAP-POS:WS-WRAP-CUT)
                   TO WS-BL-TEXT
               MOVE WS-BODY-TEXT-LINE TO WS-OUT-LINE
               PERFORM 0750-EMIT-LINE
               ADD WS-WRAP-CUT TO WS-WRAP-POS
           END-IF.

      *    THE LINE ENDS AT A FULL WIDTH IF THE NEXT CHARACTER IS A
      *    SPACE, OTHERWISE JUST BEFORE THE LAST SPACE THAT FITS.
       0820-FIND-BREAK.

           MOVE WS-WRAP-WIDTH TO WS-WRAP-CUT.
           COMPUTE WS-WRAP-SCAN = WS-WRAP-POS + WS-WRAP-WIDTH.
           IF WS-WRAP-TEXT(WS-WRAP-SCAN:1) NOT = SPACE
               PERFORM VARYING WS-WRAP-SCAN FROM WS-WRAP-SCAN BY -1
                   UNTIL WS-WRAP-SCAN <= WS-WRAP-POS
                   OR WS-WRAP-TEXT(WS-WRAP-SCAN:1) = SPACE
                   CONTINUE
               END-PERFORM
               IF WS-WRAP-SCAN > WS-WRAP-POS
                   COMPUTE WS-WRAP-CUT = WS-WRAP-SCAN - WS-WRAP-POS
               END-IF
           END-IF.

       9000-END-PROGRAM.

           STOP RUN.

          END PROGRAM WIKIHANDBOOK.
