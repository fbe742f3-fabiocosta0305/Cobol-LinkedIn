       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIKIAGING.
      * AGING REPORT OF THE WIKI PENDING-CHANGE QUEUE. LISTS EVERY
      * CHANGE ON WIKIPEND.DAT STILL WAITING FOR A REVIEWER LONGER
      * THAN A THRESHOLD NUMBER OF DAYS, IN QUEUE ORDER - WHICH IS
      * OLDEST FIRST, SINCE CH6SOLUTION ONLY EVER APPENDS - WITH
      * COUNTS OF EVERYTHING WAITING, ON WIKIAGE.RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT WIKIPENDING ASSIGN TO "WIKIPEND.DAT"
           FILE STATUS IS WS-PEND-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE RECORD: THE NUMBER OF DAYS A CHANGE MAY WAIT BEFORE IT
      *    IS LISTED, THREE DIGITS ZERO-PADDED, 001 TO 999. NO FILE,
      *    AN EMPTY FILE OR ANY OTHER VALUE MEANS 7 DAYS, WITH A
      *    WARNING.
       SELECT AGE-PARM-FILE ASSIGN TO "WIKIAGE.PRM"
           FILE STATUS IS WS-PARM-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AGE-REPORT ASSIGN TO "WIKIAGE.RPT"
           FILE STATUS IS WS-RPT-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WIKIPENDING.
       01 WIKIPENDING-RECORD.
           05 PND-ACTION            PIC X(1).
           05 PND-PROPOSER          PIC X(8).
           05 PND-DATE              PIC 9(8).
           05 PND-DATE-PARTS REDEFINES PND-DATE.
              10 PND-YEAR           PIC 9(4).
              10 PND-MONTH          PIC 9(2).
              10 PND-DAY            PIC 9(2).
           05 PND-TIME              PIC 9(8).
           05 PND-STATUS            PIC X(1).
           05 PND-REVIEWER          PIC X(8).
           05 PND-REVIEW-DATE       PIC 9(8).
           05 PND-NOTE              PIC X(40).
           05 PND-BEFORE.
              10 PND-BEF-ID         PIC X(8).
              10 PND-BEF-TOPIC      PIC X(50).
              10 PND-BEF-COMMENT    PIC X(100).
              10 PND-BEF-CATEGORY   PIC X(10).
           05 PND-AFTER.
              10 PND-AFT-ID         PIC X(8).
              10 PND-AFT-TOPIC      PIC X(50).
              10 PND-AFT-COMMENT    PIC X(100).
              10 PND-AFT-CATEGORY   PIC X(10).

       FD AGE-PARM-FILE.
       01 AGE-PARM-RECORD.
           05 AG-DAYS               PIC X(3).
           05 AG-DAYS-N REDEFINES AG-DAYS PIC 9(3).

       FD AGE-REPORT.
       01 AGE-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  WS-PEND-STATUS      PIC X(2).
           05  WS-PARM-STATUS      PIC X(2).
           05  WS-RPT-STATUS       PIC X(2).
           05  WS-PEND-SWITCH      PIC X(1) VALUE 'N'.
               88 WS-PEND-DONE     VALUE 'Y'.
           05  WS-THRESHOLD-DAYS   PIC 9(3) VALUE 7.
           05  WS-THRESHOLD-SW     PIC X(1) VALUE 'N'.
               88 WS-THRESHOLD-SET VALUE 'Y'.
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               10 WS-RUN-YEAR      PIC 9(4).
               10 WS-RUN-MONTH     PIC 9(2).
               10 WS-RUN-DAY       PIC 9(2).
      *    DAYS WAITING USE THE USUAL BATCH APPROXIMATION OF 365-DAY
      *    YEARS AND 30-DAY MONTHS, AS THE MAILING FREQUENCY CAP DOES.
           05  WS-DAYS-WAITING     PIC S9(7) VALUE ZERO.
           05  WS-OLDEST-DAYS      PIC S9(7) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ROWS-READ        PIC 9(6) VALUE ZERO.
           05  WS-WAITING-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-OVERDUE-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-ADD-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-UPDATE-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-DELETE-COUNT     PIC 9(6) VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE.
               10 FILLER           PIC X(36) VALUE
                  "WIKI PENDING CHANGES - AGING REPORT".
               10 FILLER           PIC X(9) VALUE "RUN DATE ".
               10 WS-TL-DATE       PIC 9(8).
           05  WS-THRESHOLD-LINE.
               10 FILLER           PIC X(36) VALUE
                  "CHANGES WAITING LONGER THAN (DAYS): ".
               10 WS-THL-DAYS      PIC ZZ9.
           05  WS-COLUMN-LINE.
               10 FILLER           PIC X(10) VALUE "WIKI-ID".
               10 FILLER           PIC X(8)  VALUE "ACTION".
               10 FILLER           PIC X(10) VALUE "PROPOSER".
               10 FILLER           PIC X(10) VALUE "PROPOSED".
               10 FILLER           PIC X(7)  VALUE "  DAYS".
               10 FILLER           PIC X(2)  VALUE SPACES.
               10 FILLER           PIC X(10) VALUE "CATEGORY".
               10 FILLER           PIC X(40) VALUE "TOPIC".
           05  WS-DETAIL-LINE.
               10 WS-DL-ID         PIC X(8).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-DL-ACTION     PIC X(6).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-DL-PROPOSER   PIC X(8).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-DL-DATE       PIC 9(8).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-DL-DAYS       PIC Z,ZZ9.
               10 FILLER           PIC X(4) VALUE SPACES.
               10 WS-DL-CATEGORY   PIC X(10).
               10 WS-DL-TOPIC      PIC X(40).
           05  WS-NONE-LINE.
               10 FILLER           PIC X(40) VALUE
                  "  NO CHANGE HAS WAITED THAT LONG.".
           05  WS-TOTAL-LINE.
               10 WS-TOT-LABEL     PIC X(36).
               10 WS-TOT-COUNT     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0100-START.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0150-LOAD-THRESHOLD.

           OPEN INPUT WIKIPENDING.
           IF WS-PEND-STATUS NOT = "00"
               AND WS-PEND-STATUS NOT = "35"
               DISPLAY "ERROR OPENING WIKIPEND.DAT - STATUS: ",
                   WS-PEND-STATUS
               PERFORM 9000-END-PROGRAM
           END-IF.

           OPEN OUTPUT AGE-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING WIKIAGE.RPT - STATUS: ",
                   WS-RPT-STATUS
               PERFORM 9000-END-PROGRAM
           END-IF.

           MOVE WS-RUN-DATE TO WS-TL-DATE.
           WRITE AGE-REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-THRESHOLD-DAYS TO WS-THL-DAYS.
           WRITE AGE-REPORT-LINE FROM WS-THRESHOLD-LINE.
           MOVE SPACES TO AGE-REPORT-LINE.
           WRITE AGE-REPORT-LINE.
           WRITE AGE-REPORT-LINE FROM WS-COLUMN-LINE.

      *    NO QUEUE FILE YET SIMPLY MEANS NOTHING IS WAITING.
           IF WS-PEND-STATUS = "00"
               PERFORM 0200-AGE-NEXT-CHANGE UNTIL WS-PEND-DONE
               CLOSE WIKIPENDING
           END-IF.

           IF WS-OVERDUE-COUNT = ZERO
               WRITE AGE-REPORT-LINE FROM WS-NONE-LINE
           END-IF.

           PERFORM 0300-PRINT-TOTALS.
           CLOSE AGE-REPORT.

           DISPLAY "CHANGES WAITING:      ", WS-WAITING-COUNT.
           DISPLAY "WAITING TOO LONG:     ", WS-OVERDUE-COUNT.

           PERFORM 9000-END-PROGRAM.

       0150-LOAD-THRESHOLD.

           OPEN INPUT AGE-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ AGE-PARM-FILE
                   AT END
                       DISPLAY "WIKIAGE.PRM IS EMPTY."
                   NOT AT END
                       PERFORM 0155-CHECK-THRESHOLD
               END-READ
               CLOSE AGE-PARM-FILE
           ELSE
               DISPLAY "WIKIAGE.PRM NOT OPENED - STATUS: ",
                   WS-PARM-STATUS
           END-IF.

           IF NOT WS-THRESHOLD-SET
               MOVE 7 TO WS-THRESHOLD-DAYS
               DISPLAY "WARNING - DEFAULT THRESHOLD OF 7 DAYS USED."
           END-IF.

       0155-CHECK-THRESHOLD.

           IF AG-DAYS IS NOT NUMERIC
               DISPLAY "WIKIAGE.PRM DAYS NOT THREE DIGITS: ", AG-DAYS
           ELSE
               IF AG-DAYS-N < 1
                   DISPLAY "WIKIAGE.PRM DAYS OUT OF RANGE: ", AG-DAYS
               ELSE
                   MOVE AG-DAYS-N TO WS-THRESHOLD-DAYS
                   SET WS-THRESHOLD-SET TO TRUE
               END-IF
           END-IF.

      *    ONLY ROWS STILL 'P' ARE AGED. WIKIREVIEW MOVES DECIDED
      *    ROWS TO WIKIPEND.HST, BUT A QUEUE IT HAS NOT REWRITTEN
      *    SINCE MAY STILL CARRY SOME.
       0200-AGE-NEXT-CHANGE.

           READ WIKIPENDING
               AT END
                   SET WS-PEND-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF PND-STATUS = 'P'
                       PERFORM 0210-AGE-ONE-CHANGE
                   END-IF
           END-READ.

       0210-AGE-ONE-CHANGE.

           ADD 1 TO WS-WAITING-COUNT.
           EVALUATE PND-ACTION
               WHEN 'A'
                   ADD 1 TO WS-ADD-COUNT
               WHEN 'U'
                   ADD 1 TO WS-UPDATE-COUNT
               WHEN 'D'
                   ADD 1 TO WS-DELETE-COUNT
           END-EVALUATE.

           COMPUTE WS-DAYS-WAITING =
               ((WS-RUN-YEAR - PND-YEAR) * 365)
               + ((WS-RUN-MONTH - PND-MONTH) * 30)
               + WS-RUN-DAY - PND-DAY.
           IF WS-DAYS-WAITING > WS-OLDEST-DAYS
               MOVE WS-DAYS-WAITING TO WS-OLDEST-DAYS
           END-IF.

           IF WS-DAYS-WAITING > WS-THRESHOLD-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               EVALUATE PND-ACTION
                   WHEN 'A'
                       MOVE "ADD" TO WS-DL-ACTION
                       MOVE PND-AFT-ID TO WS-DL-ID
                       MOVE PND-AFT-CATEGORY TO WS-DL-CATEGORY
                       MOVE PND-AFT-TOPIC TO WS-DL-TOPIC
                   WHEN 'U'
                       MOVE "UPDATE" TO WS-DL-ACTION
                       MOVE PND-AFT-ID TO WS-DL-ID
                       MOVE PND-AFT-CATEGORY TO WS-DL-CATEGORY
                       MOVE PND-AFT-TOPIC TO WS-DL-TOPIC
                   WHEN OTHER
                       MOVE "DELETE" TO WS-DL-ACTION
                       MOVE PND-BEF-ID TO WS-DL-ID
                       MOVE PND-BEF-CATEGORY TO WS-DL-CATEGORY
                       MOVE PND-BEF-TOPIC TO WS-DL-TOPIC
               END-EVALUATE
               MOVE PND-PROPOSER TO WS-DL-PROPOSER
               MOVE PND-DATE TO WS-DL-DATE
               MOVE WS-DAYS-WAITING TO WS-DL-DAYS
               WRITE AGE-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

       0300-PRINT-TOTALS.

           MOVE SPACES TO AGE-REPORT-LINE.
           WRITE AGE-REPORT-LINE.
           MOVE "CHANGES WAITING FOR REVIEW" TO WS-TOT-LABEL.
           MOVE WS-WAITING-COUNT TO WS-TOT-COUNT.
           WRITE AGE-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  ADDS" TO WS-TOT-LABEL.
           MOVE WS-ADD-COUNT TO WS-TOT-COUNT.
           WRITE AGE-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  UPDATES" TO WS-TOT-LABEL.
           MOVE WS-UPDATE-COUNT TO WS-TOT-COUNT.
           WRITE AGE-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  DELETES" TO WS-TOT-LABEL.
           MOVE WS-DELETE-COUNT TO WS-TOT-COUNT.
           WRITE AGE-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "WAITING LONGER THAN THRESHOLD" TO WS-TOT-LABEL.
           MOVE WS-OVERDUE-COUNT TO WS-TOT-COUNT.
           WRITE AGE-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "OLDEST CHANGE WAITING (DAYS)" TO WS-TOT-LABEL.
           MOVE WS-OLDEST-DAYS TO WS-TOT-COUNT.
           WRITE AGE-REPORT-LINE FROM WS-TOTAL-LINE.

       9000-END-PROGRAM.

           STOP RUN.

          END PROGRAM WIKIAGING.
