       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEC-REPORT.
       AUTHOR. FABIO COSTA.
      *    DAILY SECURITY VIOLATION REPORT FOR AUDIT. LISTS EVERY
      *    REFUSED SIGN-ON AND EVERY REFUSED ACTION LOGGED TO
      *    SECVIOL.DAT ON ONE DAY BY EMP-MAINT, EMP-TRANS,
      *    EXCEPT-REVIEW, PARM-MAINT, RUN-SEQUENCER, SEC-MAINT AND
      *    THE RUN-LOCK OVERRIDE CHECK, THEN TOTALS THEM BY PROGRAM,
      *    BY OPERATOR AND BY REASON. AN OPERATOR WITH THREE OR MORE
      *    REFUSALS IN THE DAY IS FLAGGED FOR FOLLOW-UP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SECURITY-VIOLATIONS
        ASSIGN TO "SECVIOL.DAT"
        FILE STATUS IS SV-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT VIOLATION-REPORT
        ASSIGN TO "SECVIOL.RPT"
        FILE STATUS IS VR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    CENTRAL KEYED RUN-PARAMETER FILE. SECDATE NAMES THE DAY TO
      *    REPORT (DEFAULT TODAY).
       SELECT RUN-PARMS-FILE
        ASSIGN TO "RUNPARMS.DAT"
        FILE STATUS IS PM-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *    ONE LINE PER REFUSED ATTEMPT. REASON NOID = OPERATOR NOT
      *    ON FILE, INAC = NOT ACTIVE, PASS = WRONG PASSWORD, AUTH =
      *    ROLE LACKS THE FUNCTION, NOSF = SECURITY MASTER MISSING.
       FD SECURITY-VIOLATIONS.
       01 SECURITY-VIOLATION-RECORD.
           02 SV-DATE           PIC 9(8).
           02 SV-TIME           PIC 9(8).
           02 SV-PROGRAM        PIC X(13).
           02 SV-OPERATOR-ID    PIC X(8).
           02 SV-FUNCTION       PIC X(8).
           02 SV-REASON         PIC X(4).

       FD VIOLATION-REPORT.
       01 PRINTDATA.
           02 FILLER      PIC X(132).

      *    ONE LINE PER OPTION: KEY, VALUE.
       FD RUN-PARMS-FILE.
       01 RUN-PARMS-RECORD.
           02 PM-KEY            PIC X(12).
           02 PM-VALUE          PIC X(20).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          02 SV-STATUS  PIC X(2).
          02 VR-STATUS  PIC X(2).

       01  WS-DATE-AREAS.
           05  WS-TODAY-DATE       PIC 9(8) VALUE ZERO.
           05  WS-REPORT-DATE      PIC 9(8) VALUE ZERO.

      *    THREE ROLL-UPS BUILT IN ONE PASS: BY PROGRAM, BY OPERATOR
      *    AND BY REASON.
       01  WS-VIOLATION-AREAS.
           05  WS-RECORDS-READ     PIC 9(8) VALUE ZERO.
           05  WS-DAY-VIOLATIONS   PIC 9(8) VALUE ZERO.
           05  WS-FLAGGED-COUNT    PIC 9(4) VALUE ZERO.
           05  WS-SUBIDX           PIC 9(4) VALUE ZERO.
           05  WS-FOUND-IDX        PIC 9(4) VALUE ZERO.

           05  WS-PGM-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-PGM-TABLE OCCURS 20 TIMES.
               10  WS-PGM-NAME     PIC X(13).
               10  WS-PGM-TALLY    PIC 9(8).

           05  WS-OPR-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-OPR-TABLE OCCURS 200 TIMES.
               10  WS-OPR-ID       PIC X(8).
               10  WS-OPR-TALLY    PIC 9(8).

           05  WS-RSN-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-RSN-TABLE OCCURS 20 TIMES.
               10  WS-RSN-CODE     PIC X(4).
               10  WS-RSN-TALLY    PIC 9(8).

           05  WS-REASON-CODE      PIC X(4) VALUE SPACES.
           05  WS-REASON-TEXT      PIC X(30) VALUE SPACES.

       01  WS-TIME-WORK.
           05  WS-TIME-VALUE       PIC 9(8) VALUE ZERO.
           05  WS-TIME-PARTS REDEFINES WS-TIME-VALUE.
               10  WS-TIME-HH      PIC 9(2).
               10  WS-TIME-MM      PIC 9(2).
               10  WS-TIME-SS      PIC 9(2).
               10  WS-TIME-CC      PIC 9(2).

      *    RUN-PARAMETER TABLE AND THE ACTIVE-OPTIONS BANNER - SEE
      *    THE RUN-PARMS-FILE SELECT COMMENT.
       01  WS-RUN-PARM-AREAS.
           05  PM-STATUS           PIC X(2) VALUE SPACES.
           05  WS-PARM-COUNT       PIC 9(2) VALUE ZERO.
           05  WS-PARM-SUBIDX      PIC 9(2) VALUE ZERO.
           05  WS-PARM-WANTED      PIC X(12) VALUE SPACES.
           05  WS-PARM-FOUND-SW    PIC X(1) VALUE 'N'.
               88  WS-PARM-FOUND   VALUE 'Y'.
           05  WS-PARM-VALUE       PIC X(20) VALUE SPACES.
           05  WS-PARM-PTR         PIC 9(3) VALUE 1.
           05  WS-PARM-TABLE OCCURS 50 TIMES.
               10  WS-PM-KEY       PIC X(12).
               10  WS-PM-VALUE     PIC X(20).

       01  PARM-BANNER-LINE.
           05  FILLER              PIC X(16) VALUE
               'ACTIVE OPTIONS: '.
           05  PBL-TEXT            PIC X(116) VALUE SPACES.

       01  REPORT-TITLE-LINE.
            05 FILLER           PIC X(40) VALUE
               'SECURITY VIOLATION REPORT FOR AUDIT'.
            05 FILLER           PIC X(6)  VALUE 'DATE: '.
            05 RTL-DATE         PIC 9(8).
            05 FILLER           PIC X(78) VALUE SPACES.

       01  SECTION-HEADING-LINE.
            05 SHL-TITLE        PIC X(60).
            05 FILLER           PIC X(72) VALUE SPACES.

       01  DETAIL-HEADING-LINE.
            05 FILLER           PIC X(52) VALUE
               'TIME      PROGRAM        OPERATOR  FUNCTION  REASON'.
            05 FILLER           PIC X(80) VALUE SPACES.

       01  VIOLATION-DETAIL-LINE.
            05 VDL-HH           PIC 9(2).
            05 FILLER           PIC X VALUE ':'.
            05 VDL-MM           PIC 9(2).
            05 FILLER           PIC X VALUE ':'.
            05 VDL-SS           PIC 9(2).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 VDL-PROGRAM      PIC X(13).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 VDL-OPERATOR     PIC X(8).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 VDL-FUNCTION     PIC X(8).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 VDL-REASON       PIC X(4).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 VDL-REASON-TEXT  PIC X(30).
            05 FILLER           PIC X(52) VALUE SPACES.

       01  TALLY-DETAIL-LINE.
            05 TDL-NAME         PIC X(13).
            05 FILLER           PIC X(4) VALUE SPACES.
            05 TDL-TALLY        PIC ZZZ,ZZZ,ZZ9.
            05 FILLER           PIC X(4) VALUE SPACES.
            05 TDL-NOTE         PIC X(30).
            05 FILLER           PIC X(70) VALUE SPACES.

       01  REPORT-TOTAL-LINE.
            05 STL-LABEL        PIC X(30).
            05 STL-COUNT        PIC ZZZ,ZZZ,ZZ9.
            05 FILLER           PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-OPEN-FILES.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-REPORT-DATE.

           PERFORM 9600-LOAD-RUN-PARMS.

           MOVE 'SECDATE     ' TO WS-PARM-WANTED.
           PERFORM 9610-FIND-RUN-PARM.
           IF WS-PARM-FOUND
               AND WS-PARM-VALUE(1:8) IS NUMERIC
               MOVE WS-PARM-VALUE(1:8) TO WS-REPORT-DATE
           END-IF.

           OPEN OUTPUT VIOLATION-REPORT.
           IF VR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SECVIOL.RPT - STATUS: ",
                   VR-STATUS
               STOP RUN
           END-IF.

           MOVE WS-REPORT-DATE TO RTL-DATE.
           WRITE PRINTDATA FROM REPORT-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRINTDATA FROM PARM-BANNER-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'REFUSED ATTEMPTS' TO SHL-TITLE.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINTDATA FROM DETAIL-HEADING-LINE
               AFTER ADVANCING 1 LINES.

      *    NO LOG YET MEANS NOTHING HAS EVER BEEN REFUSED - AN EMPTY
      *    REPORT, NOT AN ERROR.
           OPEN INPUT SECURITY-VIOLATIONS.
           IF SV-STATUS = "00"
               PERFORM 0200-READ-VIOLATION
                   UNTIL SV-STATUS NOT = "00"
               CLOSE SECURITY-VIOLATIONS
           ELSE
               IF SV-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING SECVIOL.DAT - STATUS: ",
                       SV-STATUS
               END-IF
           END-IF.

           PERFORM 0300-PRINT-PROGRAM-SECTION.
           PERFORM 0400-PRINT-OPERATOR-SECTION.
           PERFORM 0500-PRINT-REASON-SECTION.

           MOVE 'VIOLATION RECORDS READ:' TO STL-LABEL.
           MOVE WS-RECORDS-READ TO STL-COUNT.
           WRITE PRINTDATA FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'VIOLATIONS ON THE DAY:' TO STL-LABEL.
           MOVE WS-DAY-VIOLATIONS TO STL-COUNT.
           WRITE PRINTDATA FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'OPERATORS FLAGGED:' TO STL-LABEL.
           MOVE WS-FLAGGED-COUNT TO STL-COUNT.
           WRITE PRINTDATA FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           DISPLAY "SECURITY VIOLATIONS ON ", WS-REPORT-DATE, ": ",
               WS-DAY-VIOLATIONS, "  OPERATORS FLAGGED: ",
               WS-FLAGGED-COUNT.

           PERFORM 9999-END-PROGRAM.

       0200-READ-VIOLATION.

           READ SECURITY-VIOLATIONS
               AT END
                   MOVE "10" TO SV-STATUS
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF SV-DATE = WS-REPORT-DATE
                       ADD 1 TO WS-DAY-VIOLATIONS
                       PERFORM 0210-PRINT-VIOLATION
                       PERFORM 0220-TALLY-BY-PROGRAM
                       PERFORM 0230-TALLY-BY-OPERATOR
                       PERFORM 0240-TALLY-BY-REASON
                   END-IF
           END-READ.

       0210-PRINT-VIOLATION.

           MOVE SV-TIME TO WS-TIME-VALUE.
           MOVE WS-TIME-HH TO VDL-HH.
           MOVE WS-TIME-MM TO VDL-MM.
           MOVE WS-TIME-SS TO VDL-SS.
           MOVE SV-PROGRAM TO VDL-PROGRAM.
           MOVE SV-OPERATOR-ID TO VDL-OPERATOR.
           MOVE SV-FUNCTION TO VDL-FUNCTION.
           MOVE SV-REASON TO VDL-REASON.
           MOVE SV-REASON TO WS-REASON-CODE.
           PERFORM 0250-DESCRIBE-REASON.
           MOVE WS-REASON-TEXT TO VDL-REASON-TEXT.
           WRITE PRINTDATA FROM VIOLATION-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

       0220-TALLY-BY-PROGRAM.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-SUBIDX FROM 1 BY 1
               UNTIL WS-SUBIDX > WS-PGM-COUNT
               IF WS-PGM-NAME(WS-SUBIDX) = SV-PROGRAM
                   MOVE WS-SUBIDX TO WS-FOUND-IDX
                   MOVE 21 TO WS-SUBIDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZERO
               IF WS-PGM-COUNT >= 20
                   DISPLAY "WARNING - PROGRAM TABLE FULL"
               ELSE
                   ADD 1 TO WS-PGM-COUNT
                   MOVE SV-PROGRAM TO WS-PGM-NAME(WS-PGM-COUNT)
                   MOVE ZERO TO WS-PGM-TALLY(WS-PGM-COUNT)
                   MOVE WS-PGM-COUNT TO WS-FOUND-IDX
               END-IF
           END-IF.

           IF WS-FOUND-IDX > ZERO
               ADD 1 TO WS-PGM-TALLY(WS-FOUND-IDX)
           END-IF.

       0230-TALLY-BY-OPERATOR.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-SUBIDX FROM 1 BY 1
               UNTIL WS-SUBIDX > WS-OPR-COUNT
               IF WS-OPR-ID(WS-SUBIDX) = SV-OPERATOR-ID
                   MOVE WS-SUBIDX TO WS-FOUND-IDX
                   MOVE 201 TO WS-SUBIDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZERO
               IF WS-OPR-COUNT >= 200
                   DISPLAY "WARNING - OPERATOR TABLE FULL"
               ELSE
                   ADD 1 TO WS-OPR-COUNT
                   MOVE SV-OPERATOR-ID TO WS-OPR-ID(WS-OPR-COUNT)
                   MOVE ZERO TO WS-OPR-TALLY(WS-OPR-COUNT)
                   MOVE WS-OPR-COUNT TO WS-FOUND-IDX
               END-IF
           END-IF.

           IF WS-FOUND-IDX > ZERO
               ADD 1 TO WS-OPR-TALLY(WS-FOUND-IDX)
           END-IF.

       0240-TALLY-BY-REASON.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-SUBIDX FROM 1 BY 1
               UNTIL WS-SUBIDX > WS-RSN-COUNT
               IF WS-RSN-CODE(WS-SUBIDX) = SV-REASON
                   MOVE WS-SUBIDX TO WS-FOUND-IDX
                   MOVE 21 TO WS-SUBIDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZERO
               IF WS-RSN-COUNT >= 20
                   DISPLAY "WARNING - REASON TABLE FULL"
               ELSE
                   ADD 1 TO WS-RSN-COUNT
                   MOVE SV-REASON TO WS-RSN-CODE(WS-RSN-COUNT)
                   MOVE ZERO TO WS-RSN-TALLY(WS-RSN-COUNT)
                   MOVE WS-RSN-COUNT TO WS-FOUND-IDX
               END-IF
           END-IF.

           IF WS-FOUND-IDX > ZERO
               ADD 1 TO WS-RSN-TALLY(WS-FOUND-IDX)
           END-IF.

       0250-DESCRIBE-REASON.

           EVALUATE WS-REASON-CODE
               WHEN 'NOID'
                   MOVE 'OPERATOR NOT ON FILE' TO WS-REASON-TEXT
               WHEN 'INAC'
                   MOVE 'OPERATOR NOT ACTIVE' TO WS-REASON-TEXT
               WHEN 'PASS'
                   MOVE 'WRONG PASSWORD' TO WS-REASON-TEXT
               WHEN 'AUTH'
                   MOVE 'ROLE LACKS THE FUNCTION' TO WS-REASON-TEXT
               WHEN 'NOSF'
                   MOVE 'SECURITY MASTER MISSING' TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-TEXT
           END-EVALUATE.

       0300-PRINT-PROGRAM-SECTION.

           MOVE 'VIOLATIONS BY PROGRAM' TO SHL-TITLE.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM VARYING WS-SUBIDX FROM 1 BY 1
               UNTIL WS-SUBIDX > WS-PGM-COUNT
               MOVE WS-PGM-NAME(WS-SUBIDX) TO TDL-NAME
               MOVE WS-PGM-TALLY(WS-SUBIDX) TO TDL-TALLY
               MOVE SPACES TO TDL-NOTE
               WRITE PRINTDATA FROM TALLY-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM.

      *    REPEATED REFUSALS FOR ONE ID IN A DAY ARE WORTH A CALL -
      *    SOMEONE GUESSING, OR SOMEONE WHO NEEDS A GRANT.
       0400-PRINT-OPERATOR-SECTION.

           MOVE 'VIOLATIONS BY OPERATOR' TO SHL-TITLE.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM VARYING WS-SUBIDX FROM 1 BY 1
               UNTIL WS-SUBIDX > WS-OPR-COUNT
               MOVE WS-OPR-ID(WS-SUBIDX) TO TDL-NAME
               MOVE WS-OPR-TALLY(WS-SUBIDX) TO TDL-TALLY
               IF WS-OPR-TALLY(WS-SUBIDX) >= 3
                   MOVE '*** THREE OR MORE - FOLLOW UP' TO TDL-NOTE
                   ADD 1 TO WS-FLAGGED-COUNT
               ELSE
                   MOVE SPACES TO TDL-NOTE
               END-IF
               WRITE PRINTDATA FROM TALLY-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM.

       0500-PRINT-REASON-SECTION.

           MOVE 'VIOLATIONS BY REASON' TO SHL-TITLE.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM VARYING WS-SUBIDX FROM 1 BY 1
               UNTIL WS-SUBIDX > WS-RSN-COUNT
               MOVE WS-RSN-CODE(WS-SUBIDX) TO TDL-NAME
               MOVE WS-RSN-TALLY(WS-SUBIDX) TO TDL-TALLY
               MOVE WS-RSN-CODE(WS-SUBIDX) TO WS-REASON-CODE
               PERFORM 0250-DESCRIBE-REASON
               MOVE WS-REASON-TEXT TO TDL-NOTE
               WRITE PRINTDATA FROM TALLY-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM.

       9999-END-PROGRAM.

           CLOSE VIOLATION-REPORT.
           STOP RUN.

      *    LOADS THE CENTRAL RUN-PARAMETER TABLE AND BUILDS THE
      *    ACTIVE-OPTIONS BANNER FOR THE REPORT HEAD.
       9600-LOAD-RUN-PARMS.

           OPEN INPUT RUN-PARMS-FILE.
           IF PM-STATUS = "00"
               PERFORM 9605-READ-RUN-PARM
                   UNTIL PM-STATUS NOT = "00"
                   OR WS-PARM-COUNT = 50
               CLOSE RUN-PARMS-FILE
           END-IF.

           MOVE SPACES TO PBL-TEXT.
           IF WS-PARM-COUNT = ZERO
               MOVE 'NONE' TO PBL-TEXT
           ELSE
               MOVE 1 TO WS-PARM-PTR
               PERFORM VARYING WS-PARM-SUBIDX FROM 1 BY 1
                   UNTIL WS-PARM-SUBIDX > WS-PARM-COUNT
                   STRING WS-PM-KEY(WS-PARM-SUBIDX)
                       DELIMITED BY SPACE
                       '=' DELIMITED BY SIZE
                       WS-PM-VALUE(WS-PARM-SUBIDX)
                       DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       INTO PBL-TEXT
                       WITH POINTER WS-PARM-PTR
               END-PERFORM
           END-IF.

       9605-READ-RUN-PARM.

           READ RUN-PARMS-FILE
               AT END
                   MOVE "10" TO PM-STATUS
               NOT AT END
                   IF PM-KEY NOT = SPACES
                       ADD 1 TO WS-PARM-COUNT
                       MOVE PM-KEY TO WS-PM-KEY(WS-PARM-COUNT)
                       MOVE PM-VALUE TO WS-PM-VALUE(WS-PARM-COUNT)
                   END-IF
           END-READ.

       9610-FIND-RUN-PARM.

           MOVE 'N' TO WS-PARM-FOUND-SW.
           MOVE SPACES TO WS-PARM-VALUE.
           PERFORM VARYING WS-PARM-SUBIDX FROM 1 BY 1
               UNTIL WS-PARM-SUBIDX > WS-PARM-COUNT
               IF WS-PM-KEY(WS-PARM-SUBIDX) = WS-PARM-WANTED
                   SET WS-PARM-FOUND TO TRUE
                   MOVE WS-PM-VALUE(WS-PARM-SUBIDX)
                       TO WS-PARM-VALUE
                   MOVE 51 TO WS-PARM-SUBIDX
               END-IF
           END-PERFORM.
