      *    EVERY MISMATCH GOES ON THE DISCREPANCY REPORT WITH THE
      *    OFFENDING SSN SO THE RUN CAN BE CERTIFIED BEFORE PAYROLL
      *    CONSUMES IT.
      *    PROMOTIONS THAT EMP-TRANS POSTED TO RAISEHIST.DAT ON THE
      *    SAME DATE ARE NOT PART OF THE RAISE RUN: THEY ARE KEPT OUT
      *    OF THE MATCHING AND THE SALARY SUM AND LISTED IN THEIR OWN
      *    SECTION AFTER THE VERDICT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 RH-NEW-SALARY     PIC 9(9).
           02 RH-RAISE-PERCENT  PIC 9v99.
           02 RH-RUN-DATE       PIC 9(8).
           02 RH-ENTRY-TYPE     PIC X(1).
               88 RH-IS-PROMOTION   VALUE 'P'.
           02 RH-REASON-CODE    PIC X(2).
           02 RH-OLD-GRADE      PIC X(2).
           02 RH-NEW-GRADE      PIC X(2).

       FD BATCH-AUDIT.
       01 BATCH-AUDIT-RECORD.
           05  WS-AUD-KEY-TOTAL    PIC 9(12) VALUE ZERO.
           05  WS-COUNT-DIFF       PIC S9(8) VALUE ZERO.

      *    PROMOTION ROWS FOR THE DATE, HELD FOR THEIR OWN SECTION.
       01  WS-PROMOTION-AREAS.
           05  WS-PR-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-PR-LISTED        PIC 9(6) VALUE ZERO.
           05  WS-PR-SUBIDX        PIC 9(6) VALUE ZERO.
           05  WS-PR-INCREASE-SUM  PIC 9(12) VALUE ZERO.
           05  WS-PR-TABLE OCCURS 1000 TIMES.
               10  WS-PR-SSN       PIC 9(9).
               10  WS-PR-OLD       PIC 9(9).
               10  WS-PR-NEW       PIC 9(9).
               10  WS-PR-PCT       PIC 9V99.
               10  WS-PR-REASON    PIC X(2).
               10  WS-PR-OLD-GRADE PIC X(2).
               10  WS-PR-NEW-GRADE PIC X(2).

       01  VERIFY-TITLE-LINE.
            05 FILLER           PIC X(34) VALUE
               'RAISE-RUN INTEGRITY CHECK - RUN OF'.
            05 SAL-AMOUNT       PIC $$,$$$,$$$,$$$,$$9.
            05 FILLER           PIC X(81) VALUE SPACES.

       01  PROMOTION-HEADING-LINE.
            05 FILLER           PIC X(51) VALUE
               'PROMOTIONS ON THIS DATE - NOT PART OF THE RAISE RUN'.
            05 FILLER           PIC X(81) VALUE SPACES.

       01  PROMOTION-COLUMN-LINE.
            05 FILLER           PIC X(11) VALUE 'EMPLOYEE ID'.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(6)  VALUE 'REASON'.
            05 FILLER           PIC X(4)  VALUE SPACES.
            05 FILLER           PIC X(12) VALUE 'GRADE CHANGE'.
            05 FILLER           PIC X(11) VALUE ' OLD SALARY'.
            05 FILLER           PIC X(4)  VALUE SPACES.
            05 FILLER           PIC X(11) VALUE ' NEW SALARY'.
            05 FILLER           PIC X(4)  VALUE SPACES.
            05 FILLER           PIC X(4)  VALUE 'PCT '.
            05 FILLER           PIC X(60) VALUE SPACES.

       01  PROMOTION-DETAIL-LINE.
            05 PRL-SSN          PIC X(11).
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 PRL-REASON       PIC X(2).
            05 FILLER           PIC X(8)  VALUE SPACES.
            05 PRL-OLD-GRADE    PIC X(2).
            05 FILLER           PIC X(4)  VALUE ' TO '.
            05 PRL-NEW-GRADE    PIC X(2).
            05 FILLER           PIC X(4)  VALUE SPACES.
            05 PRL-OLD          PIC $$$,$$$,$$9.
            05 FILLER           PIC X(4)  VALUE SPACES.
            05 PRL-NEW          PIC $$$,$$$,$$9.
            05 FILLER           PIC X(4)  VALUE SPACES.
            05 PRL-PCT          PIC 9.99.
            05 FILLER           PIC X(60) VALUE SPACES.

       01  VERDICT-LINE.
            05 FILLER           PIC X(9) VALUE 'VERDICT: '.
            05 VDL-TEXT         PIC X(40).
               88  WS-PARM-FOUND   VALUE 'Y'.
           05  WS-PARM-VALUE       PIC X(20) VALUE SPACES.
           05  WS-PARM-PTR         PIC 9(3) VALUE 1.
           05  WS-PARM-TABLE OCCURS 50 TIMES.
               10  WS-PM-KEY       PIC X(12).
               10  WS-PM-VALUE     PIC X(20).

           PERFORM 0400-CHECK-UNMATCHED.
           PERFORM 0500-SCAN-BATCH-AUDIT.
           PERFORM 0600-PRINT-SUMMARY.
           PERFORM 0700-PRINT-PROMOTIONS.

           PERFORM 9999-END-PROGRAM.

      *    EVERY HISTORY RECORD FOR THE REQUESTED DATE IS TALLIED
      *    AGAINST THE EES-NEW TABLE; A HISTORY RECORD WITH NO
      *    EES-NEW EMPLOYEE IS AN ORPHAN AND GOES STRAIGHT ONTO THE
      *    DISCREPANCY REPORT. PROMOTION ROWS ARE SET ASIDE FOR
      *    THEIR OWN SECTION INSTEAD.
       0300-SCAN-HISTORY.

           OPEN INPUT RAISE-HISTORY.
                   MOVE "10" TO RH-STATUS
               NOT AT END
                   IF RH-RUN-DATE = WS-REQ-DATE
                       IF RH-IS-PROMOTION
                           PERFORM 0330-HOLD-PROMOTION
                       ELSE
                           ADD 1 TO WS-HIST-COUNT
                           ADD RH-NEW-SALARY TO WS-HIST-SALARY-SUM
                           PERFORM 0320-MATCH-HISTORY-TO-TABLE
                       END-IF
                   END-IF
           END-READ.

                   AFTER ADVANCING 1 LINES
           END-IF.

       0330-HOLD-PROMOTION.

           ADD 1 TO WS-PR-COUNT.
           IF RH-NEW-SALARY > RH-OLD-SALARY
               COMPUTE WS-PR-INCREASE-SUM = WS-PR-INCREASE-SUM
                   + RH-NEW-SALARY - RH-OLD-SALARY
           END-IF.
           IF WS-PR-LISTED >= 1000
               DISPLAY "WARNING - PROMOTION TABLE FULL, NOT LISTING ",
                   RH-SSN
           ELSE
               ADD 1 TO WS-PR-LISTED
               MOVE RH-SSN TO WS-PR-SSN(WS-PR-LISTED)
               MOVE RH-OLD-SALARY TO WS-PR-OLD(WS-PR-LISTED)
               MOVE RH-NEW-SALARY TO WS-PR-NEW(WS-PR-LISTED)
               MOVE RH-RAISE-PERCENT TO WS-PR-PCT(WS-PR-LISTED)
               MOVE RH-REASON-CODE TO WS-PR-REASON(WS-PR-LISTED)
               MOVE RH-OLD-GRADE TO WS-PR-OLD-GRADE(WS-PR-LISTED)
               MOVE RH-NEW-GRADE TO WS-PR-NEW-GRADE(WS-PR-LISTED)
           END-IF.

       0400-CHECK-UNMATCHED.

           PERFORM VARYING WS-EN-SUBIDX FROM 1 BY 1
           DISPLAY "VERIFICATION COMPLETE - ", WS-DISCREPANCY-CNT,
               " DISCREPANCIES.".

      *    PROMOTIONS NEVER AFFECT THE VERDICT; THEY ARE LISTED SO
      *    THE COMP REVIEW SEES EVERY INCREASE DATED THAT DAY.
       0700-PRINT-PROMOTIONS.

           WRITE PRINTDATA FROM PROMOTION-HEADING-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRINTDATA FROM PROMOTION-COLUMN-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM VARYING WS-PR-SUBIDX FROM 1 BY 1
               UNTIL WS-PR-SUBIDX > WS-PR-LISTED
               MOVE WS-PR-SSN(WS-PR-SUBIDX) TO WS-SSN-WORK
               PERFORM 9900-FORMAT-SSN
               MOVE WS-SSN-MASKED TO PRL-SSN
               MOVE WS-PR-REASON(WS-PR-SUBIDX) TO PRL-REASON
               MOVE WS-PR-OLD-GRADE(WS-PR-SUBIDX) TO PRL-OLD-GRADE
               MOVE WS-PR-NEW-GRADE(WS-PR-SUBIDX) TO PRL-NEW-GRADE
               MOVE WS-PR-OLD(WS-PR-SUBIDX) TO PRL-OLD
               MOVE WS-PR-NEW(WS-PR-SUBIDX) TO PRL-NEW
               MOVE WS-PR-PCT(WS-PR-SUBIDX) TO PRL-PCT
               WRITE PRINTDATA FROM PROMOTION-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM.

           MOVE 'PROMOTIONS FOR DATE:              ' TO SCL-LABEL.
           MOVE WS-PR-COUNT TO SCL-COUNT.
           WRITE PRINTDATA FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'PROMOTION INCREASE TOTAL:         ' TO SAL-LABEL.
           MOVE WS-PR-INCREASE-SUM TO SAL-AMOUNT.
           WRITE PRINTDATA FROM SUMMARY-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.


       9900-CHECK-SSN-MASK-PARM.

           IF PM-STATUS = "00"
               PERFORM 9605-READ-RUN-PARM
                   UNTIL PM-STATUS NOT = "00"
                   OR WS-PARM-COUNT = 50
               CLOSE RUN-PARMS-FILE
           END-IF.

                   SET WS-PARM-FOUND TO TRUE
                   MOVE WS-PM-VALUE(WS-PARM-SUBIDX)
                       TO WS-PARM-VALUE
                   MOVE 51 TO WS-PARM-SUBIDX
               END-IF
           END-PERFORM.
