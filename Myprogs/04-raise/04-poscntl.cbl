       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITION-CTL.
       AUTHOR. FABIO COSTA.
      *    MONTHLY POSITION-CONTROL REPORT FOR FINANCE: FOR EVERY
      *    DEPTMAST.DAT DEPARTMENT, EACH AUTHORIZED POSITION ON THE
      *    POSITION MASTER POSMAST.DAT (DEPARTMENT AND GRADE) WITH
      *    ITS AUTHORIZED FTE COUNT, THE ACTIVE EMPLOYEES ON EES.DAT
      *    FILLING IT, THE VACANCIES, AND THE BUDGETED DOLLARS LEFT
      *    OVER FROM THOSE VACANCIES. EMPLOYEES SITTING IN A GRADE
      *    WITH NO AUTHORIZED POSITION ARE LISTED AS UNBUDGETED SO
      *    THEY CANNOT HIDE IN THE DEPARTMENT TOTALS. READS ONLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ED-DATA
            ASSIGN TO "EES.DAT"
            FILE STATUS IS ED-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FD-ED-SSN.

      *    AUTHORIZED POSITIONS BY DEPARTMENT AND GRADE, MAINTAINED
      *    BY FINANCE AND CHECKED BY EMP-TRANS AND EMP-MAINT ON
      *    EVERY ADD.
       SELECT POSITION-MASTER
        ASSIGN TO "POSMAST.DAT"
        FILE STATUS IS PS-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    DEPARTMENT/COST-CENTER REFERENCE FILE SHARED WITH
      *    SALARY-RAISE AND EMP-ANALYTICS.
       SELECT DEPT-MASTER-FILE
        ASSIGN TO "DEPTMAST.DAT"
        FILE STATUS IS DM-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT POSITION-REPORT
        ASSIGN TO "POSITION-CTL.RPT"
        FILE STATUS IS PR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BATCH-AUDIT
        ASSIGN TO "BATCH-AUDIT.DAT"
        FILE STATUS IS BA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD ED-DATA.
       01 EMPLOYEEDETAILS.
            88 ED-ENDOFFILE                     VALUE  HIGH-VALUES.
            COPY EMPMASTER REPLACING LEADING ==EM-== BY ==FD-ED-==.

      *    ONE LINE PER DEPARTMENT AND GRADE: AUTHORIZED FTE COUNT
      *    AND THE BUDGETED YEARLY SALARY OF ONE POSITION.
       FD POSITION-MASTER.
       01 POSITION-RECORD.
           02 PS-DEPT           PIC X(4).
           02 PS-GRADE          PIC X(2).
           02 PS-AUTH-FTE       PIC 9(3)V99.
           02 PS-BUDGET-SALARY  PIC 9(9).

      *    ONE LINE PER DEPARTMENT: CODE, COST CENTER, NAME.
       FD DEPT-MASTER-FILE.
       01 DEPT-MASTER-RECORD.
           02 DM-DEPT           PIC X(4).
           02 DM-COST-CENTER    PIC X(6).
           02 DM-NAME           PIC X(20).

       FD POSITION-REPORT.
       01 PRINTDATA.
           02 FILLER      PIC X(132).

       FD BATCH-AUDIT.
       01 BATCH-AUDIT-RECORD.
           02 BA-PROGRAM-NAME   PIC X(13).
           02 BA-RUN-DATE       PIC 9(8).
           02 BA-RUN-TIME       PIC 9(8).
           02 BA-RECORD-COUNT   PIC 9(8).
           02 BA-KEY-TOTAL      PIC 9(12).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          02 ED-STATUS  PIC X(2).
          02 PS-STATUS  PIC X(2).
          02 DM-STATUS  PIC X(2).
          02 PR-STATUS  PIC X(2).
          02 BA-STATUS  PIC X(2).

       01  WS-AUDIT-AREAS.
           05  WS-AUDIT-TIME       PIC 9(8).

       01  WS-TODAY-DATE.
           05  WS-TODAY-YEAR  PIC 9(4).
           05  WS-TODAY-MONTH PIC 9(2).
           05  WS-TODAY-DAY   PIC 9(2).

       01  WS-DEPT-AREAS.
           05  WS-DEPT-TABLE-COUNT    PIC 9(2) VALUE ZERO.
           05  WS-DEPT-SUBIDX         PIC 9(2) VALUE ZERO.
           05  WS-DEPT-FOUND-IDX      PIC 9(2) VALUE ZERO.
           05  WS-DEPT-TABLE OCCURS 50 TIMES.
               10  WS-DP-CODE         PIC X(4).
               10  WS-DP-COST-CENTER  PIC X(6).
               10  WS-DP-NAME         PIC X(20).

      *    AUTHORIZED POSITIONS WITH THE ACTIVE HEADCOUNT AND SALARY
      *    FILLING EACH. THE PRINTED SWITCH LETS POSITIONS FOR A
      *    DEPARTMENT MISSING FROM DEPTMAST.DAT BE PICKED UP LAST.
       01  WS-POSITION-AREAS.
           05  WS-POS-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-POS-SUBIDX       PIC 9(3) VALUE ZERO.
           05  WS-POS-FOUND-IDX    PIC 9(3) VALUE ZERO.
           05  WS-POS-TABLE OCCURS 500 TIMES.
               10  WS-PS-DEPT      PIC X(4).
               10  WS-PS-GRADE     PIC X(2).
               10  WS-PS-AUTH-FTE  PIC 9(3)V99.
               10  WS-PS-BUDGET    PIC 9(9).
               10  WS-PS-FILLED    PIC 9(4).
               10  WS-PS-SALARY    PIC 9(12).
               10  WS-PS-PRINTED-SW PIC X(1).

      *    ACTIVE EMPLOYEES IN A DEPARTMENT AND GRADE WITH NO
      *    AUTHORIZED POSITION.
       01  WS-UNBUDGETED-AREAS.
           05  WS-UNB-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-UNB-SUBIDX       PIC 9(3) VALUE ZERO.
           05  WS-UNB-FOUND-IDX    PIC 9(3) VALUE ZERO.
           05  WS-UNB-TABLE OCCURS 200 TIMES.
               10  WS-UB-DEPT      PIC X(4).
               10  WS-UB-GRADE     PIC X(2).
               10  WS-UB-FILLED    PIC 9(4).
               10  WS-UB-SALARY    PIC 9(12).
               10  WS-UB-PRINTED-SW PIC X(1).

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DEPT     PIC X(4) VALUE SPACES.
           05  WS-VACANT           PIC S9(4)V99 VALUE ZERO.
           05  WS-VACANCY-DOLLARS  PIC 9(12)V99 VALUE ZERO.
           05  WS-BUDGET-DOLLARS   PIC 9(12)V99 VALUE ZERO.
           05  WS-DEPT-LINES       PIC 9(4) VALUE ZERO.
           05  WS-LEFTOVER-SW      PIC X(1) VALUE 'N'.
               88  WS-LEFTOVER     VALUE 'Y'.
           05  WS-EMPLOYEES-READ   PIC 9(8) VALUE ZERO.

      *    SUBTOTALS FOR ONE DEPARTMENT AND GRAND TOTALS FOR ALL.
       01  WS-TOTAL-AREAS.
           05  WS-DT-AUTH          PIC 9(5)V99 VALUE ZERO.
           05  WS-DT-FILLED        PIC 9(6) VALUE ZERO.
           05  WS-DT-VACANT        PIC S9(5)V99 VALUE ZERO.
           05  WS-DT-BUDGET        PIC 9(13)V99 VALUE ZERO.
           05  WS-DT-SALARY        PIC 9(13) VALUE ZERO.
           05  WS-DT-VACANCY       PIC 9(13)V99 VALUE ZERO.
           05  WS-GT-AUTH          PIC 9(5)V99 VALUE ZERO.
           05  WS-GT-FILLED        PIC 9(6) VALUE ZERO.
           05  WS-GT-VACANT        PIC S9(5)V99 VALUE ZERO.
           05  WS-GT-BUDGET        PIC 9(13)V99 VALUE ZERO.
           05  WS-GT-SALARY        PIC 9(13) VALUE ZERO.
           05  WS-GT-VACANCY       PIC 9(13)V99 VALUE ZERO.

       01  POSITION-TITLE-LINE.
            05 FILLER           PIC X(34) VALUE
               'POSITION CONTROL REPORT - MONTH OF'.
            05 FILLER           PIC X(1) VALUE SPACE.
            05 PTL-YEAR         PIC 9(4).
            05 FILLER           PIC X(1) VALUE '/'.
            05 PTL-MONTH        PIC 9(2).
            05 FILLER           PIC X(10) VALUE '  RUN OF: '.
            05 PTL-DATE         PIC 9(8).
            05 FILLER           PIC X(72) VALUE SPACES.

       01  COLUMN-HEADING-LINE.
            05 FILLER           PIC X(8) VALUE '  GRADE'.
            05 FILLER           PIC X(11) VALUE '  AUTH FTE'.
            05 FILLER           PIC X(9) VALUE '   FILLED'.
            05 FILLER           PIC X(10) VALUE '    VACANT'.
            05 FILLER           PIC X(20) VALUE
               '     BUDGETED SALARY'.
            05 FILLER           PIC X(20) VALUE
               '       FILLED SALARY'.
            05 FILLER           PIC X(20) VALUE
               '    VACANCY DOLLARS'.
            05 FILLER           PIC X(34) VALUE SPACES.

       01  DEPT-HEADING-LINE.
            05 FILLER           PIC X(5) VALUE 'DEPT '.
            05 DHL-CODE         PIC X(4).
            05 FILLER           PIC X(4) VALUE ' CC '.
            05 DHL-COST-CENTER  PIC X(6).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 DHL-NAME         PIC X(20).
            05 FILLER           PIC X(92) VALUE SPACES.

       01  POSITION-DETAIL-LINE.
            05 FILLER           PIC X(4) VALUE SPACES.
            05 PDL-GRADE        PIC X(2).
            05 FILLER           PIC X(3) VALUE SPACES.
            05 PDL-AUTH         PIC ZZ,ZZ9.99.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 PDL-FILLED       PIC ZZZ,ZZ9.
            05 FILLER           PIC X(1) VALUE SPACES.
            05 PDL-VACANT       PIC -ZZ,ZZ9.99.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 PDL-BUDGET       PIC $$,$$$,$$$,$$9.
            05 FILLER           PIC X(3) VALUE SPACES.
            05 PDL-SALARY       PIC $$,$$$,$$$,$$9.
            05 FILLER           PIC X(3) VALUE SPACES.
            05 PDL-VACANCY      PIC $$,$$$,$$$,$$9.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 PDL-FLAG         PIC X(20).
            05 FILLER           PIC X(22) VALUE SPACES.

       01  NO-POSITIONS-LINE.
            05 FILLER           PIC X(4) VALUE SPACES.
            05 FILLER           PIC X(40) VALUE
               'NO AUTHORIZED POSITIONS OR EMPLOYEES'.
            05 FILLER           PIC X(88) VALUE SPACES.

       01  LEFTOVER-HEADING-LINE.
            05 FILLER           PIC X(5) VALUE 'DEPT '.
            05 LHL-CODE         PIC X(4).
            05 FILLER           PIC X(24) VALUE
               '  - NOT ON DEPTMAST.DAT'.
            05 FILLER           PIC X(99) VALUE SPACES.

       01  PROFILE-TOTAL-LINE.
            05 PTO-LABEL        PIC X(26).
            05 PTO-COUNT        PIC ZZZ,ZZ9.
            05 FILLER           PIC X(99) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-OPEN-FILES.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM 0110-LOAD-DEPT-MASTER.
           PERFORM 0120-LOAD-POSITION-MASTER.

           OPEN INPUT ED-DATA.
           IF ED-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EES.DAT - STATUS: ", ED-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           READ ED-DATA NEXT RECORD
               AT END SET ED-ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0200-TALLY-EMPLOYEE UNTIL ED-ENDOFFILE.

           OPEN OUTPUT POSITION-REPORT.
           MOVE WS-TODAY-YEAR TO PTL-YEAR.
           MOVE WS-TODAY-MONTH TO PTL-MONTH.
           MOVE WS-TODAY-DATE TO PTL-DATE.
           WRITE PRINTDATA FROM POSITION-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRINTDATA FROM COLUMN-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 0300-PRINT-ONE-DEPARTMENT
               VARYING WS-DEPT-SUBIDX FROM 1 BY 1
               UNTIL WS-DEPT-SUBIDX > WS-DEPT-TABLE-COUNT.

           PERFORM 0400-PRINT-LEFTOVER-POSITIONS.

           PERFORM 0500-PRINT-GRAND-TOTALS.

           PERFORM 9999-END-PROGRAM.

       0110-LOAD-DEPT-MASTER.

           OPEN INPUT DEPT-MASTER-FILE.
           IF DM-STATUS NOT = "00"
               DISPLAY "WARNING - DEPTMAST.DAT UNAVAILABLE - STATUS: ",
                   DM-STATUS
           ELSE
               PERFORM 0115-READ-DEPT-RECORD
                   UNTIL DM-STATUS NOT = "00"
                   OR WS-DEPT-TABLE-COUNT = 50
               CLOSE DEPT-MASTER-FILE
           END-IF.

       0115-READ-DEPT-RECORD.

           READ DEPT-MASTER-FILE
               AT END
                   MOVE "10" TO DM-STATUS
               NOT AT END
                   ADD 1 TO WS-DEPT-TABLE-COUNT
                   MOVE DM-DEPT TO
                       WS-DP-CODE(WS-DEPT-TABLE-COUNT)
                   MOVE DM-COST-CENTER TO
                       WS-DP-COST-CENTER(WS-DEPT-TABLE-COUNT)
                   MOVE DM-NAME TO
                       WS-DP-NAME(WS-DEPT-TABLE-COUNT)
           END-READ.

       0120-LOAD-POSITION-MASTER.

           OPEN INPUT POSITION-MASTER.
           IF PS-STATUS NOT = "00"
               DISPLAY "WARNING - POSMAST.DAT UNAVAILABLE - STATUS: ",
                   PS-STATUS, " - EVERY EMPLOYEE SHOWS UNBUDGETED"
           ELSE
               PERFORM 0125-READ-POSITION-RECORD
                   UNTIL PS-STATUS NOT = "00"
               CLOSE POSITION-MASTER
           END-IF.

       0125-READ-POSITION-RECORD.

           READ POSITION-MASTER
               AT END
                   MOVE "10" TO PS-STATUS
               NOT AT END
                   IF WS-POS-COUNT >= 500
                       DISPLAY "WARNING - POSITION TABLE FULL, ",
                           "SKIPPING ", PS-DEPT, " ", PS-GRADE
                   ELSE
                       ADD 1 TO WS-POS-COUNT
                       MOVE PS-DEPT TO WS-PS-DEPT(WS-POS-COUNT)
                       MOVE PS-GRADE TO WS-PS-GRADE(WS-POS-COUNT)
                       MOVE PS-AUTH-FTE
                           TO WS-PS-AUTH-FTE(WS-POS-COUNT)
                       MOVE PS-BUDGET-SALARY
                           TO WS-PS-BUDGET(WS-POS-COUNT)
                       MOVE ZERO TO WS-PS-FILLED(WS-POS-COUNT)
                       MOVE ZERO TO WS-PS-SALARY(WS-POS-COUNT)
                       MOVE 'N' TO WS-PS-PRINTED-SW(WS-POS-COUNT)
                   END-IF
           END-READ.

      *    ONLY ACTIVE EMPLOYEES FILL A POSITION - A TERMINATION DATE
      *    ON FILE RELEASES IT EVEN BEFORE THE ARCHIVAL SWEEP.
       0200-TALLY-EMPLOYEE.

           ADD 1 TO WS-EMPLOYEES-READ.

           IF FD-ED-TERM-YEAR IS NOT NUMERIC
               OR FD-ED-TERM-YEAR = ZERO
               MOVE ZERO TO WS-POS-FOUND-IDX
               PERFORM VARYING WS-POS-SUBIDX FROM 1 BY 1
                   UNTIL WS-POS-SUBIDX > WS-POS-COUNT
                   IF WS-PS-DEPT(WS-POS-SUBIDX) = FD-ED-DEPT-CODE
                       AND WS-PS-GRADE(WS-POS-SUBIDX) =
                           FD-ED-JOB-GRADE
                       MOVE WS-POS-SUBIDX TO WS-POS-FOUND-IDX
                       MOVE 501 TO WS-POS-SUBIDX
                   END-IF
               END-PERFORM
               IF WS-POS-FOUND-IDX > ZERO
                   ADD 1 TO WS-PS-FILLED(WS-POS-FOUND-IDX)
                   IF FD-ED-SALARY IS NUMERIC
                       ADD FD-ED-SALARY
                           TO WS-PS-SALARY(WS-POS-FOUND-IDX)
                   END-IF
               ELSE
                   PERFORM 0210-TALLY-UNBUDGETED
               END-IF
           END-IF.

           READ ED-DATA NEXT RECORD
               AT END SET ED-ENDOFFILE TO TRUE
           END-READ.

       0210-TALLY-UNBUDGETED.

           MOVE ZERO TO WS-UNB-FOUND-IDX.
           PERFORM VARYING WS-UNB-SUBIDX FROM 1 BY 1
               UNTIL WS-UNB-SUBIDX > WS-UNB-COUNT
               IF WS-UB-DEPT(WS-UNB-SUBIDX) = FD-ED-DEPT-CODE
                   AND WS-UB-GRADE(WS-UNB-SUBIDX) = FD-ED-JOB-GRADE
                   MOVE WS-UNB-SUBIDX TO WS-UNB-FOUND-IDX
                   MOVE 201 TO WS-UNB-SUBIDX
               END-IF
           END-PERFORM.

           IF WS-UNB-FOUND-IDX = ZERO
               IF WS-UNB-COUNT >= 200
                   DISPLAY "WARNING - UNBUDGETED TABLE FULL, ",
                       "SKIPPING ", FD-ED-DEPT-CODE, " ",
                       FD-ED-JOB-GRADE
               ELSE
                   ADD 1 TO WS-UNB-COUNT
                   MOVE WS-UNB-COUNT TO WS-UNB-FOUND-IDX
                   MOVE FD-ED-DEPT-CODE TO WS-UB-DEPT(WS-UNB-COUNT)
                   MOVE FD-ED-JOB-GRADE TO WS-UB-GRADE(WS-UNB-COUNT)
                   MOVE ZERO TO WS-UB-FILLED(WS-UNB-COUNT)
                   MOVE ZERO TO WS-UB-SALARY(WS-UNB-COUNT)
                   MOVE 'N' TO WS-UB-PRINTED-SW(WS-UNB-COUNT)
               END-IF
           END-IF.

           IF WS-UNB-FOUND-IDX > ZERO
               ADD 1 TO WS-UB-FILLED(WS-UNB-FOUND-IDX)
               IF FD-ED-SALARY IS NUMERIC
                   ADD FD-ED-SALARY TO WS-UB-SALARY(WS-UNB-FOUND-IDX)
               END-IF
           END-IF.

       0300-PRINT-ONE-DEPARTMENT.

           MOVE WS-DP-CODE(WS-DEPT-SUBIDX) TO DHL-CODE.
           MOVE WS-DP-COST-CENTER(WS-DEPT-SUBIDX) TO DHL-COST-CENTER.
           MOVE WS-DP-NAME(WS-DEPT-SUBIDX) TO DHL-NAME.
           WRITE PRINTDATA FROM DEPT-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           MOVE WS-DP-CODE(WS-DEPT-SUBIDX) TO WS-CURRENT-DEPT.
           PERFORM 0310-PRINT-DEPT-BODY.

       0310-PRINT-DEPT-BODY.

           MOVE ZERO TO WS-DEPT-LINES.
           INITIALIZE WS-DT-AUTH WS-DT-FILLED WS-DT-VACANT
               WS-DT-BUDGET WS-DT-SALARY WS-DT-VACANCY.

           PERFORM 0320-PRINT-POSITION
               VARYING WS-POS-SUBIDX FROM 1 BY 1
               UNTIL WS-POS-SUBIDX > WS-POS-COUNT.

           PERFORM 0330-PRINT-UNBUDGETED
               VARYING WS-UNB-SUBIDX FROM 1 BY 1
               UNTIL WS-UNB-SUBIDX > WS-UNB-COUNT.

           IF WS-DEPT-LINES = ZERO
               WRITE PRINTDATA FROM NO-POSITIONS-LINE
                   AFTER ADVANCING 1 LINES
           ELSE
               MOVE '**' TO PDL-GRADE
               MOVE WS-DT-AUTH TO PDL-AUTH
               MOVE WS-DT-FILLED TO PDL-FILLED
               MOVE WS-DT-VACANT TO PDL-VACANT
               MOVE WS-DT-BUDGET TO PDL-BUDGET
               MOVE WS-DT-SALARY TO PDL-SALARY
               MOVE WS-DT-VACANCY TO PDL-VACANCY
               MOVE 'DEPARTMENT TOTAL' TO PDL-FLAG
               WRITE PRINTDATA FROM POSITION-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

           ADD WS-DT-AUTH TO WS-GT-AUTH.
           ADD WS-DT-FILLED TO WS-GT-FILLED.
           ADD WS-DT-VACANT TO WS-GT-VACANT.
           ADD WS-DT-BUDGET TO WS-GT-BUDGET.
           ADD WS-DT-SALARY TO WS-GT-SALARY.
           ADD WS-DT-VACANCY TO WS-GT-VACANCY.

      *    VACANT IS AUTHORIZED LESS FILLED; A NEGATIVE FIGURE IS A
      *    POSITION FILLED PAST ITS AUTHORIZATION. ONLY A TRUE
      *    VACANCY LEAVES BUDGETED DOLLARS OVER.
       0320-PRINT-POSITION.

           IF WS-PS-DEPT(WS-POS-SUBIDX) = WS-CURRENT-DEPT
               AND WS-PS-PRINTED-SW(WS-POS-SUBIDX) = 'N'
               MOVE 'Y' TO WS-PS-PRINTED-SW(WS-POS-SUBIDX)
               ADD 1 TO WS-DEPT-LINES
               COMPUTE WS-VACANT = WS-PS-AUTH-FTE(WS-POS-SUBIDX)
                   - WS-PS-FILLED(WS-POS-SUBIDX)
               COMPUTE WS-BUDGET-DOLLARS ROUNDED =
                   WS-PS-AUTH-FTE(WS-POS-SUBIDX)
                   * WS-PS-BUDGET(WS-POS-SUBIDX)
               MOVE ZERO TO WS-VACANCY-DOLLARS
               IF WS-VACANT > ZERO
                   COMPUTE WS-VACANCY-DOLLARS ROUNDED =
                       WS-VACANT * WS-PS-BUDGET(WS-POS-SUBIDX)
               END-IF

               MOVE WS-PS-GRADE(WS-POS-SUBIDX) TO PDL-GRADE
               MOVE WS-PS-AUTH-FTE(WS-POS-SUBIDX) TO PDL-AUTH
               MOVE WS-PS-FILLED(WS-POS-SUBIDX) TO PDL-FILLED
               MOVE WS-VACANT TO PDL-VACANT
               MOVE WS-BUDGET-DOLLARS TO PDL-BUDGET
               MOVE WS-PS-SALARY(WS-POS-SUBIDX) TO PDL-SALARY
               MOVE WS-VACANCY-DOLLARS TO PDL-VACANCY
               IF WS-VACANT < ZERO
                   MOVE 'OVER AUTHORIZATION' TO PDL-FLAG
               ELSE
                   MOVE SPACES TO PDL-FLAG
               END-IF
               WRITE PRINTDATA FROM POSITION-DETAIL-LINE
                   AFTER ADVANCING 1 LINES

               ADD WS-PS-AUTH-FTE(WS-POS-SUBIDX) TO WS-DT-AUTH
               ADD WS-PS-FILLED(WS-POS-SUBIDX) TO WS-DT-FILLED
               ADD WS-VACANT TO WS-DT-VACANT
               ADD WS-BUDGET-DOLLARS TO WS-DT-BUDGET
               ADD WS-PS-SALARY(WS-POS-SUBIDX) TO WS-DT-SALARY
               ADD WS-VACANCY-DOLLARS TO WS-DT-VACANCY
           END-IF.

      *    AN UNBUDGETED GROUP HAS NOTHING AUTHORIZED, SO EVERY HEAD
      *    IN IT COUNTS AGAINST THE DEPARTMENT'S VACANCIES.
       0330-PRINT-UNBUDGETED.

           IF WS-UB-DEPT(WS-UNB-SUBIDX) = WS-CURRENT-DEPT
               AND WS-UB-PRINTED-SW(WS-UNB-SUBIDX) = 'N'
               MOVE 'Y' TO WS-UB-PRINTED-SW(WS-UNB-SUBIDX)
               ADD 1 TO WS-DEPT-LINES
               COMPUTE WS-VACANT = ZERO - WS-UB-FILLED(WS-UNB-SUBIDX)

               MOVE WS-UB-GRADE(WS-UNB-SUBIDX) TO PDL-GRADE
               MOVE ZERO TO PDL-AUTH
               MOVE WS-UB-FILLED(WS-UNB-SUBIDX) TO PDL-FILLED
               MOVE WS-VACANT TO PDL-VACANT
               MOVE ZERO TO PDL-BUDGET
               MOVE WS-UB-SALARY(WS-UNB-SUBIDX) TO PDL-SALARY
               MOVE ZERO TO PDL-VACANCY
               MOVE 'UNBUDGETED POSITION' TO PDL-FLAG
               WRITE PRINTDATA FROM POSITION-DETAIL-LINE
                   AFTER ADVANCING 1 LINES

               ADD WS-UB-FILLED(WS-UNB-SUBIDX) TO WS-DT-FILLED
               ADD WS-VACANT TO WS-DT-VACANT
               ADD WS-UB-SALARY(WS-UNB-SUBIDX) TO WS-DT-SALARY
           END-IF.

      *    POSITIONS AND EMPLOYEES WHOSE DEPARTMENT IS NOT ON
      *    DEPTMAST.DAT, ONE GROUP PER SUCH DEPARTMENT CODE.
       0400-PRINT-LEFTOVER-POSITIONS.

           PERFORM VARYING WS-POS-SUBIDX FROM 1 BY 1
               UNTIL WS-POS-SUBIDX > WS-POS-COUNT
               IF WS-PS-PRINTED-SW(WS-POS-SUBIDX) = 'N'
                   MOVE WS-PS-DEPT(WS-POS-SUBIDX) TO WS-CURRENT-DEPT
                   PERFORM 0410-PRINT-LEFTOVER-DEPT
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-UNB-SUBIDX FROM 1 BY 1
               UNTIL WS-UNB-SUBIDX > WS-UNB-COUNT
               IF WS-UB-PRINTED-SW(WS-UNB-SUBIDX) = 'N'
                   MOVE WS-UB-DEPT(WS-UNB-SUBIDX) TO WS-CURRENT-DEPT
                   PERFORM 0410-PRINT-LEFTOVER-DEPT
               END-IF
           END-PERFORM.

      *    THE BODY PARAGRAPH WALKS BOTH TABLES WITH THE SAME
      *    SUBSCRIPTS THE LOOPS ABOVE ARE USING, SO THEY ARE SAVED
      *    AND RESTORED AROUND IT.
       0410-PRINT-LEFTOVER-DEPT.

           MOVE WS-POS-SUBIDX TO WS-POS-FOUND-IDX.
           MOVE WS-UNB-SUBIDX TO WS-UNB-FOUND-IDX.

           MOVE WS-CURRENT-DEPT TO LHL-CODE.
           WRITE PRINTDATA FROM LEFTOVER-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 0310-PRINT-DEPT-BODY.

           MOVE WS-POS-FOUND-IDX TO WS-POS-SUBIDX.
           MOVE WS-UNB-FOUND-IDX TO WS-UNB-SUBIDX.

       0500-PRINT-GRAND-TOTALS.

           WRITE PRINTDATA FROM COLUMN-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           MOVE '**' TO PDL-GRADE.
           MOVE WS-GT-AUTH TO PDL-AUTH.
           MOVE WS-GT-FILLED TO PDL-FILLED.
           MOVE WS-GT-VACANT TO PDL-VACANT.
           MOVE WS-GT-BUDGET TO PDL-BUDGET.
           MOVE WS-GT-SALARY TO PDL-SALARY.
           MOVE WS-GT-VACANCY TO PDL-VACANCY.
           MOVE 'COMPANY TOTAL' TO PDL-FLAG.
           WRITE PRINTDATA FROM POSITION-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'EMPLOYEES READ:           ' TO PTO-LABEL.
           MOVE WS-EMPLOYEES-READ TO PTO-COUNT.
           WRITE PRINTDATA FROM PROFILE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'AUTHORIZED POSITIONS:     ' TO PTO-LABEL.
           MOVE WS-POS-COUNT TO PTO-COUNT.
           WRITE PRINTDATA FROM PROFILE-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'UNBUDGETED GROUPS:        ' TO PTO-LABEL.
           MOVE WS-UNB-COUNT TO PTO-COUNT.
           WRITE PRINTDATA FROM PROFILE-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

      *    ONE AUDIT RECORD PER RUN: ACTIVE HEADCOUNT IN POSITIONS
      *    AND THE WHOLE-DOLLAR VACANCY TOTAL.
       9998-WRITE-AUDIT-LOG.

           ACCEPT WS-AUDIT-TIME FROM TIME.

           OPEN EXTEND BATCH-AUDIT.
           IF BA-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BATCH-AUDIT.DAT - STATUS: ",
                   BA-STATUS
               GO TO 9998-AUDIT-EXIT
           END-IF.

           MOVE "POSITION-CTL"  TO BA-PROGRAM-NAME.
           MOVE WS-TODAY-DATE   TO BA-RUN-DATE.
           MOVE WS-AUDIT-TIME   TO BA-RUN-TIME.
           MOVE WS-GT-FILLED    TO BA-RECORD-COUNT.
           MOVE WS-GT-VACANCY   TO BA-KEY-TOTAL.

           WRITE BATCH-AUDIT-RECORD.

           CLOSE BATCH-AUDIT.

       9998-AUDIT-EXIT.
           EXIT.

       9999-END-PROGRAM.

           PERFORM 9998-WRITE-AUDIT-LOG THRU 9998-AUDIT-EXIT.
           CLOSE POSITION-REPORT.
           CLOSE ED-DATA.
           STOP RUN.
