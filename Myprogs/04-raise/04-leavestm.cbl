       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-STMT.
       AUTHOR. FABIO COSTA.
      *    LEAVE BALANCE STATEMENTS AND THE LEAVE LIABILITY REPORT
      *    FROM THE LEAVE-BALANCE MASTER LEAVEBAL.DAT THAT
      *    LEAVE-ACCRUAL AND LEAVE-TRANS MAINTAIN. EVERY EMPLOYEE ON
      *    EES.DAT WITH A BALANCE GETS A STATEMENT: EACH LEAVE TYPE
      *    WITH THE HOURS ACCRUED, TAKEN AND FORFEITED THIS YEAR AND
      *    THE HOURS LEFT. HR GETS THE OUTSTANDING HOURS VALUED AT
      *    THE EMPLOYEE'S CURRENT EM-SALARY AS AN HOURLY RATE,
      *    SUBTOTALLED BY DEPTMAST.DAT DEPARTMENT AND LEAVE TYPE, SO
      *    THE ACCRUED-LEAVE LIABILITY NO LONGER COMES OUT OF A
      *    SPREADSHEET. READS ONLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ED-DATA
            ASSIGN TO "EES.DAT"
            FILE STATUS IS ED-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FD-ED-SSN.

      *    LEAVE-BALANCE MASTER, ONE ROW PER SSN AND LEAVE TYPE.
       SELECT LEAVE-BALANCE
        ASSIGN TO "LEAVEBAL.DAT"
        FILE STATUS IS LB-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    DEPARTMENT/COST-CENTER REFERENCE FILE SHARED WITH
      *    SALARY-RAISE AND EMP-ANALYTICS.
       SELECT DEPT-MASTER-FILE
        ASSIGN TO "DEPTMAST.DAT"
        FILE STATUS IS DM-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT STATEMENT-REPORT
        ASSIGN TO "LEAVE-STMT.RPT"
        FILE STATUS IS SR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LIABILITY-REPORT
        ASSIGN TO "LEAVE-LIAB.RPT"
        FILE STATUS IS LL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BATCH-AUDIT
        ASSIGN TO "BATCH-AUDIT.DAT"
        FILE STATUS IS BA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    PRESENCE OF THIS PARAMETER FILE RESTORES FULL SSNS ON THE
      *    PRINTED REPORTS FOR AN AUDIT THAT GENUINELY NEEDS THEM.
      *    BY DEFAULT ONLY THE LAST FOUR DIGITS ARE PRINTED - THE
      *    DATA FILES ALWAYS KEEP THE FULL SSN.
       SELECT SSN-MASK-PARM
        ASSIGN TO "SSNFULL.PRM"
        FILE STATUS IS SF-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    CENTRAL KEYED RUN-PARAMETER FILE: NAMED OPTIONS WITH
      *    VALUES, SHARED BY THE BATCH PROGRAMS AND MAINTAINED BY
      *    PARM-MAINT, REPLACING THE SCATTERED ACT-BY-PRESENCE
      *    PARAMETER FILES THAT LET A LEFTOVER FILE QUIETLY CHANGE A
      *    PRODUCTION RUN. THE LEGACY PRESENCE FILES STILL WORK SO
      *    NOTHING BREAKS MID-CUTOVER, AND THE ACTIVE OPTIONS ARE
      *    PRINTED AT THE TOP OF THE RUN'S REPORT SO WHAT THE RUN
      *    WAS CONFIGURED TO DO IS PART OF THE PERMANENT RECORD.
       SELECT RUN-PARMS-FILE
        ASSIGN TO "RUNPARMS.DAT"
        FILE STATUS IS PM-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD ED-DATA.
       01 EMPLOYEEDETAILS.
            88 ED-ENDOFFILE                     VALUE  HIGH-VALUES.
            COPY EMPMASTER REPLACING LEADING ==EM-== BY ==FD-ED-==.

      *    BALANCE YEAR IS THE YEAR THE YTD FIGURES BELONG TO; THE
      *    LAST-ACCRUAL MONTH (YYYYMM) GUARDS AGAINST A DOUBLE POST.
       FD LEAVE-BALANCE.
       01 LEAVE-BALANCE-RECORD.
           02 LB-SSN            PIC 9(9).
           02 LB-LEAVE-TYPE     PIC X(4).
           02 LB-YEAR           PIC 9(4).
           02 LB-BALANCE        PIC 9(5)V99.
           02 LB-YTD-ACCRUED    PIC 9(5)V99.
           02 LB-YTD-TAKEN      PIC 9(5)V99.
           02 LB-YTD-FORFEIT    PIC 9(5)V99.
           02 LB-LAST-ACCRUAL   PIC 9(6).

      *    ONE LINE PER DEPARTMENT: CODE, COST CENTER, NAME.
       FD DEPT-MASTER-FILE.
       01 DEPT-MASTER-RECORD.
           02 DM-DEPT           PIC X(4).
           02 DM-COST-CENTER    PIC X(6).
           02 DM-NAME           PIC X(20).

       FD STATEMENT-REPORT.
       01 PRINTDATA.
           02 FILLER      PIC X(132).

       FD LIABILITY-REPORT.
       01 LIABDATA.
           02 FILLER      PIC X(132).

       FD BATCH-AUDIT.
       01 BATCH-AUDIT-RECORD.
           02 BA-PROGRAM-NAME   PIC X(13).
           02 BA-RUN-DATE       PIC 9(8).
           02 BA-RUN-TIME       PIC 9(8).
           02 BA-RECORD-COUNT   PIC 9(8).
           02 BA-KEY-TOTAL      PIC 9(12).

      *    PRESENCE ALONE RESTORES FULL SSNS; THE RECORD BODY IS NOT
      *    INSPECTED.
       FD SSN-MASK-PARM.
       01 SSN-MASK-PARM-RECORD  PIC X(8).

      *    ONE LINE PER OPTION: KEY, VALUE.
       FD RUN-PARMS-FILE.
       01 RUN-PARMS-RECORD.
           02 PM-KEY            PIC X(12).
           02 PM-VALUE          PIC X(20).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          02 ED-STATUS  PIC X(2).
          02 LB-STATUS  PIC X(2).
          02 DM-STATUS  PIC X(2).
          02 SR-STATUS  PIC X(2).
          02 LL-STATUS  PIC X(2).
          02 BA-STATUS  PIC X(2).
          02 SF-STATUS  PIC X(2).

      *    PRINTED-REPORT SSN MASKING. WS-SSN-WORK IS LOADED AND
      *    9900-FORMAT-SSN PRODUCES EITHER ***-**-NNNN OR, UNDER THE
      *    SSNFULL.PRM AUDIT OVERRIDE, THE FULL NINE DIGITS.
       01  WS-SSN-MASK-AREAS.
           05  WS-SSN-FULL-SW     PIC X(1) VALUE 'N'.
               88  WS-SSN-FULL    VALUE 'Y'.
           05  WS-SSN-WORK        PIC 9(9) VALUE ZERO.
           05  WS-SSN-WORK-X REDEFINES WS-SSN-WORK PIC X(9).
           05  WS-SSN-MASKED      PIC X(11) VALUE SPACES.

       01  WS-AUDIT-AREAS.
           05  WS-AUDIT-TIME       PIC 9(8).

       01  WS-TODAY-DATE           PIC 9(8).

       01  WS-BALANCE-AREAS.
           05  WS-BAL-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-BAL-SUBIDX       PIC 9(5) VALUE ZERO.
           05  WS-BAL-TABLE OCCURS 10000 TIMES.
               10  WS-LB-SSN            PIC 9(9).
               10  WS-LB-LEAVE-TYPE     PIC X(4).
               10  WS-LB-YEAR           PIC 9(4).
               10  WS-LB-BALANCE        PIC 9(5)V99.
               10  WS-LB-YTD-ACCRUED    PIC 9(5)V99.
               10  WS-LB-YTD-TAKEN      PIC 9(5)V99.
               10  WS-LB-YTD-FORFEIT    PIC 9(5)V99.
               10  WS-LB-LAST-ACCRUAL   PIC 9(6).
               10  WS-LB-MATCHED-SW     PIC X(1).

      *    DEPARTMENT TABLE FROM DEPTMAST.DAT. ENTRY 51 COLLECTS
      *    EMPLOYEES WHOSE DEPARTMENT CODE IS NOT ON FILE.
       01  WS-DEPT-AREAS.
           05  WS-DEPT-TABLE-COUNT    PIC 9(2) VALUE ZERO.
           05  WS-DEPT-SUBIDX         PIC 9(2) VALUE ZERO.
           05  WS-DEPT-FOUND-IDX      PIC 9(2) VALUE ZERO.
           05  WS-DEPT-TABLE OCCURS 51 TIMES.
               10  WS-DP-CODE         PIC X(4).
               10  WS-DP-COST-CENTER  PIC X(6).
               10  WS-DP-NAME         PIC X(20).
               10  WS-DP-EMPLOYEES    PIC 9(6).

      *    LEAVE TYPES IN THE ORDER FIRST MET ON THE BALANCE MASTER,
      *    WITH COMPANY TOTALS, AND THE LIABILITY CROSSED BY
      *    DEPARTMENT AND TYPE.
       01  WS-TYPE-AREAS.
           05  WS-TYPE-COUNT          PIC 9(2) VALUE ZERO.
           05  WS-TYPE-SUBIDX         PIC 9(2) VALUE ZERO.
           05  WS-TYPE-FOUND-IDX      PIC 9(2) VALUE ZERO.
           05  WS-TYPE-TABLE OCCURS 10 TIMES.
               10  WS-TY-CODE         PIC X(4).
               10  WS-TY-EMPLOYEES    PIC 9(6).
               10  WS-TY-HOURS        PIC 9(9)V99.
               10  WS-TY-DOLLARS      PIC 9(11)V99.

       01  WS-LIABILITY-AREAS.
           05  WS-LIAB-DEPT OCCURS 51 TIMES.
               10  WS-LIAB-TYPE OCCURS 10 TIMES.
                   15  WS-LI-EMPLOYEES PIC 9(6).
                   15  WS-LI-HOURS     PIC 9(9)V99.
                   15  WS-LI-DOLLARS   PIC 9(11)V99.

       01  WS-WORK-AREAS.
           05  WS-ANNUAL-HOURS     PIC 9(4) VALUE 2080.
           05  WS-HOURLY-RATE      PIC 9(7)V9999 VALUE ZERO.
           05  WS-LINE-VALUE       PIC 9(9)V99 VALUE ZERO.
           05  WS-STMT-HOURS       PIC 9(7)V99 VALUE ZERO.
           05  WS-STMT-DOLLARS     PIC 9(9)V99 VALUE ZERO.
           05  WS-STMT-LINES       PIC 9(3) VALUE ZERO.
           05  WS-STATEMENTS       PIC 9(8) VALUE ZERO.
           05  WS-UNMATCHED        PIC 9(8) VALUE ZERO.
           05  WS-DT-EMPLOYEES     PIC 9(6) VALUE ZERO.
           05  WS-DT-HOURS         PIC 9(9)V99 VALUE ZERO.
           05  WS-DT-DOLLARS       PIC 9(11)V99 VALUE ZERO.
           05  WS-GT-HOURS         PIC 9(9)V99 VALUE ZERO.
           05  WS-GT-DOLLARS       PIC 9(11)V99 VALUE ZERO.

       01  STATEMENT-TITLE-LINE.
            05 FILLER           PIC X(26) VALUE
               'LEAVE BALANCE STATEMENT - '.
            05 STL-DATE         PIC 9(8).
            05 FILLER           PIC X(98) VALUE SPACES.

       01  EMPLOYEE-HEAD-LINE.
            05 FILLER           PIC X(10) VALUE 'EMPLOYEE: '.
            05 EHL-SSN          PIC X(11).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 EHL-NAME         PIC X(20).
            05 FILLER           PIC X(7) VALUE '  DEPT '.
            05 EHL-DEPT         PIC X(4).
            05 FILLER           PIC X(78) VALUE SPACES.

       01  STATEMENT-HEADING-LINE.
            05 FILLER           PIC X(4) VALUE SPACES.
            05 FILLER           PIC X(4) VALUE 'TYPE'.
            05 FILLER           PIC X(6) VALUE '  YEAR'.
            05 FILLER           PIC X(11) VALUE '    ACCRUED'.
            05 FILLER           PIC X(11) VALUE '      TAKEN'.
            05 FILLER           PIC X(11) VALUE '  FORFEITED'.
            05 FILLER           PIC X(11) VALUE '    BALANCE'.
            05 FILLER           PIC X(16) VALUE '  LAST ACCRUAL'.
            05 FILLER           PIC X(58) VALUE SPACES.

       01  STATEMENT-DETAIL-LINE.
            05 FILLER           PIC X(4) VALUE SPACES.
            05 SDL-TYPE         PIC X(4).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 SDL-YEAR         PIC 9(4).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 SDL-ACCRUED      PIC ZZ,ZZ9.99.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 SDL-TAKEN        PIC ZZ,ZZ9.99.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 SDL-FORFEITED    PIC ZZ,ZZ9.99.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 SDL-BALANCE      PIC ZZ,ZZ9.99.
            05 FILLER           PIC X(8) VALUE SPACES.
            05 SDL-LAST-ACCRUAL PIC 9(6).
            05 FILLER           PIC X(60) VALUE SPACES.

       01  LIABILITY-TITLE-LINE.
            05 FILLER           PIC X(34) VALUE
               'ACCRUED LEAVE LIABILITY - RUN OF: '.
            05 LTL-DATE         PIC 9(8).
            05 FILLER           PIC X(22) VALUE
               '  HOURS PER SALARY YR '.
            05 LTL-HOURS        PIC ZZZ9.
            05 FILLER           PIC X(64) VALUE SPACES.

       01  LIABILITY-HEADING-LINE.
            05 FILLER           PIC X(4) VALUE 'DEPT'.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 FILLER           PIC X(20) VALUE 'DEPARTMENT NAME'.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 FILLER           PIC X(4) VALUE 'TYPE'.
            05 FILLER           PIC X(10) VALUE ' EMPLOYEES'.
            05 FILLER           PIC X(16) VALUE
               '   HOURS ON HAND'.
            05 FILLER           PIC X(20) VALUE
               '           LIABILITY'.
            05 FILLER           PIC X(54) VALUE SPACES.

       01  LIABILITY-DETAIL-LINE.
            05 LDL-DEPT         PIC X(4).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 LDL-NAME         PIC X(20).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 LDL-TYPE         PIC X(4).
            05 FILLER           PIC X(3) VALUE SPACES.
            05 LDL-EMPLOYEES    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 LDL-HOURS        PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 LDL-DOLLARS      PIC $$$,$$$,$$$,$$9.99.
            05 FILLER           PIC X(54) VALUE SPACES.

       01  LIABILITY-COUNT-LINE.
            05 LCL-LABEL        PIC X(30).
            05 LCL-COUNT        PIC ZZZ,ZZ9.
            05 FILLER           PIC X(95) VALUE SPACES.

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

       PROCEDURE DIVISION.

       0100-OPEN-FILES.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.

           PERFORM 9600-LOAD-RUN-PARMS.

           PERFORM 9900-CHECK-SSN-MASK-PARM.

      *    HOURS IN A SALARY YEAR, FOR TURNING EM-SALARY INTO AN
      *    HOURLY RATE: RUNPARMS LEAVEHOURS OR A 40-HOUR WEEK.
           MOVE 'LEAVEHOURS  ' TO WS-PARM-WANTED.
           PERFORM 9610-FIND-RUN-PARM.
           IF WS-PARM-FOUND AND WS-PARM-VALUE(1:4) IS NUMERIC
               AND WS-PARM-VALUE(1:4) > '0000'
               MOVE WS-PARM-VALUE(1:4) TO WS-ANNUAL-HOURS
           END-IF.

           PERFORM 0110-LOAD-DEPT-MASTER.
           PERFORM 0120-LOAD-LEAVE-BALANCE.

           OPEN INPUT ED-DATA.
           IF ED-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EES.DAT - STATUS: ", ED-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           OPEN OUTPUT STATEMENT-REPORT.
           MOVE WS-TODAY-DATE TO STL-DATE.
           WRITE PRINTDATA FROM STATEMENT-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRINTDATA FROM PARM-BANNER-LINE
               AFTER ADVANCING 1 LINES.

           READ ED-DATA NEXT RECORD
               AT END SET ED-ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0200-PRINT-STATEMENT UNTIL ED-ENDOFFILE.

           PERFORM VARYING WS-BAL-SUBIDX FROM 1 BY 1
               UNTIL WS-BAL-SUBIDX > WS-BAL-COUNT
               IF WS-LB-MATCHED-SW(WS-BAL-SUBIDX) = 'N'
                   ADD 1 TO WS-UNMATCHED
               END-IF
           END-PERFORM.

           PERFORM 0300-PRINT-LIABILITY.

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

           MOVE '****' TO WS-DP-CODE(51).
           MOVE SPACES TO WS-DP-COST-CENTER(51).
           MOVE 'NOT ON DEPTMAST.DAT' TO WS-DP-NAME(51).
           MOVE ZERO TO WS-DP-EMPLOYEES(51).
           INITIALIZE WS-LIABILITY-AREAS.

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
                   MOVE ZERO TO
                       WS-DP-EMPLOYEES(WS-DEPT-TABLE-COUNT)
           END-READ.

       0120-LOAD-LEAVE-BALANCE.

           OPEN INPUT LEAVE-BALANCE.
           IF LB-STATUS NOT = "00"
               DISPLAY "WARNING - LEAVEBAL.DAT UNAVAILABLE - STATUS: ",
                   LB-STATUS, " - NO BALANCES TO REPORT"
           ELSE
               PERFORM 0125-READ-LEAVE-BALANCE
                   UNTIL LB-STATUS NOT = "00"
                   OR WS-BAL-COUNT = 10000
               CLOSE LEAVE-BALANCE
           END-IF.

      *    EACH ROW'S LEAVE TYPE IS ENTERED IN THE TYPE TABLE AS IT
      *    IS LOADED, SO THE LIABILITY COLUMNS FOLLOW THE MASTER.
       0125-READ-LEAVE-BALANCE.

           READ LEAVE-BALANCE
               AT END
                   MOVE "10" TO LB-STATUS
               NOT AT END
                   ADD 1 TO WS-BAL-COUNT
                   MOVE LB-SSN TO WS-LB-SSN(WS-BAL-COUNT)
                   MOVE LB-LEAVE-TYPE TO WS-LB-LEAVE-TYPE(WS-BAL-COUNT)
                   MOVE LB-YEAR TO WS-LB-YEAR(WS-BAL-COUNT)
                   MOVE LB-BALANCE TO WS-LB-BALANCE(WS-BAL-COUNT)
                   MOVE LB-YTD-ACCRUED
                       TO WS-LB-YTD-ACCRUED(WS-BAL-COUNT)
                   MOVE LB-YTD-TAKEN TO WS-LB-YTD-TAKEN(WS-BAL-COUNT)
                   MOVE LB-YTD-FORFEIT
                       TO WS-LB-YTD-FORFEIT(WS-BAL-COUNT)
                   MOVE LB-LAST-ACCRUAL
                       TO WS-LB-LAST-ACCRUAL(WS-BAL-COUNT)
                   MOVE 'N' TO WS-LB-MATCHED-SW(WS-BAL-COUNT)
                   PERFORM 0130-FIND-LEAVE-TYPE
           END-READ.

       0130-FIND-LEAVE-TYPE.

           MOVE ZERO TO WS-TYPE-FOUND-IDX.
           PERFORM VARYING WS-TYPE-SUBIDX FROM 1 BY 1
               UNTIL WS-TYPE-SUBIDX > WS-TYPE-COUNT
               IF WS-TY-CODE(WS-TYPE-SUBIDX) = LB-LEAVE-TYPE
                   MOVE WS-TYPE-SUBIDX TO WS-TYPE-FOUND-IDX
                   MOVE 11 TO WS-TYPE-SUBIDX
               END-IF
           END-PERFORM.

           IF WS-TYPE-FOUND-IDX = ZERO
               IF WS-TYPE-COUNT = 10
                   DISPLAY "WARNING - LEAVE TYPE TABLE FULL - ",
                       LB-LEAVE-TYPE, " NOT VALUED"
               ELSE
                   ADD 1 TO WS-TYPE-COUNT
                   MOVE LB-LEAVE-TYPE TO WS-TY-CODE(WS-TYPE-COUNT)
                   MOVE ZERO TO WS-TY-EMPLOYEES(WS-TYPE-COUNT)
                   MOVE ZERO TO WS-TY-HOURS(WS-TYPE-COUNT)
                   MOVE ZERO TO WS-TY-DOLLARS(WS-TYPE-COUNT)
               END-IF
           END-IF.

      *    ONE STATEMENT PER EMPLOYEE WHO HAS ANY BALANCE ROW, AND
      *    THAT EMPLOYEE'S HOURS VALUED INTO THE LIABILITY TABLE.
       0200-PRINT-STATEMENT.

           MOVE ZERO TO WS-STMT-LINES.
           MOVE ZERO TO WS-HOURLY-RATE.
           IF FD-ED-SALARY IS NUMERIC
               COMPUTE WS-HOURLY-RATE ROUNDED =
                   FD-ED-SALARY / WS-ANNUAL-HOURS
           END-IF.

           MOVE 51 TO WS-DEPT-FOUND-IDX.
           PERFORM VARYING WS-DEPT-SUBIDX FROM 1 BY 1
               UNTIL WS-DEPT-SUBIDX > WS-DEPT-TABLE-COUNT
               IF WS-DP-CODE(WS-DEPT-SUBIDX) = FD-ED-DEPT-CODE
                   MOVE WS-DEPT-SUBIDX TO WS-DEPT-FOUND-IDX
                   MOVE 51 TO WS-DEPT-SUBIDX
               END-IF
           END-PERFORM.

           PERFORM 0210-PRINT-BALANCE-LINE
               VARYING WS-BAL-SUBIDX FROM 1 BY 1
               UNTIL WS-BAL-SUBIDX > WS-BAL-COUNT.

           IF WS-STMT-LINES > ZERO
               ADD 1 TO WS-STATEMENTS
               ADD 1 TO WS-DP-EMPLOYEES(WS-DEPT-FOUND-IDX)
           END-IF.

           READ ED-DATA NEXT RECORD
               AT END SET ED-ENDOFFILE TO TRUE
           END-READ.

       0210-PRINT-BALANCE-LINE.

           IF WS-LB-SSN(WS-BAL-SUBIDX) = FD-ED-SSN
               MOVE 'Y' TO WS-LB-MATCHED-SW(WS-BAL-SUBIDX)
               IF WS-STMT-LINES = ZERO
                   MOVE FD-ED-SSN TO WS-SSN-WORK
                   PERFORM 9900-FORMAT-SSN
                   MOVE WS-SSN-MASKED TO EHL-SSN
                   MOVE FD-ED-NAME TO EHL-NAME
                   MOVE FD-ED-DEPT-CODE TO EHL-DEPT
                   WRITE PRINTDATA FROM EMPLOYEE-HEAD-LINE
                       AFTER ADVANCING 3 LINES
                   WRITE PRINTDATA FROM STATEMENT-HEADING-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
               ADD 1 TO WS-STMT-LINES

               MOVE WS-LB-LEAVE-TYPE(WS-BAL-SUBIDX) TO SDL-TYPE
               MOVE WS-LB-YEAR(WS-BAL-SUBIDX) TO SDL-YEAR
               MOVE WS-LB-YTD-ACCRUED(WS-BAL-SUBIDX) TO SDL-ACCRUED
               MOVE WS-LB-YTD-TAKEN(WS-BAL-SUBIDX) TO SDL-TAKEN
               MOVE WS-LB-YTD-FORFEIT(WS-BAL-SUBIDX) TO SDL-FORFEITED
               MOVE WS-LB-BALANCE(WS-BAL-SUBIDX) TO SDL-BALANCE
               MOVE WS-LB-LAST-ACCRUAL(WS-BAL-SUBIDX)
                   TO SDL-LAST-ACCRUAL
               WRITE PRINTDATA FROM STATEMENT-DETAIL-LINE
                   AFTER ADVANCING 1 LINES

               PERFORM 0220-ADD-LIABILITY
           END-IF.

       0220-ADD-LIABILITY.

           MOVE ZERO TO WS-TYPE-FOUND-IDX.
           PERFORM VARYING WS-TYPE-SUBIDX FROM 1 BY 1
               UNTIL WS-TYPE-SUBIDX > WS-TYPE-COUNT
               IF WS-TY-CODE(WS-TYPE-SUBIDX) =
                   WS-LB-LEAVE-TYPE(WS-BAL-SUBIDX)
                   MOVE WS-TYPE-SUBIDX TO WS-TYPE-FOUND-IDX
                   MOVE 11 TO WS-TYPE-SUBIDX
               END-IF
           END-PERFORM.

           IF WS-TYPE-FOUND-IDX > ZERO
               AND WS-LB-BALANCE(WS-BAL-SUBIDX) > ZERO
               COMPUTE WS-LINE-VALUE ROUNDED =
                   WS-LB-BALANCE(WS-BAL-SUBIDX) * WS-HOURLY-RATE
               ADD 1 TO WS-LI-EMPLOYEES(WS-DEPT-FOUND-IDX,
                   WS-TYPE-FOUND-IDX)
               ADD WS-LB-BALANCE(WS-BAL-SUBIDX) TO
                   WS-LI-HOURS(WS-DEPT-FOUND-IDX, WS-TYPE-FOUND-IDX)
               ADD WS-LINE-VALUE TO
                   WS-LI-DOLLARS(WS-DEPT-FOUND-IDX, WS-TYPE-FOUND-IDX)
               ADD 1 TO WS-TY-EMPLOYEES(WS-TYPE-FOUND-IDX)
               ADD WS-LB-BALANCE(WS-BAL-SUBIDX)
                   TO WS-TY-HOURS(WS-TYPE-FOUND-IDX)
               ADD WS-LINE-VALUE TO WS-TY-DOLLARS(WS-TYPE-FOUND-IDX)
               ADD WS-LB-BALANCE(WS-BAL-SUBIDX) TO WS-GT-HOURS
               ADD WS-LINE-VALUE TO WS-GT-DOLLARS
           END-IF.

      *    ONE BLOCK PER DEPARTMENT WITH HOURS ON HAND, A LINE PER
      *    LEAVE TYPE AND A DEPARTMENT TOTAL, THEN THE COMPANY
      *    TOTALS BY TYPE.
       0300-PRINT-LIABILITY.

           OPEN OUTPUT LIABILITY-REPORT.
           IF LL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LEAVE-LIAB.RPT - STATUS: ",
                   LL-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           MOVE WS-TODAY-DATE TO LTL-DATE.
           MOVE WS-ANNUAL-HOURS TO LTL-HOURS.
           WRITE LIABDATA FROM LIABILITY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE LIABDATA FROM PARM-BANNER-LINE
               AFTER ADVANCING 1 LINES.
           WRITE LIABDATA FROM LIABILITY-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 0310-PRINT-DEPT-LIABILITY
               VARYING WS-DEPT-SUBIDX FROM 1 BY 1
               UNTIL WS-DEPT-SUBIDX > WS-DEPT-TABLE-COUNT.
           MOVE 51 TO WS-DEPT-SUBIDX.
           PERFORM 0310-PRINT-DEPT-LIABILITY.

           MOVE SPACES TO LDL-DEPT.
           MOVE 'COMPANY TOTAL' TO LDL-NAME.
           PERFORM VARYING WS-TYPE-SUBIDX FROM 1 BY 1
               UNTIL WS-TYPE-SUBIDX > WS-TYPE-COUNT
               MOVE WS-TY-CODE(WS-TYPE-SUBIDX) TO LDL-TYPE
               MOVE WS-TY-EMPLOYEES(WS-TYPE-SUBIDX) TO LDL-EMPLOYEES
               MOVE WS-TY-HOURS(WS-TYPE-SUBIDX) TO LDL-HOURS
               MOVE WS-TY-DOLLARS(WS-TYPE-SUBIDX) TO LDL-DOLLARS
               IF WS-TYPE-SUBIDX = 1
                   WRITE LIABDATA FROM LIABILITY-DETAIL-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   WRITE LIABDATA FROM LIABILITY-DETAIL-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
               MOVE SPACES TO LDL-NAME
           END-PERFORM.

           MOVE 'ALL'  TO LDL-TYPE.
           MOVE WS-STATEMENTS TO LDL-EMPLOYEES.
           MOVE WS-GT-HOURS TO LDL-HOURS.
           MOVE WS-GT-DOLLARS TO LDL-DOLLARS.
           WRITE LIABDATA FROM LIABILITY-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'STATEMENTS PRINTED:           ' TO LCL-LABEL.
           MOVE WS-STATEMENTS TO LCL-COUNT.
           WRITE LIABDATA FROM LIABILITY-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'BALANCES WITH NO EMPLOYEE:    ' TO LCL-LABEL.
           MOVE WS-UNMATCHED TO LCL-COUNT.
           WRITE LIABDATA FROM LIABILITY-COUNT-LINE
               AFTER ADVANCING 1 LINES.

           CLOSE LIABILITY-REPORT.

       0310-PRINT-DEPT-LIABILITY.

           MOVE ZERO TO WS-DT-HOURS.
           MOVE ZERO TO WS-DT-DOLLARS.
           PERFORM VARYING WS-TYPE-SUBIDX FROM 1 BY 1
               UNTIL WS-TYPE-SUBIDX > WS-TYPE-COUNT
               ADD WS-LI-HOURS(WS-DEPT-SUBIDX, WS-TYPE-SUBIDX)
                   TO WS-DT-HOURS
               ADD WS-LI-DOLLARS(WS-DEPT-SUBIDX, WS-TYPE-SUBIDX)
                   TO WS-DT-DOLLARS
           END-PERFORM.

           IF WS-DT-HOURS > ZERO
               MOVE WS-DP-CODE(WS-DEPT-SUBIDX) TO LDL-DEPT
               MOVE WS-DP-NAME(WS-DEPT-SUBIDX) TO LDL-NAME
               MOVE ZERO TO WS-STMT-LINES
               PERFORM VARYING WS-TYPE-SUBIDX FROM 1 BY 1
                   UNTIL WS-TYPE-SUBIDX > WS-TYPE-COUNT
                   IF WS-LI-HOURS(WS-DEPT-SUBIDX, WS-TYPE-SUBIDX)
                       > ZERO
                       MOVE WS-TY-CODE(WS-TYPE-SUBIDX) TO LDL-TYPE
                       MOVE WS-LI-EMPLOYEES(WS-DEPT-SUBIDX,
                           WS-TYPE-SUBIDX) TO LDL-EMPLOYEES
                       MOVE WS-LI-HOURS(WS-DEPT-SUBIDX,
                           WS-TYPE-SUBIDX) TO LDL-HOURS
                       MOVE WS-LI-DOLLARS(WS-DEPT-SUBIDX,
                           WS-TYPE-SUBIDX) TO LDL-DOLLARS
                       IF WS-STMT-LINES = ZERO
                           WRITE LIABDATA FROM LIABILITY-DETAIL-LINE
                               AFTER ADVANCING 2 LINES
                       ELSE
                           WRITE LIABDATA FROM LIABILITY-DETAIL-LINE
                               AFTER ADVANCING 1 LINES
                       END-IF
                       ADD 1 TO WS-STMT-LINES
                       MOVE SPACES TO LDL-DEPT
                       MOVE SPACES TO LDL-NAME
                   END-IF
               END-PERFORM
               MOVE SPACES TO LDL-DEPT
               MOVE 'DEPARTMENT TOTAL' TO LDL-NAME
               MOVE 'ALL' TO LDL-TYPE
               MOVE WS-DP-EMPLOYEES(WS-DEPT-SUBIDX) TO LDL-EMPLOYEES
               MOVE WS-DT-HOURS TO LDL-HOURS
               MOVE WS-DT-DOLLARS TO LDL-DOLLARS
               WRITE LIABDATA FROM LIABILITY-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

       9900-CHECK-SSN-MASK-PARM.

           OPEN INPUT SSN-MASK-PARM.
           IF SF-STATUS = "00"
               SET WS-SSN-FULL TO TRUE
               DISPLAY "NOTICE - FULL SSNS REQUESTED ON PRINTED ",
                   "REPORTS VIA SSNFULL.PRM"
               CLOSE SSN-MASK-PARM
           END-IF.

      *    THE CENTRAL SSNFULL OPTION DOES THE SAME JOB WITHOUT A
      *    PRESENCE FILE TO FORGET.
           MOVE 'SSNFULL     ' TO WS-PARM-WANTED.
           PERFORM 9610-FIND-RUN-PARM.
           IF WS-PARM-FOUND AND WS-PARM-VALUE(1:3) = 'YES'
               SET WS-SSN-FULL TO TRUE
           END-IF.

       9900-FORMAT-SSN.

           IF WS-SSN-FULL
               MOVE WS-SSN-WORK-X TO WS-SSN-MASKED
           ELSE
               MOVE SPACES TO WS-SSN-MASKED
               MOVE '***-**-' TO WS-SSN-MASKED(1:7)
               MOVE WS-SSN-WORK-X(6:4) TO WS-SSN-MASKED(8:4)
           END-IF.


      *    ONE AUDIT RECORD PER RUN: STATEMENTS PRINTED AND THE
      *    WHOLE-DOLLAR LIABILITY.
       9998-WRITE-AUDIT-LOG.

           OPEN EXTEND BATCH-AUDIT.
           IF BA-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BATCH-AUDIT.DAT - STATUS: ",
                   BA-STATUS
               GO TO 9998-AUDIT-EXIT
           END-IF.

           MOVE "LEAVE-STMT"     TO BA-PROGRAM-NAME.
           MOVE WS-TODAY-DATE    TO BA-RUN-DATE.
           MOVE WS-AUDIT-TIME    TO BA-RUN-TIME.
           MOVE WS-STATEMENTS    TO BA-RECORD-COUNT.
           MOVE WS-GT-DOLLARS    TO BA-KEY-TOTAL.

           WRITE BATCH-AUDIT-RECORD.

           CLOSE BATCH-AUDIT.

       9998-AUDIT-EXIT.
           EXIT.

       9999-END-PROGRAM.

           PERFORM 9998-WRITE-AUDIT-LOG THRU 9998-AUDIT-EXIT.
           CLOSE STATEMENT-REPORT.
           CLOSE ED-DATA.
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
