       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-STMT.
       AUTHOR. FABIO COSTA.
      *    YEAR-END WAGE AND DEDUCTION STATEMENTS FROM THE
      *    YEAR-TO-DATE MASTER YTDMAST.DAT THAT PAYROLL-REGISTER POSTS
      *    EVERY PAYDAY: ONE STATEMENT PER EMPLOYEE FOR THE REQUESTED
      *    YEAR (GROSS EARNINGS, EACH DEDUCTION CODE, TOTAL
      *    DEDUCTIONS, NET PAY), THEN A COMPANY RECONCILIATION THAT
      *    PROVES THE STATEMENTS ADD UP TO THE SUM OF THE YEAR'S
      *    REGISTERS AS LOGGED ON PAYRUNS.DAT - SO HR STOPS BUILDING
      *    YEAR-END STATEMENTS BY HAND FROM TWELVE MONTHS OF PRINTED
      *    REGISTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ED-DATA
            ASSIGN TO "EES.DAT"
            FILE STATUS IS ED-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FD-ED-SSN.

      *    YEAR-TO-DATE ACCUMULATORS POSTED BY PAYROLL-REGISTER: ONE
      *    ROW PER SSN, YEAR AND AMOUNT CODE.
       SELECT YTD-MASTER
        ASSIGN TO "YTDMAST.DAT"
        FILE STATUS IS YT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE RECORD PER POSTED PAYDAY WITH THAT REGISTER'S TOTALS.
       SELECT PAYRUN-LOG
        ASSIGN TO "PAYRUNS.DAT"
        FILE STATUS IS PR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT STATEMENT-REPORT
        ASSIGN TO "YEAREND-STMT.RPT"
        FILE STATUS IS SR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE RECORD: THE STATEMENT YEAR. WITH NO PARAMETER FILE THE
      *    OPERATOR IS PROMPTED AT THE CONSOLE.
       SELECT YEAR-PARM-FILE
        ASSIGN TO "YEAREND.PRM"
        FILE STATUS IS YP-STATUS
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
            COPY EMPMASTER REPLACING LEADING ==EM-== BY ==FD-ED-==.

      *    YT-CODE IS '*GRS' FOR GROSS EARNINGS, '*NET' FOR NET PAY,
      *    OTHERWISE THE DEDUCT.DAT DEDUCTION CODE.
       FD YTD-MASTER.
       01 YTD-RECORD.
           02 YT-SSN            PIC 9(9).
           02 YT-YEAR           PIC 9(4).
           02 YT-CODE           PIC X(4).
           02 YT-AMOUNT         PIC 9(11)V99.

       FD PAYRUN-LOG.
       01 PAYRUN-RECORD.
           02 PR-PAY-DATE       PIC 9(8).
           02 PR-RUN-DATE       PIC 9(8).
           02 PR-EMP-COUNT      PIC 9(6).
           02 PR-GROSS          PIC 9(11)V99.
           02 PR-DEDUCTIONS     PIC 9(11)V99.
           02 PR-NET            PIC 9(11)V99.

       FD STATEMENT-REPORT.
       01 PRINTDATA.
           02 FILLER      PIC X(132).

       FD YEAR-PARM-FILE.
       01 YEAR-PARM-RECORD.
           02 YP-YEAR           PIC 9(4).

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
          02 YT-STATUS  PIC X(2).
          02 PR-STATUS  PIC X(2).
          02 SR-STATUS  PIC X(2).
          02 YP-STATUS  PIC X(2).
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

      *    THE REQUESTED YEAR'S ROWS, SORTED BY SSN THEN CODE SO
      *    EACH EMPLOYEE'S ROWS SIT TOGETHER FOR THE PRINT PASS.
       01  WS-YTD-AREAS.
           05  WS-YTD-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-YTD-SUBIDX       PIC 9(5) VALUE ZERO.
           05  WS-YTD-NEXT-IDX     PIC 9(5) VALUE ZERO.
           05  WS-YTD-BEST-IDX     PIC 9(5) VALUE ZERO.
           05  WS-GROUP-START      PIC 9(5) VALUE ZERO.
           05  WS-GROUP-END        PIC 9(5) VALUE ZERO.
           05  WS-YTD-HOLD.
               10  WS-YH-SSN       PIC 9(9).
               10  WS-YH-CODE      PIC X(4).
               10  WS-YH-AMOUNT    PIC 9(11)V99.
           05  WS-YTD-TABLE OCCURS 20000 TIMES.
               10  WS-YT-SSN       PIC 9(9).
               10  WS-YT-CODE      PIC X(4).
               10  WS-YT-AMOUNT    PIC 9(11)V99.

       01  WS-WORK-AREAS.
           05  WS-REQ-YEAR         PIC 9(4) VALUE ZERO.
           05  WS-STMT-SSN         PIC 9(9) VALUE ZERO.
           05  WS-STMT-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-EMP-GROSS        PIC 9(11)V99 VALUE ZERO.
           05  WS-EMP-DEDUCTIONS   PIC 9(11)V99 VALUE ZERO.
           05  WS-EMP-NET          PIC 9(11)V99 VALUE ZERO.
           05  WS-STMT-GROSS       PIC 9(13)V99 VALUE ZERO.
           05  WS-STMT-DEDUCTIONS  PIC 9(13)V99 VALUE ZERO.
           05  WS-STMT-NET         PIC 9(13)V99 VALUE ZERO.
           05  WS-REG-PAYDAYS      PIC 9(4) VALUE ZERO.
           05  WS-REG-GROSS        PIC 9(13)V99 VALUE ZERO.
           05  WS-REG-DEDUCTIONS   PIC 9(13)V99 VALUE ZERO.
           05  WS-REG-NET          PIC 9(13)V99 VALUE ZERO.
           05  WS-DIFFERENCE       PIC S9(13)V99 VALUE ZERO.
           05  WS-OUT-OF-BALANCE-SW PIC X(1) VALUE 'N'.
               88  WS-OUT-OF-BALANCE VALUE 'Y'.
           05  WS-MASTER-OPEN-SW   PIC X(1) VALUE 'N'.
               88  WS-MASTER-OPEN  VALUE 'Y'.

       01  STATEMENT-TITLE-LINE.
            05 FILLER           PIC X(38) VALUE
               'WAGE AND DEDUCTION STATEMENT FOR YEAR '.
            05 STL-YEAR         PIC 9(4).
            05 FILLER           PIC X(90) VALUE SPACES.

       01  EMPLOYEE-HEAD-LINE.
            05 EHL-SSN          PIC X(11).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 EHL-FNAME        PIC X(10).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 EHL-LNAME        PIC X(10).
            05 FILLER           PIC X(98) VALUE SPACES.

       01  STATEMENT-AMOUNT-LINE.
            05 FILLER           PIC X(4) VALUE SPACES.
            05 SAL-LABEL        PIC X(26).
            05 SAL-AMOUNT       PIC $$,$$$,$$$,$$9.99.
            05 FILLER           PIC X(85) VALUE SPACES.

       01  RECON-TITLE-LINE.
            05 FILLER           PIC X(38) VALUE
               'COMPANY RECONCILIATION FOR YEAR       '.
            05 RCT-YEAR         PIC 9(4).
            05 FILLER           PIC X(90) VALUE SPACES.

       01  RECON-HEADING-LINE.
            05 FILLER           PIC X(26) VALUE SPACES.
            05 FILLER           PIC X(22) VALUE
               '            STATEMENTS'.
            05 FILLER           PIC X(22) VALUE
               '   REGISTERS (PAYRUNS)'.
            05 FILLER           PIC X(22) VALUE
               '            DIFFERENCE'.
            05 FILLER           PIC X(40) VALUE SPACES.

       01  RECON-DETAIL-LINE.
            05 RDL-LABEL        PIC X(26).
            05 FILLER           PIC X(1) VALUE SPACES.
            05 RDL-STATEMENTS   PIC $$$,$$$,$$$,$$9.99.
            05 FILLER           PIC X(3) VALUE SPACES.
            05 RDL-REGISTERS    PIC $$$,$$$,$$$,$$9.99.
            05 FILLER           PIC X(3) VALUE SPACES.
            05 RDL-DIFFERENCE   PIC -$$,$$$,$$$,$$9.99.
            05 FILLER           PIC X(45) VALUE SPACES.

       01  RECON-COUNT-LINE.
            05 RCL-LABEL        PIC X(26).
            05 RCL-COUNT        PIC ZZZ,ZZ9.
            05 FILLER           PIC X(99) VALUE SPACES.

       01  VERDICT-LINE.
            05 FILLER           PIC X(9) VALUE 'VERDICT: '.
            05 VDL-TEXT         PIC X(40).
            05 FILLER           PIC X(83) VALUE SPACES.

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

           PERFORM 9600-LOAD-RUN-PARMS.

           PERFORM 9900-CHECK-SSN-MASK-PARM.

           PERFORM 0110-GET-STATEMENT-YEAR.

           PERFORM 0200-LOAD-YTD-MASTER.
           PERFORM 0300-SORT-YTD-ROWS.
           PERFORM 0400-TOTAL-PAY-RUNS.

           OPEN INPUT ED-DATA.
           IF ED-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING - EES.DAT UNAVAILABLE - STATUS: ",
                   ED-STATUS, " - STATEMENTS PRINT WITHOUT NAMES"
           END-IF.

           OPEN OUTPUT STATEMENT-REPORT.
           IF SR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING YEAREND-STMT.RPT - STATUS: ",
                   SR-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           MOVE 1 TO WS-YTD-SUBIDX.
           PERFORM 0500-PRINT-NEXT-STATEMENT
               UNTIL WS-YTD-SUBIDX > WS-YTD-COUNT.

           PERFORM 0600-PRINT-RECONCILIATION.

           PERFORM 9999-END-PROGRAM.

       0110-GET-STATEMENT-YEAR.

           OPEN INPUT YEAR-PARM-FILE.
           IF YP-STATUS = "00"
               READ YEAR-PARM-FILE
                   AT END CONTINUE
                   NOT AT END MOVE YP-YEAR TO WS-REQ-YEAR
               END-READ
               CLOSE YEAR-PARM-FILE
           ELSE
               DISPLAY "ENTER STATEMENT YEAR (YYYY): "
                   WITH NO ADVANCING
               ACCEPT WS-REQ-YEAR
           END-IF.

       0200-LOAD-YTD-MASTER.

           OPEN INPUT YTD-MASTER.
           IF YT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING YTDMAST.DAT - STATUS: ",
                   YT-STATUS
           ELSE
               PERFORM 0210-READ-YTD-RECORD
                   UNTIL YT-STATUS NOT = "00"
               CLOSE YTD-MASTER
           END-IF.

       0210-READ-YTD-RECORD.

           READ YTD-MASTER
               AT END
                   MOVE "10" TO YT-STATUS
               NOT AT END
                   IF YT-YEAR = WS-REQ-YEAR
                       IF WS-YTD-COUNT >= 20000
                           DISPLAY "WARNING - YTD TABLE FULL, ",
                               "SKIPPING ", YT-SSN, " ", YT-CODE
                       ELSE
                           ADD 1 TO WS-YTD-COUNT
                           MOVE YT-SSN TO WS-YT-SSN(WS-YTD-COUNT)
                           MOVE YT-CODE TO WS-YT-CODE(WS-YTD-COUNT)
                           MOVE YT-AMOUNT
                               TO WS-YT-AMOUNT(WS-YTD-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *    BOUNDED SELECTION SORT BY SSN THEN CODE - THE SAME
      *    IN-MEMORY STYLE SALARY-HISTORY USES - SO THE PRINT PASS IS
      *    A STRAIGHT GROUPED WALK.
       0300-SORT-YTD-ROWS.

           PERFORM VARYING WS-YTD-SUBIDX FROM 1 BY 1
               UNTIL WS-YTD-SUBIDX >= WS-YTD-COUNT

               MOVE WS-YTD-SUBIDX TO WS-YTD-BEST-IDX

               PERFORM VARYING WS-YTD-NEXT-IDX
                   FROM WS-YTD-SUBIDX BY 1
                   UNTIL WS-YTD-NEXT-IDX > WS-YTD-COUNT
                   IF WS-YT-SSN(WS-YTD-NEXT-IDX) <
                         WS-YT-SSN(WS-YTD-BEST-IDX)
                      OR (WS-YT-SSN(WS-YTD-NEXT-IDX) =
                         WS-YT-SSN(WS-YTD-BEST-IDX)
                         AND WS-YT-CODE(WS-YTD-NEXT-IDX) <
                            WS-YT-CODE(WS-YTD-BEST-IDX))
                      MOVE WS-YTD-NEXT-IDX TO WS-YTD-BEST-IDX
                   END-IF
               END-PERFORM

               IF WS-YTD-BEST-IDX NOT = WS-YTD-SUBIDX
                   MOVE WS-YTD-TABLE(WS-YTD-SUBIDX) TO WS-YTD-HOLD
                   MOVE WS-YTD-TABLE(WS-YTD-BEST-IDX)
                       TO WS-YTD-TABLE(WS-YTD-SUBIDX)
                   MOVE WS-YTD-HOLD TO WS-YTD-TABLE(WS-YTD-BEST-IDX)
               END-IF

           END-PERFORM.

      *    THE REGISTER SIDE OF THE RECONCILIATION: EVERY PAYDAY
      *    LOGGED FOR THE YEAR, TOTALLED.
       0400-TOTAL-PAY-RUNS.

           OPEN INPUT PAYRUN-LOG.
           IF PR-STATUS NOT = "00"
               DISPLAY "WARNING - PAYRUNS.DAT UNAVAILABLE - STATUS: ",
                   PR-STATUS
           ELSE
               PERFORM 0410-READ-PAY-RUN
                   UNTIL PR-STATUS NOT = "00"
               CLOSE PAYRUN-LOG
           END-IF.

       0410-READ-PAY-RUN.

           READ PAYRUN-LOG
               AT END
                   MOVE "10" TO PR-STATUS
               NOT AT END
                   IF PR-PAY-DATE(1:4) = WS-REQ-YEAR
                       ADD 1 TO WS-REG-PAYDAYS
                       ADD PR-GROSS TO WS-REG-GROSS
                       ADD PR-DEDUCTIONS TO WS-REG-DEDUCTIONS
                       ADD PR-NET TO WS-REG-NET
                   END-IF
           END-READ.

      *    ONE EMPLOYEE'S ROWS RUN FROM WS-YTD-SUBIDX TO THE LAST ROW
      *    WITH THE SAME SSN. GROSS PRINTS FIRST, THEN EVERY
      *    DEDUCTION CODE, THEN NET.
       0500-PRINT-NEXT-STATEMENT.

           MOVE WS-YTD-SUBIDX TO WS-GROUP-START.
           MOVE WS-YT-SSN(WS-GROUP-START) TO WS-STMT-SSN.
           MOVE WS-GROUP-START TO WS-GROUP-END.
           PERFORM VARYING WS-YTD-NEXT-IDX FROM WS-GROUP-START BY 1
               UNTIL WS-YTD-NEXT-IDX > WS-YTD-COUNT
               IF WS-YT-SSN(WS-YTD-NEXT-IDX) = WS-STMT-SSN
                   MOVE WS-YTD-NEXT-IDX TO WS-GROUP-END
               ELSE
                   MOVE 20001 TO WS-YTD-NEXT-IDX
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-EMP-GROSS.
           MOVE ZERO TO WS-EMP-DEDUCTIONS.
           MOVE ZERO TO WS-EMP-NET.
           PERFORM VARYING WS-YTD-NEXT-IDX FROM WS-GROUP-START BY 1
               UNTIL WS-YTD-NEXT-IDX > WS-GROUP-END
               EVALUATE WS-YT-CODE(WS-YTD-NEXT-IDX)
                   WHEN '*GRS'
                       ADD WS-YT-AMOUNT(WS-YTD-NEXT-IDX)
                           TO WS-EMP-GROSS
                   WHEN '*NET'
                       ADD WS-YT-AMOUNT(WS-YTD-NEXT-IDX)
                           TO WS-EMP-NET
                   WHEN OTHER
                       ADD WS-YT-AMOUNT(WS-YTD-NEXT-IDX)
                           TO WS-EMP-DEDUCTIONS
               END-EVALUATE
           END-PERFORM.

           MOVE WS-REQ-YEAR TO STL-YEAR.
           WRITE PRINTDATA FROM STATEMENT-TITLE-LINE
               AFTER ADVANCING PAGE.

           MOVE WS-STMT-SSN TO WS-SSN-WORK.
           PERFORM 9900-FORMAT-SSN.
           MOVE WS-SSN-MASKED TO EHL-SSN.
           PERFORM 0510-LOOKUP-EMPLOYEE-NAME.
           WRITE PRINTDATA FROM EMPLOYEE-HEAD-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'GROSS EARNINGS' TO SAL-LABEL.
           MOVE WS-EMP-GROSS TO SAL-AMOUNT.
           WRITE PRINTDATA FROM STATEMENT-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM VARYING WS-YTD-NEXT-IDX FROM WS-GROUP-START BY 1
               UNTIL WS-YTD-NEXT-IDX > WS-GROUP-END
               IF WS-YT-CODE(WS-YTD-NEXT-IDX) NOT = '*GRS'
                   AND WS-YT-CODE(WS-YTD-NEXT-IDX) NOT = '*NET'
                   MOVE SPACES TO SAL-LABEL
                   STRING 'DEDUCTION ' DELIMITED BY SIZE
                       WS-YT-CODE(WS-YTD-NEXT-IDX) DELIMITED BY SIZE
                       INTO SAL-LABEL
                   MOVE WS-YT-AMOUNT(WS-YTD-NEXT-IDX) TO SAL-AMOUNT
                   WRITE PRINTDATA FROM STATEMENT-AMOUNT-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM.

           MOVE 'TOTAL DEDUCTIONS' TO SAL-LABEL.
           MOVE WS-EMP-DEDUCTIONS TO SAL-AMOUNT.
           WRITE PRINTDATA FROM STATEMENT-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'NET PAY' TO SAL-LABEL.
           MOVE WS-EMP-NET TO SAL-AMOUNT.
           WRITE PRINTDATA FROM STATEMENT-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.

           ADD 1 TO WS-STMT-COUNT.
           ADD WS-EMP-GROSS TO WS-STMT-GROSS.
           ADD WS-EMP-DEDUCTIONS TO WS-STMT-DEDUCTIONS.
           ADD WS-EMP-NET TO WS-STMT-NET.

           COMPUTE WS-YTD-SUBIDX = WS-GROUP-END + 1.

      *    AN EMPLOYEE ARCHIVED SINCE THE LAST PAYDAY STILL GETS A
      *    STATEMENT, JUST WITHOUT A NAME.
       0510-LOOKUP-EMPLOYEE-NAME.

           MOVE SPACES TO EHL-FNAME.
           MOVE SPACES TO EHL-LNAME.
           IF WS-MASTER-OPEN
               MOVE WS-STMT-SSN TO FD-ED-SSN
               READ ED-DATA
                   KEY IS FD-ED-SSN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FD-ED-FIRSTNAME TO EHL-FNAME
                       MOVE FD-ED-LASTNAME TO EHL-LNAME
               END-READ
           END-IF.

      *    STATEMENTS AND REGISTERS MUST AGREE TO THE CENT ON ALL
      *    THREE TOTALS FOR THE YEAR TO BE RECONCILED.
       0600-PRINT-RECONCILIATION.

           MOVE WS-REQ-YEAR TO RCT-YEAR.
           WRITE PRINTDATA FROM RECON-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRINTDATA FROM PARM-BANNER-LINE
               AFTER ADVANCING 1 LINES.
           WRITE PRINTDATA FROM RECON-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'GROSS EARNINGS' TO RDL-LABEL.
           MOVE WS-STMT-GROSS TO RDL-STATEMENTS.
           MOVE WS-REG-GROSS TO RDL-REGISTERS.
           COMPUTE WS-DIFFERENCE = WS-STMT-GROSS - WS-REG-GROSS.
           PERFORM 0610-PRINT-RECON-LINE.

           MOVE 'DEDUCTIONS' TO RDL-LABEL.
           MOVE WS-STMT-DEDUCTIONS TO RDL-STATEMENTS.
           MOVE WS-REG-DEDUCTIONS TO RDL-REGISTERS.
           COMPUTE WS-DIFFERENCE =
               WS-STMT-DEDUCTIONS - WS-REG-DEDUCTIONS.
           PERFORM 0610-PRINT-RECON-LINE.

           MOVE 'NET PAY' TO RDL-LABEL.
           MOVE WS-STMT-NET TO RDL-STATEMENTS.
           MOVE WS-REG-NET TO RDL-REGISTERS.
           COMPUTE WS-DIFFERENCE = WS-STMT-NET - WS-REG-NET.
           PERFORM 0610-PRINT-RECON-LINE.

           MOVE 'STATEMENTS PRINTED:' TO RCL-LABEL.
           MOVE WS-STMT-COUNT TO RCL-COUNT.
           WRITE PRINTDATA FROM RECON-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'PAYDAYS REGISTERED:' TO RCL-LABEL.
           MOVE WS-REG-PAYDAYS TO RCL-COUNT.
           WRITE PRINTDATA FROM RECON-COUNT-LINE
               AFTER ADVANCING 1 LINES.

           IF WS-OUT-OF-BALANCE
               MOVE 'OUT OF BALANCE - DO NOT ISSUE' TO VDL-TEXT
           ELSE
               MOVE 'RECONCILED TO THE REGISTERS' TO VDL-TEXT
           END-IF.
           WRITE PRINTDATA FROM VERDICT-LINE
               AFTER ADVANCING 2 LINES.

       0610-PRINT-RECON-LINE.

           MOVE WS-DIFFERENCE TO RDL-DIFFERENCE.
           IF WS-DIFFERENCE NOT = ZERO
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           WRITE PRINTDATA FROM RECON-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

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
      *    WHOLE-DOLLAR GROSS THEY CARRY.
       9998-WRITE-AUDIT-LOG.

           ACCEPT WS-AUDIT-TIME FROM TIME.

           OPEN EXTEND BATCH-AUDIT.
           IF BA-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BATCH-AUDIT.DAT - STATUS: ",
                   BA-STATUS
               GO TO 9998-AUDIT-EXIT
           END-IF.

           MOVE "YEAR-END-STMT" TO BA-PROGRAM-NAME.
           MOVE WS-TODAY-DATE   TO BA-RUN-DATE.
           MOVE WS-AUDIT-TIME   TO BA-RUN-TIME.
           MOVE WS-STMT-COUNT   TO BA-RECORD-COUNT.
           MOVE WS-STMT-GROSS   TO BA-KEY-TOTAL.

           WRITE BATCH-AUDIT-RECORD.

           CLOSE BATCH-AUDIT.

       9998-AUDIT-EXIT.
           EXIT.

       9999-END-PROGRAM.

           PERFORM 9998-WRITE-AUDIT-LOG THRU 9998-AUDIT-EXIT.
           CLOSE STATEMENT-REPORT.
           IF WS-MASTER-OPEN
               CLOSE ED-DATA
           END-IF.
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
