       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-ACCRUAL.
       AUTHOR. FABIO COSTA.
      *    MONTHLY LEAVE ACCRUAL RUN. EVERY ACTIVE EMPLOYEE ON EES.DAT
      *    EARNS THE HOURS FOR EACH LEAVE TYPE THAT THE ACCRUAL-RATE
      *    TABLE GIVES FOR THEIR YEARS OF SERVICE (FROM EM-HIRE-DATE,
      *    THE SAME WAY SALARY-RAISE BANDS TENURE), POSTED TO THE
      *    LEAVE-BALANCE MASTER LEAVEBAL.DAT BY SSN AND LEAVE TYPE.
      *    THE FIRST ACCRUAL OF A NEW YEAR CARRIES EACH BALANCE OVER
      *    UP TO THE BAND'S CARRY-OVER CAP AND FORFEITS THE REST.
      *    A MONTH IS POSTED ONLY ONCE PER BALANCE, SO A RERUN DOES
      *    NOT ACCRUE TWICE. EVERY POSTING AND FORFEITURE IS WRITTEN
      *    TO THE LEAVE JOURNAL THAT LEAVE-TRANS ALSO WRITES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ED-DATA
            ASSIGN TO "EES.DAT"
            FILE STATUS IS ED-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FD-ED-SSN.

      *    OPTIONAL RUNTIME OVERRIDE FOR THE ACCRUAL-RATE TABLE, ONE
      *    LINE PER LEAVE TYPE AND SERVICE BAND.
       SELECT LEAVE-RATE-PARM
        ASSIGN TO "LEAVERATE.PRM"
        FILE STATUS IS LR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    LEAVE-BALANCE MASTER, ONE ROW PER SSN AND LEAVE TYPE,
      *    REWRITTEN WHOLE EVERY RUN.
       SELECT LEAVE-BALANCE
        ASSIGN TO "LEAVEBAL.DAT"
        FILE STATUS IS LB-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    BEFORE/AFTER BALANCE OF EVERY POSTING, APPENDED RUN OVER
      *    RUN, SO ANY BALANCE CAN BE TRACED BACK TO WHAT MADE IT.
       SELECT LEAVE-JOURNAL
        ASSIGN TO "LEAVE-JOURNAL.DAT"
        FILE STATUS IS LJ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ACCRUAL-REPORT
        ASSIGN TO "LEAVE-ACCRUAL.RPT"
        FILE STATUS IS AR-STATUS
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

      *    ONE LINE PER LEAVE TYPE AND SERVICE BAND: LOW YEARS, HIGH
      *    YEARS, HOURS EARNED PER MONTH, CARRY-OVER CAP IN HOURS.
       FD LEAVE-RATE-PARM.
       01 LEAVE-RATE-RECORD.
           02 LR-LEAVE-TYPE     PIC X(4).
           02 LR-TENURE-LOW     PIC 9(03).
           02 LR-TENURE-HIGH    PIC 9(03).
           02 LR-HOURS          PIC 9(2)V99.
           02 LR-CARRY-CAP      PIC 9(4).

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

      *    ACTION M = MONTHLY ACCRUAL, C = CARRY-OVER FORFEITURE;
      *    LEAVE-TRANS WRITES T = TAKEN, A = ADJUSTED, F = FORFEITED.
       FD LEAVE-JOURNAL.
       01 LEAVE-JOURNAL-RECORD.
           02 LJ-ACTION-CODE    PIC X(1).
           02 LJ-RUN-DATE       PIC 9(8).
           02 LJ-RUN-TIME       PIC 9(8).
           02 LJ-SSN            PIC 9(9).
           02 LJ-LEAVE-TYPE     PIC X(4).
           02 LJ-SIGN           PIC X(1).
           02 LJ-HOURS          PIC 9(4)V99.
           02 LJ-BEFORE-BALANCE PIC 9(5)V99.
           02 LJ-AFTER-BALANCE  PIC 9(5)V99.
           02 LJ-ABSENCE-DATE   PIC 9(8).
           02 LJ-OPERATOR-ID    PIC X(8).

       FD ACCRUAL-REPORT.
       01 PRINTDATA.
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
          02 LR-STATUS  PIC X(2).
          02 LB-STATUS  PIC X(2).
          02 LJ-STATUS  PIC X(2).
          02 AR-STATUS  PIC X(2).
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

      *    THE MONTH BEING ACCRUED: RUNPARMS LEAVEMONTH (YYYYMM) OR
      *    THE MONTH OF THE RUN DATE.
       01  WS-ACCRUAL-MONTH.
           05  WS-ACCRUAL-YEAR     PIC 9(4).
           05  WS-ACCRUAL-MM       PIC 9(2).
       01  WS-ACCRUAL-MONTH-N REDEFINES WS-ACCRUAL-MONTH PIC 9(6).

      *    LEAVE ACCRUAL IS KEYED BY SERVICE BAND (YEARS OF SERVICE)
      *    PER LEAVE TYPE, SO A POLICY CHANGE ONLY MEANS CHANGING
      *    THIS TABLE - THIS DEFAULT IS USED WHEN LEAVERATE.PRM IS
      *    NOT PRESENT; SEE 0110-LOAD-LEAVE-RATE-TABLE. EACH ROW IS
      *    TYPE, LOW YEARS, HIGH YEARS, HOURS PER MONTH, CAP HOURS.
       01  WS-LEAVE-RATE-DATA.
           05 FILLER  PIC X(18) VALUE 'VAC 00000206670120'.
           05 FILLER  PIC X(18) VALUE 'VAC 00300510000160'.
           05 FILLER  PIC X(18) VALUE 'VAC 00601013330200'.
           05 FILLER  PIC X(18) VALUE 'VAC 01109916670240'.
           05 FILLER  PIC X(18) VALUE 'SICK00009908000480'.
           05 FILLER  PIC X(270) VALUE SPACES.

       01  WS-LEAVE-RATE-MAP REDEFINES WS-LEAVE-RATE-DATA.
           05 WS-LEAVE-RATE-ITEM OCCURS 20 TIMES.
              10 WS-LR-LEAVE-TYPE     PIC X(4).
              10 WS-LR-TENURE-LOW     PIC 9(03).
              10 WS-LR-TENURE-HIGH    PIC 9(03).
              10 WS-LR-HOURS          PIC 9(2)V99.
              10 WS-LR-CARRY-CAP      PIC 9(4).

       01  WS-RATE-TABLE-COUNT   PIC 9(02) VALUE 5.

       01  WS-BALANCE-AREAS.
           05  WS-BAL-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-BAL-SUBIDX       PIC 9(5) VALUE ZERO.
           05  WS-BAL-FOUND-IDX    PIC 9(5) VALUE ZERO.
           05  WS-BAL-TABLE OCCURS 10000 TIMES.
               10  WS-LB-SSN            PIC 9(9).
               10  WS-LB-LEAVE-TYPE     PIC X(4).
               10  WS-LB-YEAR           PIC 9(4).
               10  WS-LB-BALANCE        PIC 9(5)V99.
               10  WS-LB-YTD-ACCRUED    PIC 9(5)V99.
               10  WS-LB-YTD-TAKEN      PIC 9(5)V99.
               10  WS-LB-YTD-FORFEIT    PIC 9(5)V99.
               10  WS-LB-LAST-ACCRUAL   PIC 9(6).

       01  WS-WORK-AREAS.
           05  WS-SERVICE-MONTHS   PIC S9(5) VALUE ZERO.
           05  WS-TENURE-YEARS     PIC 9(03) VALUE ZERO.
           05  WS-RATE-SUBIDX      PIC 9(02) VALUE ZERO.
           05  WS-BEFORE-BALANCE   PIC 9(5)V99 VALUE ZERO.
           05  WS-FORFEIT-HOURS    PIC 9(5)V99 VALUE ZERO.
           05  WS-EMPLOYEES-READ   PIC 9(8) VALUE ZERO.
           05  WS-NOT-ELIGIBLE     PIC 9(8) VALUE ZERO.
           05  WS-POSTED-COUNT     PIC 9(8) VALUE ZERO.
           05  WS-ALREADY-COUNT    PIC 9(8) VALUE ZERO.
           05  WS-HOURS-ACCRUED    PIC 9(9)V99 VALUE ZERO.
           05  WS-HOURS-FORFEITED  PIC 9(9)V99 VALUE ZERO.

       01  ACCRUAL-TITLE-LINE.
            05 FILLER           PIC X(28) VALUE
               'LEAVE ACCRUAL - MONTH OF    '.
            05 ATL-YEAR         PIC 9(4).
            05 FILLER           PIC X(1) VALUE '/'.
            05 ATL-MONTH        PIC 9(2).
            05 FILLER           PIC X(10) VALUE '  RUN OF: '.
            05 ATL-DATE         PIC 9(8).
            05 FILLER           PIC X(79) VALUE SPACES.

       01  ACCRUAL-HEADING-LINE.
            05 FILLER           PIC X(11) VALUE 'EMPLOYEE ID'.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 FILLER           PIC X(20) VALUE 'NAME'.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 FILLER           PIC X(4) VALUE 'TYPE'.
            05 FILLER           PIC X(9) VALUE '  SERVICE'.
            05 FILLER           PIC X(11) VALUE '    ACCRUED'.
            05 FILLER           PIC X(11) VALUE '  FORFEITED'.
            05 FILLER           PIC X(11) VALUE '    BALANCE'.
            05 FILLER           PIC X(51) VALUE SPACES.

       01  ACCRUAL-DETAIL-LINE.
            05 ADL-SSN          PIC X(11).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 ADL-NAME         PIC X(20).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 ADL-TYPE         PIC X(4).
            05 FILLER           PIC X(6) VALUE SPACES.
            05 ADL-SERVICE      PIC ZZ9.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 ADL-ACCRUED      PIC ZZ,ZZ9.99.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 ADL-FORFEITED    PIC ZZ,ZZ9.99.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 ADL-BALANCE      PIC ZZ,ZZ9.99.
            05 FILLER           PIC X(51) VALUE SPACES.

       01  ACCRUAL-TOTAL-LINE.
            05 ATO-LABEL        PIC X(26).
            05 ATO-COUNT        PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER           PIC X(92) VALUE SPACES.

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

           MOVE WS-TODAY-DATE(1:6) TO WS-ACCRUAL-MONTH.
           MOVE 'LEAVEMONTH  ' TO WS-PARM-WANTED.
           PERFORM 9610-FIND-RUN-PARM.
           IF WS-PARM-FOUND
               IF WS-PARM-VALUE(1:6) IS NUMERIC
                   AND WS-PARM-VALUE(5:2) >= '01'
                   AND WS-PARM-VALUE(5:2) <= '12'
                   MOVE WS-PARM-VALUE(1:6) TO WS-ACCRUAL-MONTH
               ELSE
                   DISPLAY "WARNING - LEAVEMONTH ", WS-PARM-VALUE,
                       " IS NOT YYYYMM - ACCRUING THE RUN MONTH"
               END-IF
           END-IF.

           PERFORM 0110-LOAD-LEAVE-RATE-TABLE.
           PERFORM 0120-LOAD-LEAVE-BALANCE.

           OPEN INPUT ED-DATA.
           IF ED-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EES.DAT - STATUS: ", ED-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           OPEN EXTEND LEAVE-JOURNAL.
           IF LJ-STATUS = "35"
               OPEN OUTPUT LEAVE-JOURNAL
           END-IF.
           IF LJ-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LEAVE-JOURNAL.DAT - STATUS: ",
                   LJ-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           OPEN OUTPUT ACCRUAL-REPORT.
           MOVE WS-ACCRUAL-YEAR TO ATL-YEAR.
           MOVE WS-ACCRUAL-MM TO ATL-MONTH.
           MOVE WS-TODAY-DATE TO ATL-DATE.
           WRITE PRINTDATA FROM ACCRUAL-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRINTDATA FROM PARM-BANNER-LINE
               AFTER ADVANCING 1 LINES.
           WRITE PRINTDATA FROM ACCRUAL-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           READ ED-DATA NEXT RECORD
               AT END SET ED-ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0200-ACCRUE-EMPLOYEE UNTIL ED-ENDOFFILE.

           PERFORM 0300-SAVE-LEAVE-BALANCE.
           PERFORM 0400-PRINT-TOTALS.

           PERFORM 9999-END-PROGRAM.

       0110-LOAD-LEAVE-RATE-TABLE.

      *    OPTIONAL OVERRIDE OF THE HARDCODED DEFAULT TABLE ABOVE -
      *    SEE THE COMMENT AT WS-LEAVE-RATE-DATA.  WITH NO
      *    LEAVERATE.PRM PRESENT THE DEFAULT TABLE IS LEFT AS-IS.
           OPEN INPUT LEAVE-RATE-PARM.
           IF LR-STATUS = "00"
               MOVE ZERO TO WS-RATE-TABLE-COUNT
               PERFORM 0115-READ-LEAVE-RATE-RECORD
                   UNTIL LR-STATUS NOT = "00"
                   OR WS-RATE-TABLE-COUNT = 20
               CLOSE LEAVE-RATE-PARM
           END-IF.

       0115-READ-LEAVE-RATE-RECORD.

           READ LEAVE-RATE-PARM
               AT END
                   MOVE "10" TO LR-STATUS
               NOT AT END
                   ADD 1 TO WS-RATE-TABLE-COUNT
                   MOVE LR-LEAVE-TYPE  TO
                       WS-LR-LEAVE-TYPE(WS-RATE-TABLE-COUNT)
                   MOVE LR-TENURE-LOW  TO
                       WS-LR-TENURE-LOW(WS-RATE-TABLE-COUNT)
                   MOVE LR-TENURE-HIGH TO
                       WS-LR-TENURE-HIGH(WS-RATE-TABLE-COUNT)
                   MOVE LR-HOURS       TO
                       WS-LR-HOURS(WS-RATE-TABLE-COUNT)
                   MOVE LR-CARRY-CAP   TO
                       WS-LR-CARRY-CAP(WS-RATE-TABLE-COUNT)
           END-READ.

      *    THE MASTER IS REWRITTEN WHOLE FROM THIS TABLE, SO ONLY A
      *    FILE THAT IS NOT THERE AT ALL MAY START EMPTY. A MASTER
      *    THAT CANNOT BE OPENED OR READ, OR THAT HOLDS MORE ROWS
      *    THAN THE TABLE, STOPS THE RUN BEFORE ANYTHING IS SAVED -
      *    SAVING WHAT WAS LOADED WOULD WIPE THE BALANCES LEFT OUT.
       0120-LOAD-LEAVE-BALANCE.

           OPEN INPUT LEAVE-BALANCE.
           IF LB-STATUS = "35"
               DISPLAY "WARNING - LEAVEBAL.DAT NOT FOUND - ",
                   "STARTING A NEW BALANCE MASTER"
           ELSE
               IF LB-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING LEAVEBAL.DAT - STATUS: ",
                       LB-STATUS, " - RUN STOPPED"
                   GO TO 9999-END-PROGRAM
               END-IF
               PERFORM 0125-READ-LEAVE-BALANCE
                   UNTIL LB-STATUS NOT = "00"
                   OR WS-BAL-COUNT = 10000
               IF LB-STATUS = "00"
                   READ LEAVE-BALANCE
                       AT END
                           MOVE "10" TO LB-STATUS
                       NOT AT END
                           DISPLAY "LEAVEBAL.DAT HOLDS MORE THAN ",
                               "10000 BALANCES - RUN STOPPED"
                           CLOSE LEAVE-BALANCE
                           GO TO 9999-END-PROGRAM
                   END-READ
               END-IF
               IF LB-STATUS NOT = "10"
                   DISPLAY "ERROR READING LEAVEBAL.DAT - STATUS: ",
                       LB-STATUS, " - RUN STOPPED"
                   CLOSE LEAVE-BALANCE
                   GO TO 9999-END-PROGRAM
               END-IF
               CLOSE LEAVE-BALANCE
           END-IF.

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
           END-READ.

      *    TERMINATED EMPLOYEES AND THOSE WITHOUT A USABLE HIRE DATE
      *    EARN NOTHING; EVERYONE ELSE IS TRIED AGAINST EVERY ROW OF
      *    THE RATE TABLE, SO EACH LEAVE TYPE PICKS UP ITS OWN BAND.
       0200-ACCRUE-EMPLOYEE.

           ADD 1 TO WS-EMPLOYEES-READ.

           IF (FD-ED-TERM-YEAR IS NUMERIC
                   AND FD-ED-TERM-YEAR > ZERO)
               OR FD-ED-HIRE-YEAR IS NOT NUMERIC
               OR FD-ED-HIRE-YEAR = ZERO
               OR FD-ED-HIRE-MONTH IS NOT NUMERIC
               OR FD-ED-HIRE-MONTH < 1
               OR FD-ED-HIRE-MONTH > 12
               ADD 1 TO WS-NOT-ELIGIBLE
           ELSE
               COMPUTE WS-SERVICE-MONTHS =
                   ((WS-ACCRUAL-YEAR - FD-ED-HIRE-YEAR) * 12)
                   + WS-ACCRUAL-MM - FD-ED-HIRE-MONTH
               IF WS-SERVICE-MONTHS < ZERO
                   ADD 1 TO WS-NOT-ELIGIBLE
               ELSE
                   DIVIDE WS-SERVICE-MONTHS BY 12
                       GIVING WS-TENURE-YEARS
                   PERFORM VARYING WS-RATE-SUBIDX FROM 1 BY 1
                       UNTIL WS-RATE-SUBIDX > WS-RATE-TABLE-COUNT
                       IF WS-TENURE-YEARS IS GREATER THAN OR EQUAL TO
                             WS-LR-TENURE-LOW(WS-RATE-SUBIDX)
                          AND WS-TENURE-YEARS IS LESS THAN OR EQUAL TO
                             WS-LR-TENURE-HIGH(WS-RATE-SUBIDX)
                          PERFORM 0210-POST-ACCRUAL THRU 0210-POST-EXIT
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

           READ ED-DATA NEXT RECORD
               AT END SET ED-ENDOFFILE TO TRUE
           END-READ.

       0210-POST-ACCRUAL.

           MOVE ZERO TO WS-BAL-FOUND-IDX.
           PERFORM VARYING WS-BAL-SUBIDX FROM 1 BY 1
               UNTIL WS-BAL-SUBIDX > WS-BAL-COUNT
               IF WS-LB-SSN(WS-BAL-SUBIDX) = FD-ED-SSN
                   AND WS-LB-LEAVE-TYPE(WS-BAL-SUBIDX) =
                       WS-LR-LEAVE-TYPE(WS-RATE-SUBIDX)
                   MOVE WS-BAL-SUBIDX TO WS-BAL-FOUND-IDX
                   MOVE 10001 TO WS-BAL-SUBIDX
               END-IF
           END-PERFORM.

           IF WS-BAL-FOUND-IDX = ZERO
               IF WS-BAL-COUNT = 10000
                   DISPLAY "WARNING - BALANCE TABLE FULL - ",
                       WS-LR-LEAVE-TYPE(WS-RATE-SUBIDX),
                       " NOT ACCRUED FOR ", FD-ED-SSN
                   GO TO 0210-POST-EXIT
               END-IF
               ADD 1 TO WS-BAL-COUNT
               MOVE WS-BAL-COUNT TO WS-BAL-FOUND-IDX
               MOVE FD-ED-SSN TO WS-LB-SSN(WS-BAL-FOUND-IDX)
               MOVE WS-LR-LEAVE-TYPE(WS-RATE-SUBIDX)
                   TO WS-LB-LEAVE-TYPE(WS-BAL-FOUND-IDX)
               MOVE WS-ACCRUAL-YEAR TO WS-LB-YEAR(WS-BAL-FOUND-IDX)
               MOVE ZERO TO WS-LB-BALANCE(WS-BAL-FOUND-IDX)
               MOVE ZERO TO WS-LB-YTD-ACCRUED(WS-BAL-FOUND-IDX)
               MOVE ZERO TO WS-LB-YTD-TAKEN(WS-BAL-FOUND-IDX)
               MOVE ZERO TO WS-LB-YTD-FORFEIT(WS-BAL-FOUND-IDX)
               MOVE ZERO TO WS-LB-LAST-ACCRUAL(WS-BAL-FOUND-IDX)
           END-IF.

           IF WS-LB-LAST-ACCRUAL(WS-BAL-FOUND-IDX) >=
                   WS-ACCRUAL-MONTH-N
               ADD 1 TO WS-ALREADY-COUNT
               GO TO 0210-POST-EXIT
           END-IF.

           MOVE ZERO TO WS-FORFEIT-HOURS.
           IF WS-LB-YEAR(WS-BAL-FOUND-IDX) < WS-ACCRUAL-YEAR
               PERFORM 0220-CARRY-OVER-BALANCE
           END-IF.

           MOVE WS-LB-BALANCE(WS-BAL-FOUND-IDX) TO WS-BEFORE-BALANCE.
           ADD WS-LR-HOURS(WS-RATE-SUBIDX)
               TO WS-LB-BALANCE(WS-BAL-FOUND-IDX).
           ADD WS-LR-HOURS(WS-RATE-SUBIDX)
               TO WS-LB-YTD-ACCRUED(WS-BAL-FOUND-IDX).
           MOVE WS-ACCRUAL-MONTH-N
               TO WS-LB-LAST-ACCRUAL(WS-BAL-FOUND-IDX).
           ADD WS-LR-HOURS(WS-RATE-SUBIDX) TO WS-HOURS-ACCRUED.
           ADD 1 TO WS-POSTED-COUNT.

           MOVE 'M' TO LJ-ACTION-CODE.
           MOVE '+' TO LJ-SIGN.
           MOVE WS-LR-HOURS(WS-RATE-SUBIDX) TO LJ-HOURS.
           PERFORM 0280-WRITE-JOURNAL.

           MOVE FD-ED-SSN TO WS-SSN-WORK.
           PERFORM 9900-FORMAT-SSN.
           MOVE WS-SSN-MASKED TO ADL-SSN.
           MOVE FD-ED-NAME TO ADL-NAME.
           MOVE WS-LR-LEAVE-TYPE(WS-RATE-SUBIDX) TO ADL-TYPE.
           MOVE WS-TENURE-YEARS TO ADL-SERVICE.
           MOVE WS-LR-HOURS(WS-RATE-SUBIDX) TO ADL-ACCRUED.
           MOVE WS-FORFEIT-HOURS TO ADL-FORFEITED.
           MOVE WS-LB-BALANCE(WS-BAL-FOUND-IDX) TO ADL-BALANCE.
           WRITE PRINTDATA FROM ACCRUAL-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

       0210-POST-EXIT.
           EXIT.

      *    FIRST ACCRUAL OF A NEW YEAR: HOURS ABOVE THE BAND'S
      *    CARRY-OVER CAP ARE FORFEITED AND THE YEAR-TO-DATE FIGURES
      *    START AGAIN FROM ZERO.
       0220-CARRY-OVER-BALANCE.

           IF WS-LB-BALANCE(WS-BAL-FOUND-IDX) >
                   WS-LR-CARRY-CAP(WS-RATE-SUBIDX)
               COMPUTE WS-FORFEIT-HOURS =
                   WS-LB-BALANCE(WS-BAL-FOUND-IDX)
                   - WS-LR-CARRY-CAP(WS-RATE-SUBIDX)
               MOVE WS-LB-BALANCE(WS-BAL-FOUND-IDX)
                   TO WS-BEFORE-BALANCE
               MOVE WS-LR-CARRY-CAP(WS-RATE-SUBIDX)
                   TO WS-LB-BALANCE(WS-BAL-FOUND-IDX)
               ADD WS-FORFEIT-HOURS TO WS-HOURS-FORFEITED
               MOVE 'C' TO LJ-ACTION-CODE
               MOVE '-' TO LJ-SIGN
               MOVE WS-FORFEIT-HOURS TO LJ-HOURS
               PERFORM 0280-WRITE-JOURNAL
           END-IF.

           MOVE WS-ACCRUAL-YEAR TO WS-LB-YEAR(WS-BAL-FOUND-IDX).
           MOVE ZERO TO WS-LB-YTD-ACCRUED(WS-BAL-FOUND-IDX).
           MOVE ZERO TO WS-LB-YTD-TAKEN(WS-BAL-FOUND-IDX).
           MOVE WS-FORFEIT-HOURS TO WS-LB-YTD-FORFEIT(WS-BAL-FOUND-IDX).

      *    CALLER SETS THE ACTION, SIGN AND HOURS; THE BEFORE
      *    BALANCE IS IN WS-BEFORE-BALANCE.
       0280-WRITE-JOURNAL.

           MOVE WS-TODAY-DATE TO LJ-RUN-DATE.
           MOVE WS-AUDIT-TIME TO LJ-RUN-TIME.
           MOVE FD-ED-SSN TO LJ-SSN.
           MOVE WS-LB-LEAVE-TYPE(WS-BAL-FOUND-IDX) TO LJ-LEAVE-TYPE.
           MOVE WS-BEFORE-BALANCE TO LJ-BEFORE-BALANCE.
           MOVE WS-LB-BALANCE(WS-BAL-FOUND-IDX) TO LJ-AFTER-BALANCE.
           MOVE ZERO TO LJ-ABSENCE-DATE.
           MOVE 'BATCH   ' TO LJ-OPERATOR-ID.
           WRITE LEAVE-JOURNAL-RECORD.

      *    THE BALANCE MASTER IS REWRITTEN WHOLE - LOADED ROWS IN
      *    THEIR ORIGINAL ORDER, NEW ROWS AFTER THEM.
       0300-SAVE-LEAVE-BALANCE.

           OPEN OUTPUT LEAVE-BALANCE.
           IF LB-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING LEAVEBAL.DAT - STATUS: ",
                   LB-STATUS
           ELSE
               PERFORM VARYING WS-BAL-SUBIDX FROM 1 BY 1
                   UNTIL WS-BAL-SUBIDX > WS-BAL-COUNT
                   MOVE WS-LB-SSN(WS-BAL-SUBIDX) TO LB-SSN
                   MOVE WS-LB-LEAVE-TYPE(WS-BAL-SUBIDX)
                       TO LB-LEAVE-TYPE
                   MOVE WS-LB-YEAR(WS-BAL-SUBIDX) TO LB-YEAR
                   MOVE WS-LB-BALANCE(WS-BAL-SUBIDX) TO LB-BALANCE
                   MOVE WS-LB-YTD-ACCRUED(WS-BAL-SUBIDX)
                       TO LB-YTD-ACCRUED
                   MOVE WS-LB-YTD-TAKEN(WS-BAL-SUBIDX)
                       TO LB-YTD-TAKEN
                   MOVE WS-LB-YTD-FORFEIT(WS-BAL-SUBIDX)
                       TO LB-YTD-FORFEIT
                   MOVE WS-LB-LAST-ACCRUAL(WS-BAL-SUBIDX)
                       TO LB-LAST-ACCRUAL
                   WRITE LEAVE-BALANCE-RECORD
               END-PERFORM
               CLOSE LEAVE-BALANCE
           END-IF.

       0400-PRINT-TOTALS.

           MOVE 'EMPLOYEES READ:           ' TO ATO-LABEL.
           MOVE WS-EMPLOYEES-READ TO ATO-COUNT.
           WRITE PRINTDATA FROM ACCRUAL-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'NOT ELIGIBLE TO ACCRUE:   ' TO ATO-LABEL.
           MOVE WS-NOT-ELIGIBLE TO ATO-COUNT.
           WRITE PRINTDATA FROM ACCRUAL-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'BALANCES ACCRUED:         ' TO ATO-LABEL.
           MOVE WS-POSTED-COUNT TO ATO-COUNT.
           WRITE PRINTDATA FROM ACCRUAL-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'ALREADY ACCRUED THIS MONTH' TO ATO-LABEL.
           MOVE WS-ALREADY-COUNT TO ATO-COUNT.
           WRITE PRINTDATA FROM ACCRUAL-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'HOURS ACCRUED:            ' TO ATO-LABEL.
           MOVE WS-HOURS-ACCRUED TO ATO-COUNT.
           WRITE PRINTDATA FROM ACCRUAL-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'HOURS FORFEITED AT CAP:   ' TO ATO-LABEL.
           MOVE WS-HOURS-FORFEITED TO ATO-COUNT.
           WRITE PRINTDATA FROM ACCRUAL-TOTAL-LINE
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


      *    ONE AUDIT RECORD PER RUN: BALANCES ACCRUED AND THE WHOLE
      *    HOURS POSTED.
       9998-WRITE-AUDIT-LOG.

           OPEN EXTEND BATCH-AUDIT.
           IF BA-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BATCH-AUDIT.DAT - STATUS: ",
                   BA-STATUS
               GO TO 9998-AUDIT-EXIT
           END-IF.

           MOVE "LEAVE-ACCRUAL"  TO BA-PROGRAM-NAME.
           MOVE WS-TODAY-DATE    TO BA-RUN-DATE.
           MOVE WS-AUDIT-TIME    TO BA-RUN-TIME.
           MOVE WS-POSTED-COUNT  TO BA-RECORD-COUNT.
           MOVE WS-HOURS-ACCRUED TO BA-KEY-TOTAL.

           WRITE BATCH-AUDIT-RECORD.

           CLOSE BATCH-AUDIT.

       9998-AUDIT-EXIT.
           EXIT.

       9999-END-PROGRAM.

           PERFORM 9998-WRITE-AUDIT-LOG THRU 9998-AUDIT-EXIT.
           CLOSE ACCRUAL-REPORT.
           CLOSE LEAVE-JOURNAL.
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
