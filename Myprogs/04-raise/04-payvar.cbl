       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-VARIANCE.
       AUTHOR. FABIO COSTA.
      *    PAYDAY-OVER-PAYDAY VARIANCE REPORT, RUN AFTER
      *    PAYROLL-REGISTER AND BEFORE THE DIRECT-DEPOSIT FILE IS
      *    RELEASED TO THE BANK. IT COMPARES THE LATEST PAYDAY ON THE
      *    REGISTER HISTORY PAYREGHIST.DAT WITH THE PAYDAY BEFORE IT:
      *    EMPLOYEES WHOSE NET PAY MOVED BY MORE THAN THE RUNPARMS
      *    VARPCT PERCENTAGE (DEFAULT 10), EMPLOYEES PAID THIS TIME
      *    BUT NOT LAST TIME AND THE REVERSE, DEDUCTION CODES THAT
      *    APPEARED OR DROPPED OFF FOR AN EMPLOYEE PAID BOTH TIMES,
      *    AND THE COMPANY TOTALS FOR BOTH PAYDAYS SIDE BY SIDE - SO
      *    A FAT-FINGERED SALARY OR A LOST DEDUCTION IS CAUGHT BEFORE
      *    THE MONEY MOVES, NOT WHEN THE EMPLOYEE CALLS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ED-DATA
            ASSIGN TO "EES.DAT"
            FILE STATUS IS ED-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FD-ED-SSN.

      *    REGISTER HISTORY APPENDED BY PAYROLL-REGISTER: ONE 'E' ROW
      *    PER EMPLOYEE PAID AND ONE 'D' ROW PER DEDUCTION CODE TAKEN,
      *    EVERY PAYDAY.
       SELECT REGISTER-HISTORY
        ASSIGN TO "PAYREGHIST.DAT"
        FILE STATUS IS RH-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT VARIANCE-REPORT
        ASSIGN TO "PAY-VARIANCE.RPT"
        FILE STATUS IS VR-STATUS
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

      *    ON A 'D' ROW RG-CODE NAMES THE DEDUCTION AND ITS AMOUNT
      *    IS IN RG-DEDUCTIONS; GROSS AND NET ARE ZERO.
       FD REGISTER-HISTORY.
       01 REGISTER-HISTORY-RECORD.
           02 RG-PAY-DATE       PIC 9(8).
           02 RG-SSN            PIC 9(9).
           02 RG-REC-TYPE       PIC X(1).
           02 RG-CODE           PIC X(4).
           02 RG-GROSS          PIC 9(9)V99.
           02 RG-DEDUCTIONS     PIC 9(9)V99.
           02 RG-NET            PIC 9(9)V99.

       FD VARIANCE-REPORT.
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
          02 RH-STATUS  PIC X(2).
          02 VR-STATUS  PIC X(2).
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

      *    THE TWO PAYDAYS BEING COMPARED: THE LATEST ON THE HISTORY
      *    AND THE ONE BEFORE IT.
       01  WS-PAY-DATE-AREAS.
           05  WS-CUR-DATE         PIC 9(8) VALUE ZERO.
           05  WS-PRI-DATE         PIC 9(8) VALUE ZERO.

      *    'E' ROWS FOR EACH PAYDAY, ONE ENTRY PER EMPLOYEE PAID.
       01  WS-EMPLOYEE-AREAS.
           05  WS-CUR-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-CUR-SUBIDX       PIC 9(4) VALUE ZERO.
           05  WS-CUR-TABLE OCCURS 5000 TIMES.
               10  WS-CE-SSN       PIC 9(9).
               10  WS-CE-GROSS     PIC 9(9)V99.
               10  WS-CE-DEDUCT    PIC 9(9)V99.
               10  WS-CE-NET       PIC 9(9)V99.
           05  WS-PRI-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-PRI-SUBIDX       PIC 9(4) VALUE ZERO.
           05  WS-PRI-FOUND-IDX    PIC 9(4) VALUE ZERO.
           05  WS-PRI-TABLE OCCURS 5000 TIMES.
               10  WS-PE-SSN       PIC 9(9).
               10  WS-PE-GROSS     PIC 9(9)V99.
               10  WS-PE-DEDUCT    PIC 9(9)V99.
               10  WS-PE-NET       PIC 9(9)V99.

      *    'D' ROWS FOR EACH PAYDAY, ONE ENTRY PER SSN AND CODE.
       01  WS-DEDUCTION-AREAS.
           05  WS-CD-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-CD-SUBIDX        PIC 9(5) VALUE ZERO.
           05  WS-CD-TABLE OCCURS 20000 TIMES.
               10  WS-CD-SSN       PIC 9(9).
               10  WS-CD-CODE      PIC X(4).
               10  WS-CD-AMOUNT    PIC 9(9)V99.
           05  WS-PD-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-PD-SUBIDX        PIC 9(5) VALUE ZERO.
           05  WS-PD-TABLE OCCURS 20000 TIMES.
               10  WS-PD-SSN       PIC 9(9).
               10  WS-PD-CODE      PIC X(4).
               10  WS-PD-AMOUNT    PIC 9(9)V99.

       01  WS-WORK-AREAS.
           05  WS-THRESHOLD-PCT    PIC 9(3) VALUE 10.
           05  WS-LOOKUP-SSN       PIC 9(9) VALUE ZERO.
           05  WS-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-FOUND        VALUE 'Y'.
           05  WS-BOTH-PAID-SW     PIC X(1) VALUE 'N'.
               88  WS-BOTH-PAID    VALUE 'Y'.
           05  WS-NET-CHANGE       PIC S9(9)V99 VALUE ZERO.
           05  WS-CHANGE-PCT       PIC S9(5)V9 VALUE ZERO.
           05  WS-FLAG-TEXT        PIC X(20) VALUE SPACES.
           05  WS-LINE-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-FLAGGED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-MASTER-OPEN-SW   PIC X(1) VALUE 'N'.
               88  WS-MASTER-OPEN  VALUE 'Y'.
           05  WS-NAME-FIRST       PIC X(10) VALUE SPACES.
           05  WS-NAME-LAST        PIC X(10) VALUE SPACES.

      *    COMPANY TOTALS FOR THE SIDE-BY-SIDE SECTION.
       01  WS-TOTAL-AREAS.
           05  WS-CUR-TOT-GROSS    PIC 9(12)V99 VALUE ZERO.
           05  WS-CUR-TOT-DEDUCT   PIC 9(12)V99 VALUE ZERO.
           05  WS-CUR-TOT-NET      PIC 9(12)V99 VALUE ZERO.
           05  WS-PRI-TOT-GROSS    PIC 9(12)V99 VALUE ZERO.
           05  WS-PRI-TOT-DEDUCT   PIC 9(12)V99 VALUE ZERO.
           05  WS-PRI-TOT-NET      PIC 9(12)V99 VALUE ZERO.
           05  WS-TOT-DIFFERENCE   PIC S9(12)V99 VALUE ZERO.

       01  VARIANCE-TITLE-LINE.
            05 FILLER           PIC X(33) VALUE
               'PAYDAY VARIANCE REPORT  PAYDAY: '.
            05 VTL-CUR-DATE     PIC 9(8).
            05 FILLER           PIC X(14) VALUE '  PRIOR DAY: '.
            05 VTL-PRI-DATE     PIC 9(8).
            05 FILLER           PIC X(17) VALUE '  THRESHOLD PCT: '.
            05 VTL-THRESHOLD    PIC ZZ9.
            05 FILLER           PIC X(49) VALUE SPACES.

       01  SECTION-HEADING-LINE.
            05 SHL-TITLE        PIC X(60).
            05 FILLER           PIC X(72) VALUE SPACES.

       01  NET-HEADING-LINE.
            05 FILLER           PIC X(35) VALUE
               'SSN          NAME'.
            05 FILLER           PIC X(17) VALUE
               '        PRIOR NET'.
            05 FILLER           PIC X(17) VALUE
               '      CURRENT NET'.
            05 FILLER           PIC X(17) VALUE
               '           CHANGE'.
            05 FILLER           PIC X(10) VALUE
               '  PCT'.
            05 FILLER           PIC X(36) VALUE SPACES.

       01  NET-DETAIL-LINE.
            05 NDL-SSN          PIC X(11).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 NDL-FNAME        PIC X(10).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 NDL-LNAME        PIC X(10).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 NDL-PRIOR        PIC $$$,$$$,$$9.99.
            05 FILLER           PIC X(3) VALUE SPACES.
            05 NDL-CURRENT      PIC $$$,$$$,$$9.99.
            05 FILLER           PIC X(3) VALUE SPACES.
            05 NDL-CHANGE       PIC -$$,$$$,$$9.99.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 NDL-PCT          PIC -ZZZZ9.9.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 NDL-FLAG         PIC X(20).
            05 FILLER           PIC X(17) VALUE SPACES.

       01  PERSON-DETAIL-LINE.
            05 PDL-SSN          PIC X(11).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 PDL-FNAME        PIC X(10).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 PDL-LNAME        PIC X(10).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 PDL-STATUS       PIC X(20).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 PDL-LABEL        PIC X(8).
            05 PDL-AMOUNT       PIC $$$,$$$,$$9.99.
            05 FILLER           PIC X(52) VALUE SPACES.

       01  DEDUCTION-DETAIL-LINE.
            05 DDL-SSN          PIC X(11).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 DDL-FNAME        PIC X(10).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 DDL-LNAME        PIC X(10).
            05 FILLER           PIC X(7) VALUE '  CODE '.
            05 DDL-CODE         PIC X(4).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 DDL-STATUS       PIC X(8).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 DDL-AMOUNT       PIC $$$,$$$,$$9.99.
            05 FILLER           PIC X(61) VALUE SPACES.

       01  NONE-LINE.
            05 FILLER           PIC X(6) VALUE 'NONE'.
            05 FILLER           PIC X(126) VALUE SPACES.

       01  TOTALS-HEADING-LINE.
            05 FILLER           PIC X(24) VALUE SPACES.
            05 FILLER           PIC X(20) VALUE
               '        PRIOR PAYDAY'.
            05 FILLER           PIC X(20) VALUE
               '      CURRENT PAYDAY'.
            05 FILLER           PIC X(20) VALUE
               '          DIFFERENCE'.
            05 FILLER           PIC X(48) VALUE SPACES.

       01  TOTALS-DETAIL-LINE.
            05 TDL-LABEL        PIC X(24).
            05 TDL-PRIOR        PIC $$,$$$,$$$,$$9.99.
            05 FILLER           PIC X(3) VALUE SPACES.
            05 TDL-CURRENT      PIC $$,$$$,$$$,$$9.99.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 TDL-DIFFERENCE   PIC -$$,$$$,$$$,$$9.99.
            05 FILLER           PIC X(51) VALUE SPACES.

       01  TOTALS-COUNT-LINE.
            05 TCL-LABEL        PIC X(24).
            05 FILLER           PIC X(10) VALUE SPACES.
            05 TCL-PRIOR        PIC ZZZ,ZZ9.
            05 FILLER           PIC X(13) VALUE SPACES.
            05 TCL-CURRENT      PIC ZZZ,ZZ9.
            05 FILLER           PIC X(13) VALUE SPACES.
            05 TCL-DIFFERENCE   PIC -ZZZ,ZZ9.
            05 FILLER           PIC X(50) VALUE SPACES.

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

      *    THE VARIANCE THRESHOLD IN WHOLE PERCENT.
           MOVE 'VARPCT      ' TO WS-PARM-WANTED.
           PERFORM 9610-FIND-RUN-PARM.
           IF WS-PARM-FOUND
               AND WS-PARM-VALUE(1:3) IS NUMERIC
               MOVE WS-PARM-VALUE(1:3) TO WS-THRESHOLD-PCT
           END-IF.

           OPEN INPUT REGISTER-HISTORY.
           IF RH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYREGHIST.DAT - STATUS: ",
                   RH-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.
           PERFORM 0110-FIND-PAY-DATES
               UNTIL RH-STATUS NOT = "00".
           CLOSE REGISTER-HISTORY.

           IF WS-CUR-DATE = ZERO
               DISPLAY "WARNING - PAYREGHIST.DAT HOLDS NO PAYDAYS"
           END-IF.
           IF WS-PRI-DATE = ZERO
               DISPLAY "WARNING - NO PRIOR PAYDAY ON PAYREGHIST.DAT - ",
                   "EVERY EMPLOYEE WILL SHOW AS NEW"
           END-IF.

           OPEN INPUT REGISTER-HISTORY.
           PERFORM 0200-LOAD-HISTORY
               UNTIL RH-STATUS NOT = "00".
           CLOSE REGISTER-HISTORY.

           OPEN INPUT ED-DATA.
           IF ED-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING - EES.DAT UNAVAILABLE - STATUS: ",
                   ED-STATUS, " - REPORT PRINTS WITHOUT NAMES"
           END-IF.

           OPEN OUTPUT VARIANCE-REPORT.
           IF VR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAY-VARIANCE.RPT - STATUS: ",
                   VR-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           MOVE WS-CUR-DATE TO VTL-CUR-DATE.
           MOVE WS-PRI-DATE TO VTL-PRI-DATE.
           MOVE WS-THRESHOLD-PCT TO VTL-THRESHOLD.
           WRITE PRINTDATA FROM VARIANCE-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRINTDATA FROM PARM-BANNER-LINE
               AFTER ADVANCING 1 LINES.

           PERFORM 0300-PRINT-NET-VARIANCES.
           PERFORM 0400-PRINT-NEW-AND-MISSING.
           PERFORM 0500-PRINT-DEDUCTION-CHANGES.
           PERFORM 0600-PRINT-COMPANY-TOTALS.

           PERFORM 9999-END-PROGRAM.

      *    FIRST PASS: THE LATEST PAYDAY ON FILE AND THE LATEST ONE
      *    BEFORE IT.
       0110-FIND-PAY-DATES.

           READ REGISTER-HISTORY
               AT END
                   MOVE "10" TO RH-STATUS
               NOT AT END
                   IF RG-PAY-DATE > WS-CUR-DATE
                       MOVE WS-CUR-DATE TO WS-PRI-DATE
                       MOVE RG-PAY-DATE TO WS-CUR-DATE
                   ELSE
                       IF RG-PAY-DATE < WS-CUR-DATE
                           AND RG-PAY-DATE > WS-PRI-DATE
                           MOVE RG-PAY-DATE TO WS-PRI-DATE
                       END-IF
                   END-IF
           END-READ.

      *    SECOND PASS: ONLY THE TWO PAYDAYS' ROWS ARE KEPT.
       0200-LOAD-HISTORY.

           READ REGISTER-HISTORY
               AT END
                   MOVE "10" TO RH-STATUS
               NOT AT END
                   IF RG-PAY-DATE = WS-CUR-DATE
                       OR RG-PAY-DATE = WS-PRI-DATE
                       IF RG-REC-TYPE = 'E'
                           PERFORM 0210-STORE-EMPLOYEE-ROW
                       ELSE
                           PERFORM 0220-STORE-DEDUCTION-ROW
                       END-IF
                   END-IF
           END-READ.

       0210-STORE-EMPLOYEE-ROW.

           IF RG-PAY-DATE = WS-CUR-DATE
               IF WS-CUR-COUNT >= 5000
                   DISPLAY "WARNING - EMPLOYEE TABLE FULL, SKIPPING ",
                       RG-SSN
               ELSE
                   ADD 1 TO WS-CUR-COUNT
                   MOVE RG-SSN TO WS-CE-SSN(WS-CUR-COUNT)
                   MOVE RG-GROSS TO WS-CE-GROSS(WS-CUR-COUNT)
                   MOVE RG-DEDUCTIONS TO WS-CE-DEDUCT(WS-CUR-COUNT)
                   MOVE RG-NET TO WS-CE-NET(WS-CUR-COUNT)
                   ADD RG-GROSS TO WS-CUR-TOT-GROSS
                   ADD RG-DEDUCTIONS TO WS-CUR-TOT-DEDUCT
                   ADD RG-NET TO WS-CUR-TOT-NET
               END-IF
           ELSE
               IF WS-PRI-COUNT >= 5000
                   DISPLAY "WARNING - EMPLOYEE TABLE FULL, SKIPPING ",
                       RG-SSN
               ELSE
                   ADD 1 TO WS-PRI-COUNT
                   MOVE RG-SSN TO WS-PE-SSN(WS-PRI-COUNT)
                   MOVE RG-GROSS TO WS-PE-GROSS(WS-PRI-COUNT)
                   MOVE RG-DEDUCTIONS TO WS-PE-DEDUCT(WS-PRI-COUNT)
                   MOVE RG-NET TO WS-PE-NET(WS-PRI-COUNT)
                   ADD RG-GROSS TO WS-PRI-TOT-GROSS
                   ADD RG-DEDUCTIONS TO WS-PRI-TOT-DEDUCT
                   ADD RG-NET TO WS-PRI-TOT-NET
               END-IF
           END-IF.

       0220-STORE-DEDUCTION-ROW.

           IF RG-PAY-DATE = WS-CUR-DATE
               IF WS-CD-COUNT >= 20000
                   DISPLAY "WARNING - DEDUCTION TABLE FULL, SKIPPING ",
                       RG-SSN, " ", RG-CODE
               ELSE
                   ADD 1 TO WS-CD-COUNT
                   MOVE RG-SSN TO WS-CD-SSN(WS-CD-COUNT)
                   MOVE RG-CODE TO WS-CD-CODE(WS-CD-COUNT)
                   MOVE RG-DEDUCTIONS TO WS-CD-AMOUNT(WS-CD-COUNT)
               END-IF
           ELSE
               IF WS-PD-COUNT >= 20000
                   DISPLAY "WARNING - DEDUCTION TABLE FULL, SKIPPING ",
                       RG-SSN, " ", RG-CODE
               ELSE
                   ADD 1 TO WS-PD-COUNT
                   MOVE RG-SSN TO WS-PD-SSN(WS-PD-COUNT)
                   MOVE RG-CODE TO WS-PD-CODE(WS-PD-COUNT)
                   MOVE RG-DEDUCTIONS TO WS-PD-AMOUNT(WS-PD-COUNT)
               END-IF
           END-IF.

      *    EVERY EMPLOYEE PAID BOTH TIMES WHOSE NET MOVED BY MORE
      *    THAN THE THRESHOLD EITHER WAY. A PRIOR NET OF ZERO CANNOT
      *    BE PERCENTAGED, SO ANY NET NOW PAID AGAINST IT IS FLAGGED.
       0300-PRINT-NET-VARIANCES.

           MOVE 'NET PAY CHANGES OVER THE THRESHOLD' TO SHL-TITLE.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINTDATA FROM NET-HEADING-LINE
               AFTER ADVANCING 1 LINES.

           MOVE ZERO TO WS-LINE-COUNT.
           PERFORM 0310-CHECK-ONE-NET
               VARYING WS-CUR-SUBIDX FROM 1 BY 1
               UNTIL WS-CUR-SUBIDX > WS-CUR-COUNT.

           IF WS-LINE-COUNT = ZERO
               WRITE PRINTDATA FROM NONE-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

       0310-CHECK-ONE-NET.

           MOVE WS-CE-SSN(WS-CUR-SUBIDX) TO WS-LOOKUP-SSN.
           PERFORM 0700-FIND-PRIOR-EMPLOYEE.

           IF WS-FOUND
               MOVE SPACES TO WS-FLAG-TEXT
               MOVE ZERO TO WS-CHANGE-PCT
               COMPUTE WS-NET-CHANGE = WS-CE-NET(WS-CUR-SUBIDX)
                   - WS-PE-NET(WS-PRI-FOUND-IDX)
               IF WS-PE-NET(WS-PRI-FOUND-IDX) = ZERO
                   IF WS-CE-NET(WS-CUR-SUBIDX) > ZERO
                       MOVE 'PRIOR NET WAS ZERO' TO WS-FLAG-TEXT
                   END-IF
               ELSE
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-NET-CHANGE * 100)
                       / WS-PE-NET(WS-PRI-FOUND-IDX)
                   IF WS-CHANGE-PCT > WS-THRESHOLD-PCT
                       MOVE 'NET UP' TO WS-FLAG-TEXT
                   END-IF
                   IF WS-CHANGE-PCT < (ZERO - WS-THRESHOLD-PCT)
                       MOVE 'NET DOWN' TO WS-FLAG-TEXT
                   END-IF
               END-IF

               IF WS-FLAG-TEXT NOT = SPACES
                   ADD 1 TO WS-LINE-COUNT
                   ADD 1 TO WS-FLAGGED-COUNT
                   PERFORM 0710-LOOKUP-EMPLOYEE-NAME
                   MOVE WS-LOOKUP-SSN TO WS-SSN-WORK
                   PERFORM 9900-FORMAT-SSN
                   MOVE WS-SSN-MASKED TO NDL-SSN
                   MOVE WS-NAME-FIRST TO NDL-FNAME
                   MOVE WS-NAME-LAST TO NDL-LNAME
                   MOVE WS-PE-NET(WS-PRI-FOUND-IDX) TO NDL-PRIOR
                   MOVE WS-CE-NET(WS-CUR-SUBIDX) TO NDL-CURRENT
                   MOVE WS-NET-CHANGE TO NDL-CHANGE
                   MOVE WS-CHANGE-PCT TO NDL-PCT
                   MOVE WS-FLAG-TEXT TO NDL-FLAG
                   WRITE PRINTDATA FROM NET-DETAIL-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
           END-IF.

      *    PAID THIS TIME BUT NOT LAST TIME, THEN PAID LAST TIME BUT
      *    NOT THIS TIME.
       0400-PRINT-NEW-AND-MISSING.

           MOVE 'NEW EMPLOYEES (NOT ON THE PRIOR PAYDAY)' TO SHL-TITLE.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO WS-LINE-COUNT.
           PERFORM 0410-CHECK-ONE-NEW
               VARYING WS-CUR-SUBIDX FROM 1 BY 1
               UNTIL WS-CUR-SUBIDX > WS-CUR-COUNT.
           IF WS-LINE-COUNT = ZERO
               WRITE PRINTDATA FROM NONE-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

           MOVE 'MISSING EMPLOYEES (PAID ON THE PRIOR PAYDAY ONLY)'
               TO SHL-TITLE.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO WS-LINE-COUNT.
           PERFORM 0420-CHECK-ONE-MISSING
               VARYING WS-PRI-SUBIDX FROM 1 BY 1
               UNTIL WS-PRI-SUBIDX > WS-PRI-COUNT.
           IF WS-LINE-COUNT = ZERO
               WRITE PRINTDATA FROM NONE-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

       0410-CHECK-ONE-NEW.

           MOVE WS-CE-SSN(WS-CUR-SUBIDX) TO WS-LOOKUP-SSN.
           PERFORM 0700-FIND-PRIOR-EMPLOYEE.

           IF NOT WS-FOUND
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-FLAGGED-COUNT
               PERFORM 0710-LOOKUP-EMPLOYEE-NAME
               MOVE WS-LOOKUP-SSN TO WS-SSN-WORK
               PERFORM 9900-FORMAT-SSN
               MOVE WS-SSN-MASKED TO PDL-SSN
               MOVE WS-NAME-FIRST TO PDL-FNAME
               MOVE WS-NAME-LAST TO PDL-LNAME
               MOVE 'NEW THIS PAYDAY' TO PDL-STATUS
               MOVE 'NET:' TO PDL-LABEL
               MOVE WS-CE-NET(WS-CUR-SUBIDX) TO PDL-AMOUNT
               WRITE PRINTDATA FROM PERSON-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

       0420-CHECK-ONE-MISSING.

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-CUR-SUBIDX FROM 1 BY 1
               UNTIL WS-CUR-SUBIDX > WS-CUR-COUNT
               IF WS-CE-SSN(WS-CUR-SUBIDX) = WS-PE-SSN(WS-PRI-SUBIDX)
                   SET WS-FOUND TO TRUE
                   MOVE 5001 TO WS-CUR-SUBIDX
               END-IF
           END-PERFORM.

           IF NOT WS-FOUND
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE WS-PE-SSN(WS-PRI-SUBIDX) TO WS-LOOKUP-SSN
               PERFORM 0710-LOOKUP-EMPLOYEE-NAME
               MOVE WS-LOOKUP-SSN TO WS-SSN-WORK
               PERFORM 9900-FORMAT-SSN
               MOVE WS-SSN-MASKED TO PDL-SSN
               MOVE WS-NAME-FIRST TO PDL-FNAME
               MOVE WS-NAME-LAST TO PDL-LNAME
               MOVE 'NOT PAID THIS PAYDAY' TO PDL-STATUS
               MOVE 'WAS:' TO PDL-LABEL
               MOVE WS-PE-NET(WS-PRI-SUBIDX) TO PDL-AMOUNT
               WRITE PRINTDATA FROM PERSON-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

      *    ONLY EMPLOYEES PAID ON BOTH PAYDAYS ARE COMPARED CODE BY
      *    CODE - A NEW OR MISSING EMPLOYEE IS ALREADY LISTED ABOVE.
       0500-PRINT-DEDUCTION-CHANGES.

           MOVE 'DEDUCTION CODES THAT APPEARED OR DROPPED' TO SHL-TITLE.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO WS-LINE-COUNT.
           PERFORM 0510-CHECK-ONE-CURRENT-CODE
               VARYING WS-CD-SUBIDX FROM 1 BY 1
               UNTIL WS-CD-SUBIDX > WS-CD-COUNT.
           PERFORM 0520-CHECK-ONE-PRIOR-CODE
               VARYING WS-PD-SUBIDX FROM 1 BY 1
               UNTIL WS-PD-SUBIDX > WS-PD-COUNT.

           IF WS-LINE-COUNT = ZERO
               WRITE PRINTDATA FROM NONE-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

       0510-CHECK-ONE-CURRENT-CODE.

           MOVE WS-CD-SSN(WS-CD-SUBIDX) TO WS-LOOKUP-SSN.
           PERFORM 0700-FIND-PRIOR-EMPLOYEE.

           IF WS-FOUND
               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING WS-PD-SUBIDX FROM 1 BY 1
                   UNTIL WS-PD-SUBIDX > WS-PD-COUNT
                   IF WS-PD-SSN(WS-PD-SUBIDX) = WS-LOOKUP-SSN
                       AND WS-PD-CODE(WS-PD-SUBIDX) =
                           WS-CD-CODE(WS-CD-SUBIDX)
                       SET WS-FOUND TO TRUE
                       MOVE 20001 TO WS-PD-SUBIDX
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   MOVE 'APPEARED' TO DDL-STATUS
                   MOVE WS-CD-CODE(WS-CD-SUBIDX) TO DDL-CODE
                   MOVE WS-CD-AMOUNT(WS-CD-SUBIDX) TO DDL-AMOUNT
                   PERFORM 0530-WRITE-DEDUCTION-LINE
               END-IF
           END-IF.

       0520-CHECK-ONE-PRIOR-CODE.

           MOVE WS-PD-SSN(WS-PD-SUBIDX) TO WS-LOOKUP-SSN.
           MOVE 'N' TO WS-BOTH-PAID-SW.
           PERFORM VARYING WS-CUR-SUBIDX FROM 1 BY 1
               UNTIL WS-CUR-SUBIDX > WS-CUR-COUNT
               IF WS-CE-SSN(WS-CUR-SUBIDX) = WS-LOOKUP-SSN
                   SET WS-BOTH-PAID TO TRUE
                   MOVE 5001 TO WS-CUR-SUBIDX
               END-IF
           END-PERFORM.

           IF WS-BOTH-PAID
               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING WS-CD-SUBIDX FROM 1 BY 1
                   UNTIL WS-CD-SUBIDX > WS-CD-COUNT
                   IF WS-CD-SSN(WS-CD-SUBIDX) = WS-LOOKUP-SSN
                       AND WS-CD-CODE(WS-CD-SUBIDX) =
                           WS-PD-CODE(WS-PD-SUBIDX)
                       SET WS-FOUND TO TRUE
                       MOVE 20001 TO WS-CD-SUBIDX
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   MOVE 'DROPPED' TO DDL-STATUS
                   MOVE WS-PD-CODE(WS-PD-SUBIDX) TO DDL-CODE
                   MOVE WS-PD-AMOUNT(WS-PD-SUBIDX) TO DDL-AMOUNT
                   PERFORM 0530-WRITE-DEDUCTION-LINE
               END-IF
           END-IF.

       0530-WRITE-DEDUCTION-LINE.

           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-FLAGGED-COUNT.
           PERFORM 0710-LOOKUP-EMPLOYEE-NAME.
           MOVE WS-LOOKUP-SSN TO WS-SSN-WORK.
           PERFORM 9900-FORMAT-SSN.
           MOVE WS-SSN-MASKED TO DDL-SSN.
           MOVE WS-NAME-FIRST TO DDL-FNAME.
           MOVE WS-NAME-LAST TO DDL-LNAME.
           WRITE PRINTDATA FROM DEDUCTION-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

       0600-PRINT-COMPANY-TOTALS.

           MOVE 'COMPANY TOTALS' TO SHL-TITLE.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINTDATA FROM TOTALS-HEADING-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'EMPLOYEES PAID' TO TCL-LABEL.
           MOVE WS-PRI-COUNT TO TCL-PRIOR.
           MOVE WS-CUR-COUNT TO TCL-CURRENT.
           COMPUTE TCL-DIFFERENCE = WS-CUR-COUNT - WS-PRI-COUNT.
           WRITE PRINTDATA FROM TOTALS-COUNT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'GROSS PAY' TO TDL-LABEL.
           MOVE WS-PRI-TOT-GROSS TO TDL-PRIOR.
           MOVE WS-CUR-TOT-GROSS TO TDL-CURRENT.
           COMPUTE WS-TOT-DIFFERENCE =
               WS-CUR-TOT-GROSS - WS-PRI-TOT-GROSS.
           MOVE WS-TOT-DIFFERENCE TO TDL-DIFFERENCE.
           WRITE PRINTDATA FROM TOTALS-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'TOTAL DEDUCTIONS' TO TDL-LABEL.
           MOVE WS-PRI-TOT-DEDUCT TO TDL-PRIOR.
           MOVE WS-CUR-TOT-DEDUCT TO TDL-CURRENT.
           COMPUTE WS-TOT-DIFFERENCE =
               WS-CUR-TOT-DEDUCT - WS-PRI-TOT-DEDUCT.
           MOVE WS-TOT-DIFFERENCE TO TDL-DIFFERENCE.
           WRITE PRINTDATA FROM TOTALS-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'NET PAY' TO TDL-LABEL.
           MOVE WS-PRI-TOT-NET TO TDL-PRIOR.
           MOVE WS-CUR-TOT-NET TO TDL-CURRENT.
           COMPUTE WS-TOT-DIFFERENCE =
               WS-CUR-TOT-NET - WS-PRI-TOT-NET.
           MOVE WS-TOT-DIFFERENCE TO TDL-DIFFERENCE.
           WRITE PRINTDATA FROM TOTALS-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'ITEMS FLAGGED ABOVE' TO TCL-LABEL.
           MOVE ZERO TO TCL-PRIOR.
           MOVE WS-FLAGGED-COUNT TO TCL-CURRENT.
           MOVE ZERO TO TCL-DIFFERENCE.
           WRITE PRINTDATA FROM TOTALS-COUNT-LINE
               AFTER ADVANCING 2 LINES.

      *    SETS WS-FOUND AND WS-PRI-FOUND-IDX FOR WS-LOOKUP-SSN ON
      *    THE PRIOR PAYDAY.
       0700-FIND-PRIOR-EMPLOYEE.

           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZERO TO WS-PRI-FOUND-IDX.
           PERFORM VARYING WS-PRI-SUBIDX FROM 1 BY 1
               UNTIL WS-PRI-SUBIDX > WS-PRI-COUNT
               IF WS-PE-SSN(WS-PRI-SUBIDX) = WS-LOOKUP-SSN
                   SET WS-FOUND TO TRUE
                   MOVE WS-PRI-SUBIDX TO WS-PRI-FOUND-IDX
                   MOVE 5001 TO WS-PRI-SUBIDX
               END-IF
           END-PERFORM.

      *    A TERMINATED OR ARCHIVED EMPLOYEE STILL LISTS, JUST
      *    WITHOUT A NAME.
       0710-LOOKUP-EMPLOYEE-NAME.

           MOVE SPACES TO WS-NAME-FIRST.
           MOVE SPACES TO WS-NAME-LAST.
           IF WS-MASTER-OPEN
               MOVE WS-LOOKUP-SSN TO FD-ED-SSN
               READ ED-DATA
                   KEY IS FD-ED-SSN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FD-ED-FIRSTNAME TO WS-NAME-FIRST
                       MOVE FD-ED-LASTNAME TO WS-NAME-LAST
               END-READ
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

      *    ONE AUDIT RECORD PER RUN: EMPLOYEES ON THE CURRENT PAYDAY
      *    AND THE NUMBER OF ITEMS FLAGGED FOR REVIEW.
       9998-WRITE-AUDIT-LOG.

           ACCEPT WS-AUDIT-TIME FROM TIME.

           OPEN EXTEND BATCH-AUDIT.
           IF BA-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BATCH-AUDIT.DAT - STATUS: ",
                   BA-STATUS
               GO TO 9998-AUDIT-EXIT
           END-IF.

           MOVE "PAY-VARIANCE"   TO BA-PROGRAM-NAME.
           MOVE WS-TODAY-DATE    TO BA-RUN-DATE.
           MOVE WS-AUDIT-TIME    TO BA-RUN-TIME.
           MOVE WS-CUR-COUNT     TO BA-RECORD-COUNT.
           MOVE WS-FLAGGED-COUNT TO BA-KEY-TOTAL.

           WRITE BATCH-AUDIT-RECORD.

           CLOSE BATCH-AUDIT.

       9998-AUDIT-EXIT.
           EXIT.

       9999-END-PROGRAM.

           PERFORM 9998-WRITE-AUDIT-LOG THRU 9998-AUDIT-EXIT.
           CLOSE VARIANCE-REPORT.
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
