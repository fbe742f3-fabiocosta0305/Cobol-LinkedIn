       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-TRANS.
       AUTHOR. FABIO COSTA.
      *    BATCH ABSENCE UPDATE FOR THE LEAVE-BALANCE MASTER
      *    LEAVEBAL.DAT - THE SAME MASTER-FILE UPDATE PATTERN AS
      *    EMP-TRANS: HR DROPS CODED RECORDS (T=TAKEN, A=ADJUSTED,
      *    F=FORFEITED) IN LEAVETRANS.DAT AND ONE PASS APPLIES THEM
      *    ALL. TRANSACTIONS FOR EMPLOYEES NOT ON EES.DAT, FOR A
      *    LEAVE TYPE THE EMPLOYEE HAS NO BALANCE IN, OR THAT WOULD
      *    TAKE A BALANCE BELOW ZERO GO TO THE EXCEPTION LISTING,
      *    AND EVERY APPLIED TRANSACTION LEAVES A BEFORE/AFTER
      *    BALANCE ON THE LEAVE JOURNAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ED-DATA
            ASSIGN TO "EES.DAT"
            FILE STATUS IS ED-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FD-ED-SSN.

      *    ONE ABSENCE TRANSACTION PER LINE: ACTION CODE, SSN, LEAVE
      *    TYPE, SIGN (ADJUSTMENTS ONLY), HOURS, DATE OF ABSENCE.
       SELECT LEAVE-TRANS-FILE
        ASSIGN TO "LEAVETRANS.DAT"
        FILE STATUS IS LT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    LEAVE-BALANCE MASTER, ONE ROW PER SSN AND LEAVE TYPE,
      *    REWRITTEN WHOLE EVERY RUN.
       SELECT LEAVE-BALANCE
        ASSIGN TO "LEAVEBAL.DAT"
        FILE STATUS IS LB-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    BEFORE/AFTER BALANCE OF EVERY POSTING, APPENDED RUN OVER
      *    RUN, SHARED WITH LEAVE-ACCRUAL.
       SELECT LEAVE-JOURNAL
        ASSIGN TO "LEAVE-JOURNAL.DAT"
        FILE STATUS IS LJ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EXCEPTION-REPORT
        ASSIGN TO "LEAVETRANS-EXCEPT.RPT"
        FILE STATUS IS EX-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BATCH-AUDIT
        ASSIGN TO "BATCH-AUDIT.DAT"
        FILE STATUS IS BA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    PRESENCE OF THIS PARAMETER FILE RESTORES FULL SSNS ON THE
      *    PRINTED EXCEPTION LISTING FOR AN AUDIT THAT GENUINELY
      *    NEEDS THEM.
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

      *    THE SIGN IS ONLY READ ON AN ADJUSTMENT ('+' ADDS HOURS,
      *    '-' REMOVES THEM); TAKEN AND FORFEITED ALWAYS REDUCE THE
      *    BALANCE.
       FD LEAVE-TRANS-FILE.
       01 LEAVE-TRANS-RECORD.
           02 LT-ACTION-CODE    PIC X(1).
               88 LT-IS-TAKEN       VALUE 'T'.
               88 LT-IS-ADJUSTED    VALUE 'A'.
               88 LT-IS-FORFEITED   VALUE 'F'.
           02 LT-SSN            PIC 9(9).
           02 LT-LEAVE-TYPE     PIC X(4).
           02 LT-SIGN           PIC X(1).
               88 LT-IS-CREDIT      VALUE '+'.
               88 LT-IS-DEBIT       VALUE '-'.
           02 LT-HOURS          PIC 9(4)V99.
           02 LT-ABSENCE-DATE   PIC 9(8).

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

      *    ACTION T = TAKEN, A = ADJUSTED, F = FORFEITED; LEAVE-ACCRUAL
      *    WRITES M = MONTHLY ACCRUAL, C = CARRY-OVER FORFEITURE.
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

       FD EXCEPTION-REPORT.
       01 EXCEPTDATA.
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
             88 ED-RECORD-FOUND     VALUE "00".
          02 LT-STATUS  PIC X(2).
          02 LB-STATUS  PIC X(2).
          02 LJ-STATUS  PIC X(2).
          02 EX-STATUS  PIC X(2).
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
           05  WS-TODAY-DATE       PIC 9(8).
           05  WS-AUDIT-TIME       PIC 9(8).

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
           05  WS-TRANS-READ       PIC 9(8) VALUE ZERO.
           05  WS-APPLIED-COUNT    PIC 9(8) VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(8) VALUE ZERO.
           05  WS-HOURS-TAKEN      PIC 9(9)V99 VALUE ZERO.
           05  WS-BEFORE-BALANCE   PIC 9(5)V99 VALUE ZERO.
           05  WS-REJECT-REASON    PIC X(30) VALUE SPACES.

       01  EXCEPT-HEADING-LINE.
            05 FILLER	        PIC X(11)  VALUE 'EMPLOYEE ID'.
            05 FILLER	        PIC X(5)   VALUE SPACES.
            05 FILLER	        PIC X(6)   VALUE 'ACTION'.
            05 FILLER	        PIC X(2)   VALUE SPACES.
            05 FILLER	        PIC X(4)   VALUE 'TYPE'.
            05 FILLER	        PIC X(2)   VALUE SPACES.
            05 FILLER	        PIC X(9)   VALUE '    HOURS'.
            05 FILLER	        PIC X(2)   VALUE SPACES.
            05 FILLER	        PIC X(30)  VALUE 'REASON'.
            05 FILLER           PIC X(61)  VALUE SPACES.

       01  EXCEPT-DETAIL-LINE.
            05 EXL-SSN            PIC X(11).
            05 FILLER             PIC X(5) VALUE SPACES.
            05 EXL-ACTION         PIC X(1).
            05 FILLER             PIC X(7) VALUE SPACES.
            05 EXL-TYPE           PIC X(4).
            05 FILLER             PIC X(2) VALUE SPACES.
            05 EXL-SIGN           PIC X(1).
            05 EXL-HOURS          PIC Z,ZZ9.99.
            05 FILLER             PIC X(2) VALUE SPACES.
            05 EXL-REASON         PIC X(30).
            05 FILLER             PIC X(61) VALUE SPACES.

       01  EXCEPT-TOTAL-LINE.
            05 EXL-TOTAL-LABEL    PIC X(24).
            05 EXL-TOTAL-COUNT    PIC ZZZ,ZZ9.
            05 FILLER             PIC X(101) VALUE SPACES.

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

           OPEN INPUT LEAVE-TRANS-FILE.
           IF LT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LEAVETRANS.DAT - STATUS: ",
                   LT-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           OPEN INPUT ED-DATA.
           IF ED-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EES.DAT - STATUS: ", ED-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           PERFORM 0120-LOAD-LEAVE-BALANCE.

           OPEN EXTEND LEAVE-JOURNAL.
           IF LJ-STATUS = "35"
               OPEN OUTPUT LEAVE-JOURNAL
           END-IF.
           IF LJ-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LEAVE-JOURNAL.DAT - STATUS: ",
                   LJ-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           OPEN OUTPUT EXCEPTION-REPORT.
           WRITE EXCEPTDATA FROM PARM-BANNER-LINE
               AFTER ADVANCING PAGE.
           WRITE EXCEPTDATA FROM EXCEPT-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 0200-PROCESS-TRANSACTION
               UNTIL LT-STATUS NOT = "00".

           MOVE 'TRANSACTIONS APPLIED:   ' TO EXL-TOTAL-LABEL.
           MOVE WS-APPLIED-COUNT TO EXL-TOTAL-COUNT.
           WRITE EXCEPTDATA FROM EXCEPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'TRANSACTIONS REJECTED:  ' TO EXL-TOTAL-LABEL.
           MOVE WS-REJECT-COUNT TO EXL-TOTAL-COUNT.
           WRITE EXCEPTDATA FROM EXCEPT-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           PERFORM 0300-SAVE-LEAVE-BALANCE.

           PERFORM 9999-END-PROGRAM.

      *    THE MASTER IS REWRITTEN WHOLE FROM THIS TABLE, SO ONLY A
      *    FILE THAT IS NOT THERE AT ALL MAY START EMPTY. A MASTER
      *    THAT CANNOT BE OPENED OR READ, OR THAT HOLDS MORE ROWS
      *    THAN THE TABLE, STOPS THE RUN BEFORE ANYTHING IS SAVED -
      *    SAVING WHAT WAS LOADED WOULD WIPE THE BALANCES LEFT OUT.
       0120-LOAD-LEAVE-BALANCE.

           OPEN INPUT LEAVE-BALANCE.
           IF LB-STATUS = "35"
               DISPLAY "WARNING - LEAVEBAL.DAT NOT FOUND - ",
                   "NO BALANCES ON FILE"
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

       0200-PROCESS-TRANSACTION.

           READ LEAVE-TRANS-FILE
               AT END
                   MOVE "10" TO LT-STATUS
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 0210-APPLY-TRANSACTION
           END-READ.

      *    EVERY CHECK FALLS THROUGH TO THE EXCEPTION LISTING WITH
      *    ITS OWN REASON; ONLY A CLEAN TRANSACTION REACHES 0220.
       0210-APPLY-TRANSACTION.

           MOVE SPACES TO WS-REJECT-REASON.

           IF NOT LT-IS-TAKEN AND NOT LT-IS-ADJUSTED
               AND NOT LT-IS-FORFEITED
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES
               IF LT-HOURS IS NOT NUMERIC OR LT-HOURS = ZERO
                   MOVE 'INVALID OR ZERO HOURS' TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               IF LT-IS-ADJUSTED AND NOT LT-IS-CREDIT
                   AND NOT LT-IS-DEBIT
                   MOVE 'ADJUSTMENT SIGN NOT + OR -' TO
                       WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               IF LT-SSN IS NOT NUMERIC
                   MOVE 'EMPLOYEE NOT ON FILE' TO WS-REJECT-REASON
               ELSE
                   MOVE LT-SSN TO FD-ED-SSN
                   READ ED-DATA
                       INVALID KEY
                           MOVE 'EMPLOYEE NOT ON FILE' TO
                               WS-REJECT-REASON
                   END-READ
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               MOVE ZERO TO WS-BAL-FOUND-IDX
               PERFORM VARYING WS-BAL-SUBIDX FROM 1 BY 1
                   UNTIL WS-BAL-SUBIDX > WS-BAL-COUNT
                   IF WS-LB-SSN(WS-BAL-SUBIDX) = LT-SSN
                       AND WS-LB-LEAVE-TYPE(WS-BAL-SUBIDX) =
                           LT-LEAVE-TYPE
                       MOVE WS-BAL-SUBIDX TO WS-BAL-FOUND-IDX
                       MOVE 10001 TO WS-BAL-SUBIDX
                   END-IF
               END-PERFORM
               IF WS-BAL-FOUND-IDX = ZERO
                   MOVE 'NO BALANCE FOR LEAVE TYPE' TO
                       WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               IF (LT-IS-TAKEN OR LT-IS-FORFEITED OR LT-IS-DEBIT)
                   AND LT-HOURS > WS-LB-BALANCE(WS-BAL-FOUND-IDX)
                   MOVE 'HOURS EXCEED BALANCE' TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               PERFORM 0220-POST-TRANSACTION
           ELSE
               PERFORM 0290-WRITE-EXCEPTION
           END-IF.

       0220-POST-TRANSACTION.

           MOVE WS-LB-BALANCE(WS-BAL-FOUND-IDX) TO WS-BEFORE-BALANCE.

           EVALUATE TRUE
               WHEN LT-IS-TAKEN
                   SUBTRACT LT-HOURS
                       FROM WS-LB-BALANCE(WS-BAL-FOUND-IDX)
                   ADD LT-HOURS TO WS-LB-YTD-TAKEN(WS-BAL-FOUND-IDX)
                   ADD LT-HOURS TO WS-HOURS-TAKEN
                   MOVE '-' TO LJ-SIGN
               WHEN LT-IS-FORFEITED
                   SUBTRACT LT-HOURS
                       FROM WS-LB-BALANCE(WS-BAL-FOUND-IDX)
                   ADD LT-HOURS
                       TO WS-LB-YTD-FORFEIT(WS-BAL-FOUND-IDX)
                   MOVE '-' TO LJ-SIGN
               WHEN LT-IS-CREDIT
                   ADD LT-HOURS TO WS-LB-BALANCE(WS-BAL-FOUND-IDX)
                   MOVE '+' TO LJ-SIGN
               WHEN OTHER
                   SUBTRACT LT-HOURS
                       FROM WS-LB-BALANCE(WS-BAL-FOUND-IDX)
                   MOVE '-' TO LJ-SIGN
           END-EVALUATE.

           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 0280-WRITE-JOURNAL.

       0280-WRITE-JOURNAL.

           MOVE LT-ACTION-CODE TO LJ-ACTION-CODE.
           MOVE WS-TODAY-DATE TO LJ-RUN-DATE.
           MOVE WS-AUDIT-TIME TO LJ-RUN-TIME.
           MOVE LT-SSN TO LJ-SSN.
           MOVE LT-LEAVE-TYPE TO LJ-LEAVE-TYPE.
           MOVE LT-HOURS TO LJ-HOURS.
           MOVE WS-BEFORE-BALANCE TO LJ-BEFORE-BALANCE.
           MOVE WS-LB-BALANCE(WS-BAL-FOUND-IDX) TO LJ-AFTER-BALANCE.
           IF LT-ABSENCE-DATE IS NUMERIC
               MOVE LT-ABSENCE-DATE TO LJ-ABSENCE-DATE
           ELSE
               MOVE ZERO TO LJ-ABSENCE-DATE
           END-IF.
           MOVE 'BATCH   ' TO LJ-OPERATOR-ID.
           WRITE LEAVE-JOURNAL-RECORD.

       0290-WRITE-EXCEPTION.

           ADD 1 TO WS-REJECT-COUNT.

           IF LT-SSN IS NUMERIC
               MOVE LT-SSN TO WS-SSN-WORK
           ELSE
               MOVE ZERO TO WS-SSN-WORK
           END-IF.
           PERFORM 9900-FORMAT-SSN.
           MOVE WS-SSN-MASKED TO EXL-SSN.
           MOVE LT-ACTION-CODE TO EXL-ACTION.
           MOVE LT-LEAVE-TYPE TO EXL-TYPE.
           MOVE LT-SIGN TO EXL-SIGN.
           IF LT-HOURS IS NUMERIC
               MOVE LT-HOURS TO EXL-HOURS
           ELSE
               MOVE ZERO TO EXL-HOURS
           END-IF.
           MOVE WS-REJECT-REASON TO EXL-REASON.

           WRITE EXCEPTDATA FROM EXCEPT-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

      *    THE BALANCE MASTER IS REWRITTEN WHOLE IN ITS ORIGINAL
      *    ORDER.
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


      *    ONE AUDIT RECORD PER RUN: TRANSACTIONS APPLIED AND THE
      *    WHOLE HOURS TAKEN.
       9998-WRITE-AUDIT-LOG.

           OPEN EXTEND BATCH-AUDIT.
           IF BA-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BATCH-AUDIT.DAT - STATUS: ",
                   BA-STATUS
               GO TO 9998-AUDIT-EXIT
           END-IF.

           MOVE "LEAVE-TRANS"    TO BA-PROGRAM-NAME.
           MOVE WS-TODAY-DATE    TO BA-RUN-DATE.
           MOVE WS-AUDIT-TIME    TO BA-RUN-TIME.
           MOVE WS-APPLIED-COUNT TO BA-RECORD-COUNT.
           MOVE WS-HOURS-TAKEN   TO BA-KEY-TOTAL.

           WRITE BATCH-AUDIT-RECORD.

           CLOSE BATCH-AUDIT.

       9998-AUDIT-EXIT.
           EXIT.

       9999-END-PROGRAM.

           PERFORM 9998-WRITE-AUDIT-LOG THRU 9998-AUDIT-EXIT.
           CLOSE EXCEPTION-REPORT.
           CLOSE LEAVE-JOURNAL.
           CLOSE ED-DATA.
           CLOSE LEAVE-TRANS-FILE.
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
