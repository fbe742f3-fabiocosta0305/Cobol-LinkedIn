      *    CHANGES/TERMINATIONS FOR MISSING ONES GO TO THE EXCEPTION
      *    LISTING, AND EVERY APPLIED TRANSACTION LEAVES A
      *    BEFORE/AFTER IMAGE ON THE JOURNAL FILE.
      *    ADDS ARE CHECKED AGAINST THE POSITION MASTER POSMAST.DAT
      *    THAT FINANCE APPROVES: AN ADD INTO A DEPARTMENT AND GRADE
      *    WITH NO AUTHORIZED POSITION, ONE THAT WOULD TAKE IT OVER
      *    ITS AUTHORIZED FTE COUNT, OR ONE HIRED ABOVE THE
      *    POSITION'S BUDGETED SALARY IS LISTED AS AN EXCEPTION AND
      *    HELD ON THE PENDING FILE, WHERE IT IS RETRIED EVERY RUN
      *    UNTIL THE POSITION IS APPROVED.
      *    A PROMOTION IS ITS OWN ACTION (P) CARRYING THE NEW GRADE
      *    AND A REASON CODE. THE NEW GRADE MUST BE ON GRADEBAND.DAT
      *    AND MAY NOT SIT IN A LOWER BAND THAN THE CURRENT ONE, THE
      *    SALARY MAY NOT GO DOWN, AND A SALARY BELOW THE NEW BAND'S
      *    MINIMUM IS LIFTED TO THAT MINIMUM. THE INCREASE IS
      *    APPENDED TO RAISEHIST.DAT MARKED AS A PROMOTION SO THE
      *    COMP REVIEW CAN TELL IT FROM A RAISE CYCLE.
      *    A SALARY INCREASE (CHANGE OR PROMOTION) WHOSE EFFECTIVE
      *    DATE FALLS BEFORE PAYDAYS ALREADY ON THE PAYROLL RUN LOG
      *    PAYRUNS.DAT IS OWED FOR EACH OF THOSE PAYDAYS: THE
      *    DIFFERENCE BETWEEN THE NEW AND OLD PER-PERIOD RATE IS
      *    QUEUED ON THE PENDING-EARNINGS FILE PENDEARN.DAT FOR THE
      *    NEXT PAYROLL-REGISTER TO PAY, AND LISTED PERIOD BY PERIOD
      *    ON THE RETRO PAY REPORT.
      *    AN ADD OR CHANGE MAY CARRY THE EMPLOYEE'S MANAGER SSN. THE
      *    MANAGER MUST BE ON EES.DAT, NOT TERMINATED, AND NOT THE
      *    EMPLOYEE OR ANYONE REPORTING TO THE EMPLOYEE FURTHER DOWN
      *    THE CHAIN; OTHERWISE THE TRANSACTION IS REJECTED. ON A
      *    CHANGE, ZERO LEAVES THE MANAGER AS IS AND 999999999 MOVES
      *    THE EMPLOYEE TO THE TOP OF THE ORGANIZATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            RECORD KEY IS FD-ED-SSN.

      *    ONE TRANSACTION PER LINE: ACTION CODE FOLLOWED BY A FULL
      *    EMPMASTER RECORD IMAGE, AN EFFECTIVE DATE AND, ON A
      *    PROMOTION, THE REASON CODE. ON A
      *    CHANGE, ONLY THE FIELDS THE TRANSACTION ACTUALLY CARRIES
      *    (NON-BLANK, NONZERO) ARE APPLIED, SO HR CAN CORRECT ONE
      *    FIELD WITHOUT RETYPING THE WHOLE RECORD.
        FILE STATUS IS JR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    AUTHORIZED POSITIONS BY DEPARTMENT AND GRADE, MAINTAINED
      *    BY FINANCE. WITH NO FILE THE ADDS ARE NOT CHECKED, AS
      *    BEFORE.
       SELECT POSITION-MASTER
        ASSIGN TO "POSMAST.DAT"
        FILE STATUS IS PS-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    GRADE-TO-SALARY-BAND REFERENCE FILE SHARED WITH
      *    SALARY-RAISE. WITH NO FILE PROMOTIONS CANNOT BE CHECKED
      *    AND ARE REJECTED.
       SELECT GRADE-BAND-FILE
        ASSIGN TO "GRADEBAND.DAT"
        FILE STATUS IS GB-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    SALARY HISTORY SHARED WITH SALARY-RAISE; EVERY APPLIED
      *    PROMOTION IS APPENDED.
       SELECT RAISE-HISTORY
        ASSIGN TO "RAISEHIST.DAT"
        FILE STATUS IS RH-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    PAYROLL RUN LOG WRITTEN BY PAYROLL-REGISTER - EVERY
      *    PAYDAY ALREADY PAID. READ ONLY.
       SELECT PAYRUN-LOG
        ASSIGN TO "PAYRUNS.DAT"
        FILE STATUS IS PR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    EARNINGS OWED BUT NOT YET PAID, ONE ROW PER EMPLOYEE AND
      *    PAST PAYDAY. APPENDED HERE, PAID AND CLEARED BY
      *    PAYROLL-REGISTER.
       SELECT PENDING-EARNINGS
        ASSIGN TO "PENDEARN.DAT"
        FILE STATUS IS PE-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RETRO-REPORT
        ASSIGN TO "EMPTRANS-RETRO.RPT"
        FILE STATUS IS RR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EXCEPTION-REPORT
        ASSIGN TO "EMPTRANS-EXCEPT.RPT"
        FILE STATUS IS EX-STATUS
        FILE STATUS IS LV-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    OPERATOR SECURITY MASTER, KEYED BY OPERATOR ID, AND THE
      *    ROLE AUTHORITY TABLE OF THE FUNCTIONS EACH ROLE MAY
      *    PERFORM - BOTH MAINTAINED THROUGH SEC-MAINT. A PROTECTED
      *    ACTION IS CHECKED AGAINST THEM BEFORE IT HAPPENS, AND
      *    EVERY REFUSAL IS APPENDED TO THE SECURITY VIOLATION LOG
      *    SECVIOL.DAT THAT SEC-REPORT PRINTS FOR AUDIT EACH DAY.
       SELECT OPERATOR-SECURITY
        ASSIGN TO "OPERSEC.DAT"
        FILE STATUS IS OS-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OS-OPERATOR-ID.

       SELECT ROLE-AUTHORITY
        ASSIGN TO "ROLEAUTH.DAT"
        FILE STATUS IS RA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SECURITY-VIOLATIONS
        ASSIGN TO "SECVIOL.DAT"
        FILE STATUS IS SV-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    CENTRAL KEYED RUN-PARAMETER FILE: NAMED OPTIONS WITH
      *    VALUES, SHARED BY THE BATCH PROGRAMS AND MAINTAINED BY
      *    PARM-MAINT, REPLACING THE SCATTERED ACT-BY-PRESENCE

      *    A ZERO OR NON-NUMERIC EFFECTIVE DATE MEANS APPLY AT ONCE,
      *    SO TRANSACTION FILES WRITTEN BEFORE THE FIELD EXISTED
      *    STILL BEHAVE AS THEY ALWAYS DID. THE REASON CODE IS READ
      *    ONLY ON A PROMOTION.
       FD TRANS-FILE.
       01 TRANS-RECORD.
           02 TR-ACTION-CODE    PIC X(1).
               88 TR-IS-ADD         VALUE 'A'.
               88 TR-IS-CHANGE      VALUE 'C'.
               88 TR-IS-TERMINATE   VALUE 'T'.
               88 TR-IS-PROMOTION   VALUE 'P'.
            COPY EMPMASTER REPLACING LEADING ==EM-== BY ==TR-==.
           02 TR-EFF-DATE       PIC 9(8).
           02 TR-REASON-CODE    PIC X(2).

       FD PENDING-FILE.
       01 PENDING-RECORD        PIC X(89).

       FD PENDING-REPORT.
       01 PENDDATA.
           02 FILLER      PIC X(132).

      *    THE OPERATOR ID SAYS WHO MADE THE CHANGE - THE BATCHOPER
      *    RUN PARAMETER (DEFAULT BATCH) FOR THIS PROGRAM'S
      *    UNATTENDED RUNS, THE SIGNED-ON OPERATOR FOR EMP-MAINT'S
      *    INTERACTIVE ONES.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           02 JL-ACTION-CODE    PIC X(1).
           02 JL-RUN-DATE       PIC 9(8).
           02 JL-RUN-TIME       PIC 9(8).
           02 JL-BEFORE-IMAGE   PIC X(78).
           02 JL-AFTER-IMAGE    PIC X(78).
           02 JL-OPERATOR-ID    PIC X(8).

      *    ONE LINE PER DEPARTMENT AND GRADE: AUTHORIZED FTE COUNT
      *    AND THE BUDGETED YEARLY SALARY OF ONE POSITION.
       FD POSITION-MASTER.
       01 POSITION-RECORD.
           02 PS-DEPT           PIC X(4).
           02 PS-GRADE          PIC X(2).
           02 PS-AUTH-FTE       PIC 9(3)V99.
           02 PS-BUDGET-SALARY  PIC 9(9).

      *    ONE LINE PER JOB GRADE: GRADE CODE, BAND MIN, BAND MAX.
       FD GRADE-BAND-FILE.
       01 GRADE-BAND-RECORD.
           02 GB-GRADE          PIC X(2).
           02 GB-MIN-SALARY     PIC 9(9).
           02 GB-MAX-SALARY     PIC 9(9).

      *    SAME LAYOUT SALARY-RAISE WRITES. A PROMOTION CARRIES THE
      *    'P' ENTRY TYPE, ITS REASON CODE AND THE GRADES MOVED
      *    BETWEEN.
       FD RAISE-HISTORY.
       01 RAISE-HISTORY-RECORD.
           02 RH-SSN            PIC 9(9).
           02 RH-OLD-SALARY     PIC 9(9).
           02 RH-NEW-SALARY     PIC 9(9).
           02 RH-RAISE-PERCENT  PIC 9v99.
           02 RH-RUN-DATE       PIC 9(8).
           02 RH-ENTRY-TYPE     PIC X(1).
               88 RH-IS-PROMOTION   VALUE 'P'.
           02 RH-REASON-CODE    PIC X(2).
           02 RH-OLD-GRADE      PIC X(2).
           02 RH-NEW-GRADE      PIC X(2).

       FD PAYRUN-LOG.
       01 PAYRUN-RECORD.
           02 PR-PAY-DATE       PIC 9(8).
           02 PR-RUN-DATE       PIC 9(8).
           02 PR-EMP-COUNT      PIC 9(6).
           02 PR-GROSS          PIC 9(11)V99.
           02 PR-DEDUCTIONS     PIC 9(11)V99.
           02 PR-NET            PIC 9(11)V99.

      *    PE-EARN-CODE 'RETR' IS RETRO PAY; PE-PERIOD-DATE IS THE
      *    PAST PAYDAY IT MAKES GOOD AND THE RATES ARE PER PAYDAY.
       FD PENDING-EARNINGS.
       01 PENDING-EARNINGS-RECORD.
           02 PE-SSN            PIC 9(9).
           02 PE-EARN-CODE      PIC X(4).
           02 PE-PERIOD-DATE    PIC 9(8).
           02 PE-OLD-RATE       PIC 9(7)V99.
           02 PE-NEW-RATE       PIC 9(7)V99.
           02 PE-AMOUNT         PIC 9(7)V99.
           02 PE-CREATED-DATE   PIC 9(8).

       FD RETRO-REPORT.
       01 RETRODATA.
           02 FILLER      PIC X(132).

       FD EXCEPTION-REPORT.
       01 EXCEPTDATA.
           02 FILLER      PIC X(132).
      *    CLEARS A STALE LOCK EXACTLY ONCE: AFTER THE OVERRIDE IS
      *    HONORED THE FILE IS REWRITTEN AS 'SPENT', SO A LEFTOVER
      *    OVERRIDE CANNOT BECOME A STANDING BYPASS THAT AUTO-CLEARS
      *    EVERY FUTURE LOCK. THE RECORD NAMES THE SUPERVISOR'S
      *    OPERATOR ID, WHICH MUST HOLD LOCKOVR AUTHORITY.
       FD LOCK-OVERRIDE-PARM.
       01 LOCK-OVERRIDE-RECORD  PIC X(8).

       FD OPERATOR-SECURITY.
       01 OPERATOR-SECURITY-RECORD.
            COPY OPERSEC.

      *    ONE LINE PER GRANT: ROLE, FUNCTION.
       FD ROLE-AUTHORITY.
       01 ROLE-AUTHORITY-RECORD.
           02 RA-ROLE           PIC X(8).
           02 RA-FUNCTION       PIC X(8).

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

      *    ONE LINE PER OPTION: KEY, VALUE.
       FD RUN-PARMS-FILE.
       01 RUN-PARMS-RECORD.
          02 PL-STATUS  PIC X(2).
          02 LK-STATUS  PIC X(2).
          02 LV-STATUS  PIC X(2).
          02 PS-STATUS  PIC X(2).
          02 GB-STATUS  PIC X(2).
          02 RH-STATUS  PIC X(2).
          02 PR-STATUS  PIC X(2).
          02 PE-STATUS  PIC X(2).
          02 RR-STATUS  PIC X(2).

      *    RUN-LOCK STATE - SEE THE LOCK-FILE SELECT COMMENT.
       01  WS-LOCK-AREAS.
           05  WS-LOCK-OVR-SW      PIC X(1) VALUE 'N'.
               88  WS-LOCK-OVERRIDE VALUE 'Y'.
           05  WS-LOCK-HOLDER      PIC X(13) VALUE SPACES.
           05  WS-LOCK-OVR-ID      PIC X(8) VALUE SPACES.
           05  WS-LOCK-DATE        PIC 9(8) VALUE ZERO.
           05  WS-LOCK-TIME        PIC 9(8) VALUE ZERO.

      *    SIGN-ON AND AUTHORITY STATE - SEE THE OPERATOR-SECURITY
      *    SELECT COMMENT.
       01  WS-SECURITY-AREAS.
           05  OS-STATUS           PIC X(2) VALUE SPACES.
           05  RA-STATUS           PIC X(2) VALUE SPACES.
           05  SV-STATUS           PIC X(2) VALUE SPACES.
           05  WS-SEC-PROGRAM      PIC X(13) VALUE 'EMP-TRANS    '.
           05  WS-SEC-OPERATOR-ID  PIC X(8) VALUE SPACES.
           05  WS-SEC-ROLE         PIC X(8) VALUE SPACES.
           05  WS-SEC-STORED-HASH  PIC 9(10) VALUE ZERO.
           05  WS-SEC-FUNCTION     PIC X(8) VALUE SPACES.
           05  WS-SEC-REASON       PIC X(4) VALUE SPACES.
           05  WS-SEC-VALID-SW     PIC X(1) VALUE 'N'.
               88  WS-SEC-VALID    VALUE 'Y'.
           05  WS-SEC-GRANTED-SW   PIC X(1) VALUE 'N'.
               88  WS-SEC-GRANTED  VALUE 'Y'.
           05  WS-SEC-LOADED-SW    PIC X(1) VALUE 'N'.
               88  WS-SEC-LOADED   VALUE 'Y'.
           05  WS-SEC-HOLD-ID      PIC X(8) VALUE SPACES.
           05  WS-SEC-HOLD-ROLE    PIC X(8) VALUE SPACES.
           05  WS-SEC-HOLD-VALID   PIC X(1) VALUE 'N'.
           05  WS-SEC-DATE         PIC 9(8) VALUE ZERO.
           05  WS-SEC-TIME         PIC 9(8) VALUE ZERO.
           05  WS-SEC-AUTH-COUNT   PIC 9(3) VALUE ZERO.
           05  WS-SEC-AUTH-SUBIDX  PIC 9(3) VALUE ZERO.
           05  WS-SEC-AUTH-TABLE OCCURS 100 TIMES.
               10  WS-SA-ROLE      PIC X(8).
               10  WS-SA-FUNCTION  PIC X(8).

      *    PRINTED-REPORT SSN MASKING. WS-SSN-WORK IS LOADED AND
      *    9900-FORMAT-SSN PRODUCES EITHER ***-**-NNNN OR, UNDER THE
      *    SSNFULL.PRM AUDIT OVERRIDE, THE FULL NINE DIGITS.
           05  WS-APPLIED-COUNT    PIC 9(8) VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(8) VALUE ZERO.
           05  WS-SALARY-APPLIED   PIC 9(12) VALUE ZERO.
           05  WS-BEFORE-IMAGE     PIC X(78) VALUE SPACES.
           05  WS-REJECT-REASON    PIC X(30) VALUE SPACES.

      *    TRANSACTIONS WHOSE DATE HAS NOT ARRIVED, HELD WHOLE SO
      *    THEY CAN BE REWRITTEN TO THE PENDING FILE AND LISTED AT
      *    END OF RUN. BYTES 1, 2-10 AND 80-87 OF AN ENTRY ARE THE
      *    ACTION CODE, SSN AND EFFECTIVE DATE OF THE TRANS-RECORD
      *    IMAGE IT HOLDS, 88-89 A PROMOTION'S REASON CODE.
       01  WS-PENDING-AREAS.
           05  WS-PEND-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-PEND-SUBIDX      PIC 9(4) VALUE ZERO.
           05  WS-PEND-SSN-WORK    PIC X(9) VALUE SPACES.
           05  WS-PEND-TABLE OCCURS 2000 TIMES.
               10  WS-PD-IMAGE     PIC X(89).

      *    AUTHORIZED POSITIONS WITH THE HEADCOUNT ON EES.DAT FILLING
      *    EACH ONE, COUNTED ONCE AT START AND KEPT CURRENT AS ADDS,
      *    CHANGES AND TERMINATIONS APPLY.
       01  WS-POSITION-AREAS.
           05  WS-POS-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-POS-SUBIDX       PIC 9(3) VALUE ZERO.
           05  WS-POS-FOUND-IDX    PIC 9(3) VALUE ZERO.
           05  WS-POS-DEPT         PIC X(4) VALUE SPACES.
           05  WS-POS-GRADE        PIC X(2) VALUE SPACES.
           05  WS-POS-CONTROL-SW   PIC X(1) VALUE 'N'.
               88  WS-POS-CONTROL  VALUE 'Y'.
           05  WS-POS-HELD-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-POS-TABLE OCCURS 500 TIMES.
               10  WS-PS-DEPT      PIC X(4).
               10  WS-PS-GRADE     PIC X(2).
               10  WS-PS-AUTH-FTE  PIC 9(3)V99.
               10  WS-PS-BUDGET    PIC 9(9).
               10  WS-PS-FILLED    PIC 9(4).

      *    GRADE-TO-SALARY-BAND TABLE LOADED FROM GRADEBAND.DAT FOR
      *    THE PROMOTION CHECKS.
       01  WS-GRADE-BAND-AREAS.
           05  WS-GRADE-TABLE-COUNT   PIC 9(2) VALUE ZERO.
           05  WS-GRADE-SUBIDX        PIC 9(2) VALUE ZERO.
           05  WS-GRADE-FOUND-IDX     PIC 9(2) VALUE ZERO.
           05  WS-GRADE-WANTED        PIC X(2) VALUE SPACES.
           05  WS-GRADE-TABLE OCCURS 20 TIMES.
               10  WS-GB-GRADE        PIC X(2).
               10  WS-GB-MIN-SALARY   PIC 9(9).
               10  WS-GB-MAX-SALARY   PIC 9(9).

      *    ONE PROMOTION IN FLIGHT: THE SALARY AND GRADE BEFORE,
      *    THE SALARY IT WILL POST AT, AND THE TWO BAND MINIMUMS.
       01  WS-PROMOTION-AREAS.
           05  WS-PROMO-COUNT         PIC 9(8) VALUE ZERO.
           05  WS-PROMO-LIFTED-COUNT  PIC 9(8) VALUE ZERO.
           05  WS-PROMO-OLD-SALARY    PIC 9(9) VALUE ZERO.
           05  WS-PROMO-NEW-SALARY    PIC 9(9) VALUE ZERO.
           05  WS-PROMO-OLD-GRADE     PIC X(2) VALUE SPACES.
           05  WS-PROMO-OLD-MIN       PIC 9(9) VALUE ZERO.
           05  WS-PROMO-NEW-MIN       PIC 9(9) VALUE ZERO.
           05  WS-PROMO-LIFTED-SW     PIC X(1) VALUE 'N'.
               88  WS-PROMO-LIFTED    VALUE 'Y'.

      *    MANAGER CHECK FOR AN ADD OR CHANGE: THE EMPLOYEE, THE
      *    MANAGER PROPOSED, AND THE WALK UP THAT MANAGER'S CHAIN,
      *    WHICH ENDS AT THE TOP, AT A BREAK IN THE CHAIN, OR AFTER
      *    50 LEVELS. THE RECORD IN THE BUFFER IS HELD ASIDE WHILE
      *    THE CHAIN IS READ.
       01  WS-MANAGER-AREAS.
           05  WS-MGR-EMP-SSN         PIC 9(9) VALUE ZERO.
           05  WS-MGR-NEW-SSN         PIC 9(9) VALUE ZERO.
               88  WS-MGR-TO-TOP      VALUE 999999999.
           05  WS-MGR-DEPTH           PIC 9(2) VALUE ZERO.
           05  WS-MGR-CHAIN-SW        PIC X(1) VALUE 'N'.
               88  WS-MGR-CHAIN-DONE  VALUE 'Y'.
           05  WS-MGR-HOLD-IMAGE      PIC X(78) VALUE SPACES.

      *    PAYDAYS ALREADY PAID, AND THE PAY FREQUENCY (RUNPARMS
      *    PAYFREQ, AS PAYROLL-REGISTER USES IT) THAT TURNS A YEARLY
      *    SALARY INTO ONE PAYDAY'S RATE.
       01  WS-RETRO-AREAS.
           05  WS-PAYRUN-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-PAYRUN-SUBIDX       PIC 9(4) VALUE ZERO.
           05  WS-PAYRUN-TABLE OCCURS 1000 TIMES.
               10  WS-PAYRUN-DATE     PIC 9(8).
           05  WS-PAY-FREQ            PIC X(1) VALUE 'A'.
           05  WS-PAY-PERIODS         PIC 9(2) VALUE 1.
           05  WS-RETRO-OLD-SALARY    PIC 9(9) VALUE ZERO.
           05  WS-RETRO-OLD-RATE      PIC 9(7)V99 VALUE ZERO.
           05  WS-RETRO-NEW-RATE      PIC 9(7)V99 VALUE ZERO.
           05  WS-RETRO-AMOUNT        PIC 9(7)V99 VALUE ZERO.
           05  WS-RETRO-EMP-PERIODS   PIC 9(4) VALUE ZERO.
           05  WS-RETRO-EMP-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05  WS-RETRO-EMP-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-RETRO-PERIOD-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-RETRO-GRAND-TOTAL   PIC 9(11)V99 VALUE ZERO.

       01  RETRO-TITLE-LINE.
            05 FILLER           PIC X(30) VALUE
               'RETROACTIVE PAY OWED - RUN OF '.
            05 RTT-DATE         PIC 9(8).
            05 FILLER           PIC X(94) VALUE SPACES.

       01  RETRO-COLUMN-LINE.
            05 FILLER           PIC X(11) VALUE 'EMPLOYEE ID'.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(10) VALUE 'EFFECTIVE'.
            05 FILLER           PIC X(10) VALUE 'PAY DATE'.
            05 FILLER           PIC X(12) VALUE '    OLD RATE'.
            05 FILLER           PIC X(12) VALUE '    NEW RATE'.
            05 FILLER           PIC X(12) VALUE ' AMOUNT OWED'.
            05 FILLER           PIC X(63) VALUE SPACES.

       01  RETRO-DETAIL-LINE.
            05 RDL-SSN          PIC X(11).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RDL-EFF-DATE     PIC 9(8).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RDL-PAY-DATE     PIC 9(8).
            05 FILLER           PIC X(4)  VALUE SPACES.
            05 RDL-OLD-RATE     PIC $$$,$$9.99.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RDL-NEW-RATE     PIC $$$,$$9.99.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RDL-AMOUNT       PIC $$$,$$9.99.
            05 FILLER           PIC X(63) VALUE SPACES.

       01  RETRO-EMPLOYEE-TOTAL-LINE.
            05 FILLER           PIC X(47) VALUE SPACES.
            05 FILLER           PIC X(12) VALUE ' TOTAL OWED:'.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 RET-AMOUNT       PIC $$,$$$,$$9.99.
            05 FILLER           PIC X(59) VALUE SPACES.

       01  RETRO-GRAND-COUNT-LINE.
            05 RGC-LABEL        PIC X(28).
            05 RGC-COUNT        PIC ZZZ,ZZ9.
            05 FILLER           PIC X(97) VALUE SPACES.

       01  RETRO-GRAND-AMOUNT-LINE.
            05 FILLER           PIC X(28) VALUE
               'TOTAL RETRO PAY OWED:       '.
            05 RGA-AMOUNT       PIC $$,$$$,$$$,$$9.99.
            05 FILLER           PIC X(87) VALUE SPACES.

       01  PEND-HEADING-LINE.
            05 FILLER	        PIC X(30)  VALUE
               88  WS-PARM-FOUND   VALUE 'Y'.
           05  WS-PARM-VALUE       PIC X(20) VALUE SPACES.
           05  WS-PARM-PTR         PIC 9(3) VALUE 1.
           05  WS-PARM-TABLE OCCURS 50 TIMES.
               10  WS-PM-KEY       PIC X(12).
               10  WS-PM-VALUE     PIC X(20).


           PERFORM 9900-CHECK-SSN-MASK-PARM.

      *    THE BATCH RUNS UNDER THE OPERATOR ID NAMED BY THE
      *    BATCHOPER OPTION (DEFAULT BATCH). IT MUST BE ACTIVE ON THE
      *    SECURITY MASTER WITH EMPUPD AUTHORITY, AND IT IS THE ID
      *    EVERY JOURNAL ROW OF THE RUN CARRIES.
           MOVE 'BATCH   ' TO WS-SEC-OPERATOR-ID.
           MOVE 'BATCHOPER   ' TO WS-PARM-WANTED.
           PERFORM 9610-FIND-RUN-PARM.
           IF WS-PARM-FOUND AND WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:8) TO WS-SEC-OPERATOR-ID
           END-IF.
           MOVE 'EMPUPD  ' TO WS-SEC-FUNCTION.
           PERFORM 9810-VERIFY-OPERATOR.
           PERFORM 9820-CHECK-AUTHORITY.
           IF NOT WS-SEC-GRANTED
               DISPLAY "RUN REFUSED - BATCH OPERATOR ",
                   WS-SEC-OPERATOR-ID, " IS NOT AUTHORIZED FOR ",
                   "EMPUPD"
               STOP RUN
           END-IF.

           PERFORM 9700-TAKE-RUN-LOCK.

           OPEN INPUT TRANS-FILE.
               GO TO 9999-END-PROGRAM
           END-IF.

           PERFORM 0120-LOAD-POSITION-MASTER.
           PERFORM 0140-LOAD-GRADE-BANDS.
           PERFORM 0160-LOAD-PAY-RUNS.

           OPEN EXTEND JOURNAL-FILE.
           IF JR-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               GO TO 9999-END-PROGRAM
           END-IF.

           OPEN EXTEND RAISE-HISTORY.
           IF RH-STATUS = "35"
               OPEN OUTPUT RAISE-HISTORY
           END-IF.
           IF RH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RAISEHIST.DAT - STATUS: ",
                   RH-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           OPEN EXTEND PENDING-EARNINGS.
           IF PE-STATUS = "35"
               OPEN OUTPUT PENDING-EARNINGS
           END-IF.
           IF PE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PENDEARN.DAT - STATUS: ",
                   PE-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           OPEN OUTPUT RETRO-REPORT.
           MOVE WS-TODAY-DATE TO RTT-DATE.
           WRITE RETRODATA FROM RETRO-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE RETRODATA FROM PARM-BANNER-LINE
               AFTER ADVANCING 1 LINES.
           WRITE RETRODATA FROM RETRO-COLUMN-LINE
               AFTER ADVANCING 2 LINES.

           OPEN OUTPUT EXCEPTION-REPORT.
           WRITE EXCEPTDATA FROM PARM-BANNER-LINE
               AFTER ADVANCING PAGE.
           WRITE EXCEPTDATA FROM EXCEPT-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'HELD FOR POSITION:      ' TO EXL-TOTAL-LABEL.
           MOVE WS-POS-HELD-COUNT TO EXL-TOTAL-COUNT.
           WRITE EXCEPTDATA FROM EXCEPT-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'PROMOTIONS APPLIED:     ' TO EXL-TOTAL-LABEL.
           MOVE WS-PROMO-COUNT TO EXL-TOTAL-COUNT.
           WRITE EXCEPTDATA FROM EXCEPT-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'LIFTED TO BAND MINIMUM: ' TO EXL-TOTAL-LABEL.
           MOVE WS-PROMO-LIFTED-COUNT TO EXL-TOTAL-COUNT.
           WRITE EXCEPTDATA FROM EXCEPT-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           PERFORM 0250-WRITE-PENDING-FILE.
           PERFORM 0260-PRINT-PENDING-LISTING.
           PERFORM 0340-PRINT-RETRO-TOTALS.

           PERFORM 9999-END-PROGRAM.

      *    LOADS THE AUTHORIZED POSITIONS, THEN WALKS EES.DAT ONCE TO
      *    COUNT THE ACTIVE EMPLOYEES FILLING EACH. NOTHING HAS BEEN
      *    READ BY KEY YET, SO READ NEXT STARTS AT THE FIRST RECORD.
       0120-LOAD-POSITION-MASTER.

           OPEN INPUT POSITION-MASTER.
           IF PS-STATUS NOT = "00"
               DISPLAY "WARNING - POSMAST.DAT UNAVAILABLE - STATUS: ",
                   PS-STATUS, " - ADDS NOT CHECKED FOR POSITION"
           ELSE
               PERFORM 0125-READ-POSITION-RECORD
                   UNTIL PS-STATUS NOT = "00"
               CLOSE POSITION-MASTER
               SET WS-POS-CONTROL TO TRUE
               PERFORM 0130-COUNT-FILLED-POSITION
                   UNTIL ED-STATUS NOT = "00"
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
                   END-IF
           END-READ.

      *    AN EMPLOYEE WITH A TERMINATION DATE ON FILE NO LONGER
      *    FILLS A POSITION, EVEN BEFORE THE ARCHIVAL SWEEP.
       0130-COUNT-FILLED-POSITION.

           READ ED-DATA NEXT RECORD
               AT END
                   MOVE "10" TO ED-STATUS
               NOT AT END
                   IF FD-ED-TERM-YEAR IS NOT NUMERIC
                       OR FD-ED-TERM-YEAR = ZERO
                       MOVE FD-ED-DEPT-CODE TO WS-POS-DEPT
                       MOVE FD-ED-JOB-GRADE TO WS-POS-GRADE
                       PERFORM 0135-FIND-POSITION
                       IF WS-POS-FOUND-IDX > ZERO
                           ADD 1 TO WS-PS-FILLED(WS-POS-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.

       0135-FIND-POSITION.

           MOVE ZERO TO WS-POS-FOUND-IDX.
           PERFORM VARYING WS-POS-SUBIDX FROM 1 BY 1
               UNTIL WS-POS-SUBIDX > WS-POS-COUNT
               IF WS-PS-DEPT(WS-POS-SUBIDX) = WS-POS-DEPT
                   AND WS-PS-GRADE(WS-POS-SUBIDX) = WS-POS-GRADE
                   MOVE WS-POS-SUBIDX TO WS-POS-FOUND-IDX
                   MOVE 501 TO WS-POS-SUBIDX
               END-IF
           END-PERFORM.

       0140-LOAD-GRADE-BANDS.

           OPEN INPUT GRADE-BAND-FILE.
           IF GB-STATUS NOT = "00"
               DISPLAY "WARNING - GRADEBAND.DAT UNAVAILABLE - STATUS: ",
                   GB-STATUS, " - PROMOTIONS WILL BE REJECTED"
           ELSE
               PERFORM 0142-READ-GRADE-BAND-RECORD
                   UNTIL GB-STATUS NOT = "00"
                   OR WS-GRADE-TABLE-COUNT = 20
               CLOSE GRADE-BAND-FILE
           END-IF.

       0142-READ-GRADE-BAND-RECORD.

           READ GRADE-BAND-FILE
               AT END
                   MOVE "10" TO GB-STATUS
               NOT AT END
                   ADD 1 TO WS-GRADE-TABLE-COUNT
                   MOVE GB-GRADE TO
                       WS-GB-GRADE(WS-GRADE-TABLE-COUNT)
                   MOVE GB-MIN-SALARY TO
                       WS-GB-MIN-SALARY(WS-GRADE-TABLE-COUNT)
                   MOVE GB-MAX-SALARY TO
                       WS-GB-MAX-SALARY(WS-GRADE-TABLE-COUNT)
           END-READ.

       0145-FIND-GRADE-BAND.

           MOVE ZERO TO WS-GRADE-FOUND-IDX.
           PERFORM VARYING WS-GRADE-SUBIDX FROM 1 BY 1
               UNTIL WS-GRADE-SUBIDX > WS-GRADE-TABLE-COUNT
               IF WS-GB-GRADE(WS-GRADE-SUBIDX) = WS-GRADE-WANTED
                   MOVE WS-GRADE-SUBIDX TO WS-GRADE-FOUND-IDX
                   MOVE 21 TO WS-GRADE-SUBIDX
               END-IF
           END-PERFORM.

      *    WITH NO RUN LOG NOTHING HAS BEEN PAID YET AND NO CHANGE
      *    CAN BE OWED RETRO PAY.
       0160-LOAD-PAY-RUNS.

           MOVE 'PAYFREQ     ' TO WS-PARM-WANTED.
           PERFORM 9610-FIND-RUN-PARM.
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE(1:1) TO WS-PAY-FREQ
           END-IF.
           EVALUATE WS-PAY-FREQ
               WHEN 'W'  MOVE 52 TO WS-PAY-PERIODS
               WHEN 'B'  MOVE 26 TO WS-PAY-PERIODS
               WHEN 'S'  MOVE 24 TO WS-PAY-PERIODS
               WHEN 'M'  MOVE 12 TO WS-PAY-PERIODS
               WHEN OTHER
                   MOVE 'A' TO WS-PAY-FREQ
                   MOVE 1 TO WS-PAY-PERIODS
           END-EVALUATE.

           OPEN INPUT PAYRUN-LOG.
           IF PR-STATUS = "00"
               PERFORM 0165-READ-PAY-RUN
                   UNTIL PR-STATUS NOT = "00"
               CLOSE PAYRUN-LOG
           END-IF.

       0165-READ-PAY-RUN.

           READ PAYRUN-LOG
               AT END
                   MOVE "10" TO PR-STATUS
               NOT AT END
                   IF PR-PAY-DATE IS NUMERIC
                       IF WS-PAYRUN-COUNT >= 1000
                           DISPLAY "WARNING - PAY RUN TABLE FULL, ",
                               "SKIPPING ", PR-PAY-DATE
                       ELSE
                           ADD 1 TO WS-PAYRUN-COUNT
                           MOVE PR-PAY-DATE
                               TO WS-PAYRUN-DATE(WS-PAYRUN-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *    EACH PENDING RECORD RUNS BACK THROUGH THE SAME ROUTING AS
      *    A FRESH TRANSACTION: DUE ONES APPLY, THE REST ARE HELD
      *    AGAIN FOR THE REWRITTEN PENDING FILE.
                   MOVE "10" TO PD-STATUS
               NOT AT END
                   MOVE PENDING-RECORD TO TRANS-RECORD
      *    A ROW QUEUED BEFORE THE MANAGER SSN JOINED THE RECORD HAS
      *    ITS EFFECTIVE DATE AT 71-78 AND NOTHING PAST 80; IT IS
      *    RE-LAID OUT WITH NO MANAGER.
                   IF PENDING-RECORD(80:8) IS NOT NUMERIC
                       AND PENDING-RECORD(71:8) IS NUMERIC
                       MOVE ZERO TO TR-MANAGER-SSN
                       MOVE PENDING-RECORD(71:8) TO TR-EFF-DATE
                       MOVE PENDING-RECORD(79:2) TO TR-REASON-CODE
                   END-IF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 0205-ROUTE-TRANSACTION
           END-READ.
           ELSE
               EVALUATE TRUE
                   WHEN TR-IS-ADD
                       PERFORM 0350-CHECK-MANAGER
                       IF WS-REJECT-REASON NOT = SPACES
                           PERFORM 0290-WRITE-EXCEPTION
                       ELSE
                           PERFORM 0215-CHECK-POSITION-CONTROL
                           IF WS-REJECT-REASON = SPACES
                               PERFORM 0220-APPLY-ADD
                           ELSE
                               PERFORM 0218-HOLD-FOR-POSITION
                           END-IF
                       END-IF
                   WHEN TR-IS-CHANGE
                       PERFORM 0230-APPLY-CHANGE
                   WHEN TR-IS-TERMINATE
                       PERFORM 0240-APPLY-TERMINATE
                   WHEN TR-IS-PROMOTION
                       PERFORM 0300-APPLY-PROMOTION
                   WHEN OTHER
                       MOVE 'UNKNOWN ACTION CODE' TO
                           WS-REJECT-REASON
               END-EVALUATE
           END-IF.

      *    AN ADD MUST FIT AN AUTHORIZED POSITION: ONE ON FILE FOR
      *    THE DEPARTMENT AND GRADE, WITH AN UNFILLED FTE AND A
      *    BUDGETED SALARY AT OR ABOVE THE HIRING SALARY. A BLANK
      *    REASON MEANS THE ADD MAY POST.
       0215-CHECK-POSITION-CONTROL.

           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-POS-CONTROL
               MOVE TR-DEPT-CODE TO WS-POS-DEPT
               MOVE TR-JOB-GRADE TO WS-POS-GRADE
               PERFORM 0135-FIND-POSITION
               IF WS-POS-FOUND-IDX = ZERO
                   MOVE 'NO AUTHORIZED POSITION - HELD'
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-PS-FILLED(WS-POS-FOUND-IDX) + 1 >
                           WS-PS-AUTH-FTE(WS-POS-FOUND-IDX)
                       MOVE 'OVER AUTHORIZED COUNT - HELD'
                           TO WS-REJECT-REASON
                   ELSE
                       IF TR-SALARY IS NUMERIC
                           AND TR-SALARY >
                               WS-PS-BUDGET(WS-POS-FOUND-IDX)
                           MOVE 'OVER BUDGETED SALARY - HELD'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    A HELD ADD IS LISTED WITH ITS REASON AND CARRIED ON THE
      *    PENDING FILE SO IT POSTS ON ITS OWN ONCE FINANCE APPROVES
      *    THE POSITION. WITH THE PENDING TABLE FULL IT IS REJECTED
      *    OUTRIGHT RATHER THAN POSTED.
       0218-HOLD-FOR-POSITION.

           IF WS-PEND-COUNT >= 2000
               PERFORM 0290-WRITE-EXCEPTION
           ELSE
               ADD 1 TO WS-PEND-COUNT
               MOVE TRANS-RECORD TO WS-PD-IMAGE(WS-PEND-COUNT)
               ADD 1 TO WS-POS-HELD-COUNT
               PERFORM 0295-LIST-EXCEPTION
           END-IF.

      *    AN ADD CARRIES THE WHOLE RECORD. A DUPLICATE SSN IS
      *    REJECTED BY THE INDEX RATHER THAN PRE-READ, SO THERE IS
      *    NO WINDOW BETWEEN CHECK AND WRITE.
           MOVE TR-TERM-DATE  TO FD-ED-TERM-DATE.
           MOVE TR-JOB-GRADE  TO FD-ED-JOB-GRADE.
           MOVE TR-DEPT-CODE  TO FD-ED-DEPT-CODE.
           IF WS-MGR-TO-TOP
               MOVE ZERO TO FD-ED-MANAGER-SSN
           ELSE
               MOVE WS-MGR-NEW-SSN TO FD-ED-MANAGER-SSN
           END-IF.

           WRITE EMPLOYEEDETAILS
               INVALID KEY
                   PERFORM 0280-WRITE-JOURNAL
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD TR-SALARY TO WS-SALARY-APPLIED
                   IF WS-POS-FOUND-IDX > ZERO
                       ADD 1 TO WS-PS-FILLED(WS-POS-FOUND-IDX)
                   END-IF
           END-WRITE.

      *    A CHANGE APPLIES ONLY THE FIELDS THE TRANSACTION CARRIES:
                   MOVE 'SSN NOT ON MASTER' TO WS-REJECT-REASON
                   PERFORM 0290-WRITE-EXCEPTION
               NOT INVALID KEY
                   PERFORM 0350-CHECK-MANAGER
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 0235-APPLY-CHANGE-FIELDS
                   ELSE
                       PERFORM 0290-WRITE-EXCEPTION
                   END-IF
           END-READ.

       0235-APPLY-CHANGE-FIELDS.

           MOVE EMPLOYEEDETAILS TO WS-BEFORE-IMAGE.
           MOVE FD-ED-SALARY TO WS-RETRO-OLD-SALARY.

           IF TR-LASTNAME NOT = SPACES
               MOVE TR-LASTNAME TO FD-ED-LASTNAME
           IF TR-DEPT-CODE NOT = SPACES
               MOVE TR-DEPT-CODE TO FD-ED-DEPT-CODE
           END-IF.
           IF FD-ED-MANAGER-SSN IS NOT NUMERIC
               MOVE ZERO TO FD-ED-MANAGER-SSN
           END-IF.
           IF WS-MGR-TO-TOP
               MOVE ZERO TO FD-ED-MANAGER-SSN
           ELSE
               IF WS-MGR-NEW-SSN > ZERO
                   MOVE WS-MGR-NEW-SSN TO FD-ED-MANAGER-SSN
               END-IF
           END-IF.

           REWRITE EMPLOYEEDETAILS
               INVALID KEY
                   PERFORM 0280-WRITE-JOURNAL
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD FD-ED-SALARY TO WS-SALARY-APPLIED
                   PERFORM 0320-CHECK-RETRO-PAY
      *            A DEPARTMENT OR GRADE CHANGE MOVES THE EMPLOYEE
      *            FROM ONE POSITION TO ANOTHER; THE FILLED COUNTS
      *            FOLLOW ONLY A CHANGE THAT REACHED THE MASTER.
                   PERFORM 0270-RELEASE-POSITION
                   PERFORM 0275-OCCUPY-POSITION
           END-REWRITE.

      *    A TERMINATION SETS ONLY THE TERM-DATE FIELDS FROM THE
                   NOT INVALID KEY
                       PERFORM 0280-WRITE-JOURNAL
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM 0270-RELEASE-POSITION
               END-REWRITE
           END-IF.

      *    THE RECORD AS IT STOOD BEFORE THE CHANGE (WS-BEFORE-IMAGE:
      *    GRADE AT 64, DEPARTMENT AT 66) STOPS FILLING ITS POSITION.
      *    IT IS CALLED ONLY ONCE THE REWRITE HAS GONE THROUGH, SO A
      *    FAILED REWRITE LEAVES POSITION CONTROL AS IT WAS. A RECORD
      *    ALREADY TERMINATED WAS NEVER COUNTED.
       0270-RELEASE-POSITION.

           IF WS-BEFORE-IMAGE(56:4) IS NUMERIC
               AND WS-BEFORE-IMAGE(56:4) NOT = '0000'
               CONTINUE
           ELSE
               MOVE WS-BEFORE-IMAGE(66:4) TO WS-POS-DEPT
               MOVE WS-BEFORE-IMAGE(64:2) TO WS-POS-GRADE
               PERFORM 0135-FIND-POSITION
               IF WS-POS-FOUND-IDX > ZERO
                   AND WS-PS-FILLED(WS-POS-FOUND-IDX) > ZERO
                   SUBTRACT 1 FROM WS-PS-FILLED(WS-POS-FOUND-IDX)
               END-IF
           END-IF.

       0275-OCCUPY-POSITION.

           IF FD-ED-TERM-YEAR IS NOT NUMERIC
               OR FD-ED-TERM-YEAR = ZERO
               MOVE FD-ED-DEPT-CODE TO WS-POS-DEPT
               MOVE FD-ED-JOB-GRADE TO WS-POS-GRADE
               PERFORM 0135-FIND-POSITION
               IF WS-POS-FOUND-IDX > ZERO
                   ADD 1 TO WS-PS-FILLED(WS-POS-FOUND-IDX)
               END-IF
           END-IF.

      *    A PROMOTION MOVES THE EMPLOYEE TO THE TRANSACTION'S GRADE
      *    (AND DEPARTMENT, WHEN ONE IS CARRIED) AT THE TRANSACTION'S
      *    SALARY, OR THE CURRENT ONE WHEN NONE IS CARRIED.
       0300-APPLY-PROMOTION.

           MOVE TR-SSN TO FD-ED-SSN.
           READ ED-DATA
               KEY IS FD-ED-SSN
               INVALID KEY
                   MOVE 'SSN NOT ON MASTER' TO WS-REJECT-REASON
                   PERFORM 0290-WRITE-EXCEPTION
               NOT INVALID KEY
                   PERFORM 0305-CHECK-PROMOTION
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 0310-POST-PROMOTION
                   ELSE
                       PERFORM 0290-WRITE-EXCEPTION
                   END-IF
           END-READ.

      *    A BLANK REASON MEANS THE PROMOTION MAY POST. A MOVE INTO A
      *    GRADE WHOSE BAND STARTS BELOW THE CURRENT ONE, OR A NEW
      *    SALARY BELOW THE OLD, IS A DEMOTION AND IS REJECTED; A
      *    SALARY UNDER THE NEW BAND'S MINIMUM IS LIFTED TO IT.
       0305-CHECK-PROMOTION.

           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N' TO WS-PROMO-LIFTED-SW.
           MOVE FD-ED-JOB-GRADE TO WS-PROMO-OLD-GRADE.
           MOVE FD-ED-SALARY TO WS-PROMO-OLD-SALARY.
           IF TR-SALARY IS NUMERIC AND TR-SALARY > ZERO
               MOVE TR-SALARY TO WS-PROMO-NEW-SALARY
           ELSE
               MOVE FD-ED-SALARY TO WS-PROMO-NEW-SALARY
           END-IF.

           IF FD-ED-TERM-YEAR IS NUMERIC AND FD-ED-TERM-YEAR > ZERO
               MOVE 'EMPLOYEE IS TERMINATED' TO WS-REJECT-REASON
           ELSE
               IF TR-REASON-CODE = SPACES
                   MOVE 'PROMOTION REASON CODE MISSING'
                       TO WS-REJECT-REASON
               ELSE
                   IF TR-JOB-GRADE = SPACES
                       OR TR-JOB-GRADE = FD-ED-JOB-GRADE
                       MOVE 'PROMOTION GRADE MISSING/SAME'
                           TO WS-REJECT-REASON
                   ELSE
                       IF WS-GRADE-TABLE-COUNT = ZERO
                           MOVE 'NO GRADE BANDS - NOT CHECKED'
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM 0307-CHECK-PROMOTION-BANDS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0307-CHECK-PROMOTION-BANDS.

           MOVE TR-JOB-GRADE TO WS-GRADE-WANTED.
           PERFORM 0145-FIND-GRADE-BAND.
           IF WS-GRADE-FOUND-IDX = ZERO
               MOVE 'NEW GRADE NOT ON GRADEBAND' TO WS-REJECT-REASON
           ELSE
               MOVE WS-GB-MIN-SALARY(WS-GRADE-FOUND-IDX)
                   TO WS-PROMO-NEW-MIN
               MOVE FD-ED-JOB-GRADE TO WS-GRADE-WANTED
               PERFORM 0145-FIND-GRADE-BAND
               IF WS-GRADE-FOUND-IDX > ZERO
                   MOVE WS-GB-MIN-SALARY(WS-GRADE-FOUND-IDX)
                       TO WS-PROMO-OLD-MIN
               ELSE
                   MOVE ZERO TO WS-PROMO-OLD-MIN
               END-IF
               IF WS-PROMO-NEW-MIN < WS-PROMO-OLD-MIN
                   MOVE 'LOWER BAND - NOT A PROMOTION'
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-PROMO-NEW-SALARY < WS-PROMO-OLD-SALARY
                       MOVE 'SALARY CUT - NOT A PROMOTION'
                           TO WS-REJECT-REASON
                   ELSE
                       IF WS-PROMO-NEW-SALARY < WS-PROMO-NEW-MIN
                           MOVE WS-PROMO-NEW-MIN
                               TO WS-PROMO-NEW-SALARY
                           SET WS-PROMO-LIFTED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    THE LIFT TO THE BAND MINIMUM IS LISTED FOR HR BUT IS NOT
      *    A REJECTION.
       0310-POST-PROMOTION.

           MOVE EMPLOYEEDETAILS TO WS-BEFORE-IMAGE.

           MOVE TR-JOB-GRADE TO FD-ED-JOB-GRADE.
           MOVE WS-PROMO-NEW-SALARY TO FD-ED-SALARY.
           IF TR-DEPT-CODE NOT = SPACES
               MOVE TR-DEPT-CODE TO FD-ED-DEPT-CODE
           END-IF.

           REWRITE EMPLOYEEDETAILS
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   PERFORM 0290-WRITE-EXCEPTION
               NOT INVALID KEY
                   PERFORM 0280-WRITE-JOURNAL
                   PERFORM 0315-WRITE-PROMOTION-HISTORY
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD 1 TO WS-PROMO-COUNT
                   ADD FD-ED-SALARY TO WS-SALARY-APPLIED
                   IF WS-PROMO-LIFTED
                       ADD 1 TO WS-PROMO-LIFTED-COUNT
                       MOVE 'LIFTED TO NEW BAND MINIMUM'
                           TO WS-REJECT-REASON
                       PERFORM 0295-LIST-EXCEPTION
                   END-IF
                   MOVE WS-PROMO-OLD-SALARY TO WS-RETRO-OLD-SALARY
                   PERFORM 0320-CHECK-RETRO-PAY
                   PERFORM 0270-RELEASE-POSITION
                   PERFORM 0275-OCCUPY-POSITION
           END-REWRITE.

      *    THE PERCENT IS THE SAME FRACTION SALARY-RAISE RECORDS
      *    (0.05 FOR FIVE PERCENT), HELD AT 9.99 ON A JUMP TOO LARGE
      *    FOR THE FIELD.
       0315-WRITE-PROMOTION-HISTORY.

           MOVE FD-ED-SSN TO RH-SSN.
           MOVE WS-PROMO-OLD-SALARY TO RH-OLD-SALARY.
           MOVE WS-PROMO-NEW-SALARY TO RH-NEW-SALARY.
           IF WS-PROMO-OLD-SALARY = ZERO
               MOVE ZERO TO RH-RAISE-PERCENT
           ELSE
               COMPUTE RH-RAISE-PERCENT ROUNDED =
                   (WS-PROMO-NEW-SALARY - WS-PROMO-OLD-SALARY)
                   / WS-PROMO-OLD-SALARY
                   ON SIZE ERROR
                       MOVE 9.99 TO RH-RAISE-PERCENT
               END-COMPUTE
           END-IF.
           MOVE WS-TODAY-DATE TO RH-RUN-DATE.
           SET RH-IS-PROMOTION TO TRUE.
           MOVE TR-REASON-CODE TO RH-REASON-CODE.
           MOVE WS-PROMO-OLD-GRADE TO RH-OLD-GRADE.
           MOVE TR-JOB-GRADE TO RH-NEW-GRADE.
           WRITE RAISE-HISTORY-RECORD.

      *    A SALARY CHANGE DATED BEFORE TODAY IS OWED FOR EVERY
      *    PAYDAY ON THE RUN LOG FROM ITS EFFECTIVE DATE ON, ALL OF
      *    WHICH WERE PAID AT THE OLD SALARY. A BACK-DATED CUT IS
      *    LISTED FOR PAYROLL BUT NOTHING IS CLAWED BACK.
       0320-CHECK-RETRO-PAY.

           IF TR-EFF-DATE IS NUMERIC
               AND TR-EFF-DATE > ZERO
               AND TR-EFF-DATE < WS-TODAY-DATE
               AND FD-ED-SALARY NOT = WS-RETRO-OLD-SALARY
               IF FD-ED-SALARY < WS-RETRO-OLD-SALARY
                   MOVE 'BACK-DATED CUT - NO RETRO'
                       TO WS-REJECT-REASON
                   PERFORM 0295-LIST-EXCEPTION
               ELSE
                   COMPUTE WS-RETRO-OLD-RATE ROUNDED =
                       WS-RETRO-OLD-SALARY / WS-PAY-PERIODS
                   COMPUTE WS-RETRO-NEW-RATE ROUNDED =
                       FD-ED-SALARY / WS-PAY-PERIODS
                   MOVE ZERO TO WS-RETRO-EMP-PERIODS
                   MOVE ZERO TO WS-RETRO-EMP-TOTAL
                   MOVE FD-ED-SSN TO WS-SSN-WORK
                   PERFORM 9900-FORMAT-SSN
                   PERFORM VARYING WS-PAYRUN-SUBIDX FROM 1 BY 1
                       UNTIL WS-PAYRUN-SUBIDX > WS-PAYRUN-COUNT
                       IF WS-PAYRUN-DATE(WS-PAYRUN-SUBIDX)
                               NOT < TR-EFF-DATE
                           PERFORM 0325-QUEUE-RETRO-PERIOD
                       END-IF
                   END-PERFORM
                   IF WS-RETRO-EMP-PERIODS > ZERO
                       ADD 1 TO WS-RETRO-EMP-COUNT
                       MOVE WS-RETRO-EMP-TOTAL TO RET-AMOUNT
                       WRITE RETRODATA FROM RETRO-EMPLOYEE-TOTAL-LINE
                           AFTER ADVANCING 1 LINES
                   END-IF
               END-IF
           END-IF.

       0325-QUEUE-RETRO-PERIOD.

           COMPUTE WS-RETRO-AMOUNT =
               WS-RETRO-NEW-RATE - WS-RETRO-OLD-RATE.

           MOVE FD-ED-SSN TO PE-SSN.
           MOVE 'RETR' TO PE-EARN-CODE.
           MOVE WS-PAYRUN-DATE(WS-PAYRUN-SUBIDX) TO PE-PERIOD-DATE.
           MOVE WS-RETRO-OLD-RATE TO PE-OLD-RATE.
           MOVE WS-RETRO-NEW-RATE TO PE-NEW-RATE.
           MOVE WS-RETRO-AMOUNT TO PE-AMOUNT.
           MOVE WS-TODAY-DATE TO PE-CREATED-DATE.
           WRITE PENDING-EARNINGS-RECORD.

           ADD 1 TO WS-RETRO-EMP-PERIODS.
           ADD 1 TO WS-RETRO-PERIOD-COUNT.
           ADD WS-RETRO-AMOUNT TO WS-RETRO-EMP-TOTAL.
           ADD WS-RETRO-AMOUNT TO WS-RETRO-GRAND-TOTAL.

           MOVE WS-SSN-MASKED TO RDL-SSN.
           MOVE TR-EFF-DATE TO RDL-EFF-DATE.
           MOVE WS-PAYRUN-DATE(WS-PAYRUN-SUBIDX) TO RDL-PAY-DATE.
           MOVE WS-RETRO-OLD-RATE TO RDL-OLD-RATE.
           MOVE WS-RETRO-NEW-RATE TO RDL-NEW-RATE.
           MOVE WS-RETRO-AMOUNT TO RDL-AMOUNT.
           WRITE RETRODATA FROM RETRO-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

       0340-PRINT-RETRO-TOTALS.

           MOVE 'EMPLOYEES OWED RETRO PAY:   ' TO RGC-LABEL.
           MOVE WS-RETRO-EMP-COUNT TO RGC-COUNT.
           WRITE RETRODATA FROM RETRO-GRAND-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'PAST PAYDAYS CORRECTED:     ' TO RGC-LABEL.
           MOVE WS-RETRO-PERIOD-COUNT TO RGC-COUNT.
           WRITE RETRODATA FROM RETRO-GRAND-COUNT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE WS-RETRO-GRAND-TOTAL TO RGA-AMOUNT.
           WRITE RETRODATA FROM RETRO-GRAND-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.

      *    THE MANAGER AN ADD OR CHANGE CARRIES MUST BE ON THE
      *    MASTER, ACTIVE, AND NOT THE EMPLOYEE OR ANYONE BELOW THE
      *    EMPLOYEE. ZERO (AND THE 999999999 'MOVE TO THE TOP') NEED
      *    NO CHECK. A BLANK REASON MEANS IT PASSED.
       0350-CHECK-MANAGER.

           MOVE SPACES TO WS-REJECT-REASON.
           MOVE TR-SSN TO WS-MGR-EMP-SSN.
           IF TR-MANAGER-SSN IS NUMERIC
               MOVE TR-MANAGER-SSN TO WS-MGR-NEW-SSN
           ELSE
               MOVE ZERO TO WS-MGR-NEW-SSN
           END-IF.

           IF WS-MGR-NEW-SSN NOT = ZERO AND NOT WS-MGR-TO-TOP
               MOVE EMPLOYEEDETAILS TO WS-MGR-HOLD-IMAGE
               PERFORM 0352-VALIDATE-MANAGER
               MOVE WS-MGR-HOLD-IMAGE TO EMPLOYEEDETAILS
           END-IF.

       0352-VALIDATE-MANAGER.

           IF WS-MGR-NEW-SSN = WS-MGR-EMP-SSN
               MOVE 'EMPLOYEE CANNOT REPORT TO SELF'
                   TO WS-REJECT-REASON
           ELSE
               MOVE WS-MGR-NEW-SSN TO FD-ED-SSN
               READ ED-DATA
                   KEY IS FD-ED-SSN
                   INVALID KEY
                       MOVE 'MANAGER NOT ON MASTER'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF FD-ED-TERM-YEAR IS NUMERIC
                           AND FD-ED-TERM-YEAR > ZERO
                           MOVE 'MANAGER IS TERMINATED'
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE ZERO TO WS-MGR-DEPTH
                           MOVE 'N' TO WS-MGR-CHAIN-SW
                           PERFORM 0355-WALK-MANAGER-CHAIN
                               UNTIL WS-MGR-CHAIN-DONE
                       END-IF
               END-READ
           END-IF.

      *    ONE STEP UP FROM THE RECORD IN THE BUFFER. MEETING THE
      *    EMPLOYEE ON THE WAY UP MEANS THE NEW MANAGER ALREADY
      *    REPORTS TO THE EMPLOYEE, SO THE LINE WOULD LOOP.
       0355-WALK-MANAGER-CHAIN.

           ADD 1 TO WS-MGR-DEPTH.
           IF FD-ED-MANAGER-SSN IS NOT NUMERIC
               OR FD-ED-MANAGER-SSN = ZERO
               SET WS-MGR-CHAIN-DONE TO TRUE
           ELSE
               IF FD-ED-MANAGER-SSN = WS-MGR-EMP-SSN
                   MOVE 'REPORTING LINE WOULD LOOP'
                       TO WS-REJECT-REASON
                   SET WS-MGR-CHAIN-DONE TO TRUE
               ELSE
                   IF WS-MGR-DEPTH > 50
                       MOVE 'MANAGER CHAIN OVER 50 LEVELS'
                           TO WS-REJECT-REASON
                       SET WS-MGR-CHAIN-DONE TO TRUE
                   ELSE
                       MOVE FD-ED-MANAGER-SSN TO FD-ED-SSN
                       READ ED-DATA
                           KEY IS FD-ED-SSN
                           INVALID KEY
                               SET WS-MGR-CHAIN-DONE TO TRUE
                       END-READ
                   END-IF
               END-IF
           END-IF.

       0280-WRITE-JOURNAL.

           MOVE TR-ACTION-CODE TO JL-ACTION-CODE.
           MOVE WS-AUDIT-TIME TO JL-RUN-TIME.
           MOVE WS-BEFORE-IMAGE TO JL-BEFORE-IMAGE.
           MOVE EMPLOYEEDETAILS TO JL-AFTER-IMAGE.
           MOVE WS-SEC-OPERATOR-ID TO JL-OPERATOR-ID.
           WRITE JOURNAL-RECORD.

       0290-WRITE-EXCEPTION.

           ADD 1 TO WS-REJECT-COUNT.
           PERFORM 0295-LIST-EXCEPTION.

       0295-LIST-EXCEPTION.

           IF TR-SSN IS NUMERIC
               MOVE TR-SSN TO WS-SSN-WORK
           ELSE
                   MOVE WS-SSN-MASKED TO PNL-SSN
                   MOVE WS-PD-IMAGE(WS-PEND-SUBIDX) (1:1)
                       TO PNL-ACTION
                   MOVE WS-PD-IMAGE(WS-PEND-SUBIDX) (80:8)
                       TO PNL-EFF-DATE
                   WRITE PENDDATA FROM PEND-DETAIL-LINE
                       AFTER ADVANCING 1 LINES
                       NOT AT END
                           IF LOCK-OVERRIDE-RECORD NOT = 'SPENT'
                               SET WS-LOCK-OVERRIDE TO TRUE
                               MOVE LOCK-OVERRIDE-RECORD
                                   TO WS-LOCK-OVR-ID
                           END-IF
                   END-READ
                   CLOSE LOCK-OVERRIDE-PARM
               END-IF
               IF WS-LOCK-OVERRIDE
                   PERFORM 9760-CHECK-OVERRIDE-AUTHORITY
               END-IF
               IF WS-LOCK-OVERRIDE
                   DISPLAY "WARNING - STALE EES.DAT LOCK HELD BY ",
                       WS-LOCK-HOLDER, " CLEARED UNDER SUPERVISOR ",
                   PERFORM 9740-SPEND-LOCK-OVERRIDE
               ELSE
                   DISPLAY "RUN REFUSED - EES.DAT IS LOCKED BY ",
                       WS-LOCK-HOLDER, ". TO CLEAR A STALE LOCK, ",
                       "PLACE EESLOCKOVR.PRM NAMING AN OPERATOR ID ",
                       "WITH LOCKOVR AUTHORITY ON OPERSEC.DAT."
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 9710-RELEASE-RUN-LOCK.
           CLOSE EXCEPTION-REPORT.
           CLOSE JOURNAL-FILE.
           CLOSE RAISE-HISTORY.
           CLOSE PENDING-EARNINGS.
           CLOSE RETRO-REPORT.
           CLOSE ED-DATA.
           CLOSE TRANS-FILE.
           STOP RUN.
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

      *    THE OVERRIDE FILE CARRIES THE SUPERVISOR'S OPERATOR ID,
      *    WHICH MUST BE ACTIVE ON THE SECURITY MASTER WITH LOCKOVR
      *    AUTHORITY. OTHERWISE THE LOCK STANDS AND THE ATTEMPT IS
      *    LOGGED. WHOEVER IS SIGNED ON TO THIS RUN STAYS SIGNED ON.
       9760-CHECK-OVERRIDE-AUTHORITY.

           MOVE WS-SEC-OPERATOR-ID TO WS-SEC-HOLD-ID.
           MOVE WS-SEC-ROLE TO WS-SEC-HOLD-ROLE.
           MOVE WS-SEC-VALID-SW TO WS-SEC-HOLD-VALID.

           MOVE WS-LOCK-OVR-ID TO WS-SEC-OPERATOR-ID.
           MOVE 'LOCKOVR ' TO WS-SEC-FUNCTION.
           PERFORM 9810-VERIFY-OPERATOR.
           PERFORM 9820-CHECK-AUTHORITY.
           IF NOT WS-SEC-GRANTED
               MOVE 'N' TO WS-LOCK-OVR-SW
               DISPLAY "LOCK OVERRIDE REFUSED - '", WS-LOCK-OVR-ID,
                   "' IS NOT AN ACTIVE OPERATOR WITH LOCKOVR ",
                   "AUTHORITY"
           END-IF.

           MOVE WS-SEC-HOLD-ID TO WS-SEC-OPERATOR-ID.
           MOVE WS-SEC-HOLD-ROLE TO WS-SEC-ROLE.
           MOVE WS-SEC-HOLD-VALID TO WS-SEC-VALID-SW.

      *    THE OPERATOR IN WS-SEC-OPERATOR-ID MUST BE ON THE SECURITY
      *    MASTER AND ACTIVE. THE ROLE AND PASSWORD HASH ARE KEPT FOR
      *    THE CHECKS THAT FOLLOW.
       9810-VERIFY-OPERATOR.

           MOVE 'N' TO WS-SEC-VALID-SW.
           MOVE SPACES TO WS-SEC-ROLE.
           MOVE ZERO TO WS-SEC-STORED-HASH.
           PERFORM 9850-LOAD-ROLE-AUTHORITY.

           OPEN INPUT OPERATOR-SECURITY.
           IF OS-STATUS NOT = "00"
               MOVE 'NOSF' TO WS-SEC-REASON
           ELSE
               MOVE WS-SEC-OPERATOR-ID TO OS-OPERATOR-ID
               READ OPERATOR-SECURITY
                   KEY IS OS-OPERATOR-ID
                   INVALID KEY
                       MOVE 'NOID' TO WS-SEC-REASON
                   NOT INVALID KEY
                       IF OS-ACTIVE
                           SET WS-SEC-VALID TO TRUE
                           MOVE OS-ROLE TO WS-SEC-ROLE
                           MOVE OS-PASSWORD-HASH
                               TO WS-SEC-STORED-HASH
                       ELSE
                           MOVE 'INAC' TO WS-SEC-REASON
                       END-IF
               END-READ
               CLOSE OPERATOR-SECURITY
           END-IF.

           IF NOT WS-SEC-VALID
               PERFORM 9830-LOG-VIOLATION
           END-IF.

      *    THE VERIFIED OPERATOR'S ROLE MUST HOLD WS-SEC-FUNCTION ON
      *    THE ROLE AUTHORITY TABLE. AN OPERATOR WHO FAILED
      *    VERIFICATION IS REFUSED WITHOUT A SECOND LOG ENTRY.
       9820-CHECK-AUTHORITY.

           MOVE 'N' TO WS-SEC-GRANTED-SW.
           IF WS-SEC-VALID
               PERFORM VARYING WS-SEC-AUTH-SUBIDX FROM 1 BY 1
                   UNTIL WS-SEC-AUTH-SUBIDX > WS-SEC-AUTH-COUNT
                   IF WS-SA-ROLE(WS-SEC-AUTH-SUBIDX) = WS-SEC-ROLE
                       AND WS-SA-FUNCTION(WS-SEC-AUTH-SUBIDX) =
                           WS-SEC-FUNCTION
                       SET WS-SEC-GRANTED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-SEC-GRANTED
                   MOVE 'AUTH' TO WS-SEC-REASON
                   PERFORM 9830-LOG-VIOLATION
               END-IF
           END-IF.

       9830-LOG-VIOLATION.

           ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SEC-TIME FROM TIME.

           OPEN EXTEND SECURITY-VIOLATIONS.
           IF SV-STATUS = "35"
               OPEN OUTPUT SECURITY-VIOLATIONS
           END-IF.
           IF SV-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SECVIOL.DAT - STATUS: ",
                   SV-STATUS
           ELSE
               MOVE WS-SEC-DATE TO SV-DATE
               MOVE WS-SEC-TIME TO SV-TIME
               MOVE WS-SEC-PROGRAM TO SV-PROGRAM
               MOVE WS-SEC-OPERATOR-ID TO SV-OPERATOR-ID
               MOVE WS-SEC-FUNCTION TO SV-FUNCTION
               MOVE WS-SEC-REASON TO SV-REASON
               WRITE SECURITY-VIOLATION-RECORD
               CLOSE SECURITY-VIOLATIONS
           END-IF.

       9850-LOAD-ROLE-AUTHORITY.

           IF NOT WS-SEC-LOADED
               SET WS-SEC-LOADED TO TRUE
               OPEN INPUT ROLE-AUTHORITY
               IF RA-STATUS = "00"
                   PERFORM 9855-READ-ROLE-AUTHORITY
                       UNTIL RA-STATUS NOT = "00"
                   CLOSE ROLE-AUTHORITY
               END-IF
           END-IF.

       9855-READ-ROLE-AUTHORITY.

           READ ROLE-AUTHORITY
               AT END
                   MOVE "10" TO RA-STATUS
               NOT AT END
                   IF RA-ROLE NOT = SPACES
                       AND WS-SEC-AUTH-COUNT < 100
                       ADD 1 TO WS-SEC-AUTH-COUNT
                       MOVE RA-ROLE TO WS-SA-ROLE(WS-SEC-AUTH-COUNT)
                       MOVE RA-FUNCTION
                           TO WS-SA-FUNCTION(WS-SEC-AUTH-COUNT)
                   END-IF
           END-READ.
