      *    EES.DAT, SO A SINGLE RECORD CAN BE LOOKED UP, ADDED OR
      *    CORRECTED WITHOUT WAITING FOR THE NEXT COMPANY-MERGE
      *    REBUILD OF THE WHOLE FILE.
      *    A NEW HIRE MUST FIT AN AUTHORIZED POSITION ON POSMAST.DAT
      *    (DEPARTMENT AND GRADE ON FILE, AN UNFILLED FTE, SALARY NOT
      *    ABOVE BUDGET) - THE SAME CHECK EMP-TRANS MAKES. ONE THAT
      *    DOES NOT IS NOT POSTED BUT QUEUED AS AN ADD TRANSACTION ON
      *    EMPTRANS-PEND.DAT, WHERE EMP-TRANS LISTS IT AND POSTS IT
      *    ONCE FINANCE APPROVES THE POSITION.
      *    THE EMPLOYEE'S MANAGER IS KEYED ON AN ADD AND CAN BE
      *    CORRECTED LIKE ANY OTHER FIELD. A MANAGER WHO IS NOT ON
      *    FILE, IS TERMINATED, OR ALREADY REPORTS TO THE EMPLOYEE
      *    SOMEWHERE DOWN THE CHAIN IS REFUSED AND ASKED FOR AGAIN;
      *    ZERO PUTS THE EMPLOYEE AT THE TOP OF THE ORGANIZATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        FILE STATUS IS JR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    AUTHORIZED POSITIONS BY DEPARTMENT AND GRADE, MAINTAINED
      *    BY FINANCE. WITH NO FILE THE ADD IS NOT CHECKED.
       SELECT POSITION-MASTER
        ASSIGN TO "POSMAST.DAT"
        FILE STATUS IS PS-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    EMP-TRANS'S CARRY-FORWARD FILE. AN ADD HELD FOR POSITION
      *    APPROVAL IS APPENDED HERE AS AN 'A' TRANSACTION.
       SELECT PENDING-FILE
        ASSIGN TO "EMPTRANS-PEND.DAT"
        FILE STATUS IS PD-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    PRESENCE OF THIS PARAMETER FILE RESTORES FULL SSNS ON THE
      *    SCREEN FOR AN AUDIT THAT GENUINELY NEEDS THEM. BY DEFAULT
      *    ONLY THE LAST FOUR DIGITS ARE SHOWN - THE DATA FILES
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

      *    ACTION CODE, EMPMASTER IMAGE, EFFECTIVE DATE - THE
      *    EMP-TRANS TRANSACTION LAYOUT.
       FD PENDING-FILE.
       01 PENDING-RECORD.
           02 PN-ACTION-CODE    PIC X(1).
           02 PN-IMAGE          PIC X(78).
           02 PN-EFF-DATE       PIC 9(8).

      *    PRESENCE ALONE RESTORES FULL SSNS; THE RECORD BODY IS NOT
      *    INSPECTED.
       FD SSN-MASK-PARM.
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
          02 BA-STATUS    PIC X(2).
          02 LK-STATUS    PIC X(2).
          02 LV-STATUS    PIC X(2).
          02 PS-STATUS    PIC X(2).
          02 PD-STATUS    PIC X(2).

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
           05  WS-SEC-PROGRAM      PIC X(13) VALUE 'EMP-MAINT    '.
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

      *    PASSWORD ENTRY AND HASHING. THE HASH RUNS OVER ALL TWELVE
      *    POSITIONS, EACH CHARACTER CODED BY ITS PLACE IN
      *    WS-SEC-CHARSET (65 = SPACE, 66 = ANY OTHER CHARACTER).
       01  WS-SEC-HASH-AREAS.
           05  WS-SEC-PASSWORD     PIC X(12) VALUE SPACES.
           05  WS-SEC-TRIES        PIC 9(1) VALUE ZERO.
           05  WS-SEC-HASH         PIC 9(10) VALUE ZERO.
           05  WS-SEC-HASH-WORK    PIC 9(15) VALUE ZERO.
           05  WS-SEC-HASH-QUOT    PIC 9(15) VALUE ZERO.
           05  WS-SEC-HASH-REM     PIC 9(10) VALUE ZERO.
           05  WS-SEC-CHAR-IDX     PIC 9(2) VALUE ZERO.
           05  WS-SEC-CHAR-POS     PIC 9(2) VALUE ZERO.
           05  WS-SEC-CHAR-CODE    PIC 9(2) VALUE ZERO.

       01  WS-SEC-CHARSET-DATA.
           05  FILLER              PIC X(32) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ012345'.
           05  FILLER              PIC X(32) VALUE
               '6789abcdefghijklmnopqrstuvwxyz-.'.
       01  WS-SEC-CHARSET REDEFINES WS-SEC-CHARSET-DATA
                                   PIC X(64).

      *    PRINTED SSN MASKING. WS-SSN-WORK IS LOADED AND
      *    9900-FORMAT-SSN PRODUCES EITHER ***-**-NNNN OR, UNDER THE
      *    SSNFULL.PRM AUDIT OVERRIDE, THE FULL NINE DIGITS.
           05  WS-JRNL-ACTION      PIC X(1) VALUE SPACE.
           05  WS-JRNL-DATE        PIC 9(8) VALUE ZERO.
           05  WS-JRNL-TIME        PIC 9(8) VALUE ZERO.
           05  WS-BEFORE-IMAGE     PIC X(78) VALUE SPACES.

      *    MANAGER CHECK: THE EMPLOYEE, THE MANAGER KEYED, AND THE
      *    WALK UP THAT MANAGER'S CHAIN, WHICH ENDS AT THE TOP, AT A
      *    BREAK IN THE CHAIN, OR AFTER 50 LEVELS. THE RECORD BEING
      *    MAINTAINED IS HELD ASIDE WHILE THE CHAIN IS READ.
       01  WS-MANAGER-AREAS.
           05  WS-MGR-EMP-SSN      PIC 9(9) VALUE ZERO.
           05  WS-MGR-NEW-SSN      PIC 9(9) VALUE ZERO.
           05  WS-MGR-DEPTH        PIC 9(2) VALUE ZERO.
           05  WS-MGR-CHAIN-SW     PIC X(1) VALUE 'N'.
               88  WS-MGR-CHAIN-DONE VALUE 'Y'.
           05  WS-MGR-REASON       PIC X(30) VALUE 'NOT YET KEYED'.
           05  WS-MGR-HOLD-IMAGE   PIC X(78) VALUE SPACES.

      *    AUTHORIZED POSITIONS WITH THE ACTIVE HEADCOUNT FILLING
      *    EACH, COUNTED FROM EES.DAT WHEN AN ADD IS STARTED.
       01  WS-POSITION-AREAS.
           05  WS-POS-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-POS-SUBIDX       PIC 9(3) VALUE ZERO.
           05  WS-POS-FOUND-IDX    PIC 9(3) VALUE ZERO.
           05  WS-POS-CONTROL-SW   PIC X(1) VALUE 'N'.
               88  WS-POS-CONTROL  VALUE 'Y'.
           05  WS-POS-REASON       PIC X(30) VALUE SPACES.
           05  WS-POS-TABLE OCCURS 500 TIMES.
               10  WS-PS-DEPT      PIC X(4).
               10  WS-PS-GRADE     PIC X(2).
               10  WS-PS-AUTH-FTE  PIC 9(3)V99.
               10  WS-PS-BUDGET    PIC 9(9).
               10  WS-PS-FILLED    PIC 9(4).

       01  WS-MAINT-AREAS.
           05  WS-OPTION            PIC 9.
           05 FILLER           PIC X VALUE '/'.
           05 TDL-TERM-DAY     PIC 9(2).

       01  MANAGER-DETAIL-LINE.
           05 FILLER           PIC X(17) VALUE 'REPORTS TO:      '.
           05 MDL-MANAGER-SSN  PIC X(11).

      *    RUN-PARAMETER TABLE AND THE ACTIVE-OPTIONS BANNER - SEE
      *    THE RUN-PARMS-FILE SELECT COMMENT.
       01  WS-RUN-PARM-AREAS.
               88  WS-PARM-FOUND   VALUE 'Y'.
           05  WS-PARM-VALUE       PIC X(20) VALUE SPACES.
           05  WS-PARM-PTR         PIC 9(3) VALUE 1.
           05  WS-PARM-TABLE OCCURS 50 TIMES.
               10  WS-PM-KEY       PIC X(12).
               10  WS-PM-VALUE     PIC X(20).

           PERFORM 9900-CHECK-SSN-MASK-PARM.

      *    EVERY JOURNAL ROW CARRIES WHO MADE THE CHANGE, SO THE
      *    SESSION DOES NOT START UNTIL AN OPERATOR HAS SIGNED ON
      *    AGAINST THE SECURITY MASTER.
           PERFORM 9800-SIGN-ON.
           IF NOT WS-SEC-VALID
               STOP RUN
           END-IF.
           MOVE WS-SEC-OPERATOR-ID TO WS-OPERATOR-ID.

           DISPLAY "EMPLOYEE MASTER MAINTENANCE".
           DISPLAY "LOOK UP AN EMPLOYEE BY SSN, ENTER 1".

           ACCEPT WS-OPTION.

      *    A LOOKUP NEEDS EMPVIEW AUTHORITY, ANY CHANGE TO THE
      *    MASTER NEEDS EMPUPD. THE CHECK COMES BEFORE THE RUN LOCK
      *    SO A REFUSED OPERATOR NEVER HOLDS UP THE BATCH.
           IF WS-OPT-LOOKUP
               MOVE 'EMPVIEW ' TO WS-SEC-FUNCTION
           ELSE
               MOVE 'EMPUPD  ' TO WS-SEC-FUNCTION
           END-IF.
           PERFORM 9820-CHECK-AUTHORITY.
           IF NOT WS-SEC-GRANTED
               DISPLAY "OPERATOR ", WS-OPERATOR-ID, " IS NOT ",
                   "AUTHORIZED FOR ", WS-SEC-FUNCTION
               STOP RUN
           END-IF.

           PERFORM 9700-TAKE-RUN-LOCK.

           OPEN I-O ED-DATA.
           IF ED-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EES.DAT - STATUS: ", ED-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           IF WS-OPT-LOOKUP
               PERFORM 0200-LOOKUP-EMPLOYEE
           END-IF.

           PERFORM 9999-END-PROGRAM.

       0200-LOOKUP-EMPLOYEE.

           PERFORM 0210-READ-BY-SSN.
               DISPLAY TERM-DETAIL-LINE
           END-IF.

           IF FD-ED-MANAGER-SSN IS NUMERIC
               AND FD-ED-MANAGER-SSN IS GREATER THAN ZERO
               MOVE FD-ED-MANAGER-SSN TO WS-SSN-WORK
               PERFORM 9900-FORMAT-SSN
               MOVE WS-SSN-MASKED TO MDL-MANAGER-SSN
               DISPLAY MANAGER-DETAIL-LINE
           END-IF.

      *    A NEW HIRE STARTS WITH NO TERMINATION DATE ON FILE.
       0300-ADD-EMPLOYEE.

           PERFORM 0360-LOAD-POSITION-MASTER.

           MOVE ZEROES TO EMPLOYEEDETAILS.

           DISPLAY "ENTER NEW EMPLOYEE SSN (9 DIGITS): "

           MOVE ZEROES TO FD-ED-TERM-DATE.

           MOVE 'NOT YET KEYED' TO WS-MGR-REASON.
           PERFORM 0348-ACCEPT-MANAGER
               UNTIL WS-MGR-REASON = SPACES.

           PERFORM 0370-CHECK-POSITION-CONTROL.
           IF WS-POS-REASON NOT = SPACES
               DISPLAY "ADD NOT POSTED - ", WS-POS-REASON
               PERFORM 0380-QUEUE-HELD-ADD
           ELSE
               WRITE EMPLOYEEDETAILS
                   INVALID KEY
                       DISPLAY "ERROR ADDING EMPLOYEE - STATUS: ",
                           ED-STATUS
                   NOT INVALID KEY
                       DISPLAY "EMPLOYEE ADDED."
                       MOVE 'A' TO WS-JRNL-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       PERFORM 9100-WRITE-JOURNAL
               END-WRITE
           END-IF.

       0310-ACCEPT-NAME.

               WITH NO ADVANCING.
           ACCEPT FD-ED-DEPT-CODE.

      *    THE MANAGER IS CHECKED AS SOON AS IT IS KEYED; A REFUSED
      *    ONE IS ASKED FOR AGAIN, AND ZERO IS ALWAYS ACCEPTED.
       0348-ACCEPT-MANAGER.

           DISPLAY "ENTER MANAGER SSN (9 DIGITS, 0 = TOP OF ",
               "ORGANIZATION): " WITH NO ADVANCING.
           ACCEPT WS-MGR-NEW-SSN.

           MOVE SPACES TO WS-MGR-REASON.
           IF WS-MGR-NEW-SSN NOT = ZERO
               MOVE FD-ED-SSN TO WS-MGR-EMP-SSN
               MOVE EMPLOYEEDETAILS TO WS-MGR-HOLD-IMAGE
               PERFORM 0390-CHECK-MANAGER
               MOVE WS-MGR-HOLD-IMAGE TO EMPLOYEEDETAILS
           END-IF.

           IF WS-MGR-REASON = SPACES
               MOVE WS-MGR-NEW-SSN TO FD-ED-MANAGER-SSN
           ELSE
               DISPLAY "MANAGER NOT ACCEPTED - ", WS-MGR-REASON
           END-IF.

       0350-ACCEPT-HIRE-DATE.

           DISPLAY "ENTER HIRE YEAR (YYYY): " WITH NO ADVANCING.
           DISPLAY "ENTER HIRE DAY (DD): " WITH NO ADVANCING.
           ACCEPT FD-ED-HIRE-DAY.

      *    LOADS THE AUTHORIZED POSITIONS AND COUNTS THE ACTIVE
      *    EMPLOYEES FILLING EACH. THE SESSION HAS READ NOTHING BY
      *    KEY YET, SO READ NEXT STARTS AT THE FIRST RECORD.
       0360-LOAD-POSITION-MASTER.

           OPEN INPUT POSITION-MASTER.
           IF PS-STATUS NOT = "00"
               DISPLAY "WARNING - POSMAST.DAT UNAVAILABLE - STATUS: ",
                   PS-STATUS, " - ADD NOT CHECKED FOR POSITION"
           ELSE
               PERFORM 0362-READ-POSITION-RECORD
                   UNTIL PS-STATUS NOT = "00"
               CLOSE POSITION-MASTER
               SET WS-POS-CONTROL TO TRUE
               PERFORM 0364-COUNT-FILLED-POSITION
                   UNTIL ED-STATUS NOT = "00"
           END-IF.

       0362-READ-POSITION-RECORD.

           READ POSITION-MASTER
               AT END
                   MOVE "10" TO PS-STATUS
               NOT AT END
                   IF WS-POS-COUNT < 500
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

       0364-COUNT-FILLED-POSITION.

           READ ED-DATA NEXT RECORD
               AT END
                   MOVE "10" TO ED-STATUS
               NOT AT END
                   IF FD-ED-TERM-YEAR IS NOT NUMERIC
                       OR FD-ED-TERM-YEAR = ZERO
                       PERFORM 0366-FIND-POSITION
                       IF WS-POS-FOUND-IDX > ZERO
                           ADD 1 TO WS-PS-FILLED(WS-POS-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.

      *    FINDS THE POSITION FOR THE DEPARTMENT AND GRADE IN THE
      *    RECORD BUFFER.
       0366-FIND-POSITION.

           MOVE ZERO TO WS-POS-FOUND-IDX.
           PERFORM VARYING WS-POS-SUBIDX FROM 1 BY 1
               UNTIL WS-POS-SUBIDX > WS-POS-COUNT
               IF WS-PS-DEPT(WS-POS-SUBIDX) = FD-ED-DEPT-CODE
                   AND WS-PS-GRADE(WS-POS-SUBIDX) = FD-ED-JOB-GRADE
                   MOVE WS-POS-SUBIDX TO WS-POS-FOUND-IDX
                   MOVE 501 TO WS-POS-SUBIDX
               END-IF
           END-PERFORM.

      *    THE SAME THREE TESTS EMP-TRANS APPLIES TO AN ADD. A BLANK
      *    REASON MEANS THE ADD MAY POST.
       0370-CHECK-POSITION-CONTROL.

           MOVE SPACES TO WS-POS-REASON.
           IF WS-POS-CONTROL
               PERFORM 0366-FIND-POSITION
               IF WS-POS-FOUND-IDX = ZERO
                   MOVE 'NO AUTHORIZED POSITION' TO WS-POS-REASON
               ELSE
                   IF WS-PS-FILLED(WS-POS-FOUND-IDX) + 1 >
                           WS-PS-AUTH-FTE(WS-POS-FOUND-IDX)
                       MOVE 'OVER AUTHORIZED COUNT' TO WS-POS-REASON
                   ELSE
                       IF FD-ED-SALARY >
                               WS-PS-BUDGET(WS-POS-FOUND-IDX)
                           MOVE 'OVER BUDGETED SALARY'
                               TO WS-POS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    THE SAME MANAGER TESTS EMP-TRANS APPLIES: ON FILE, NOT
      *    TERMINATED, AND NOT THE EMPLOYEE OR ANYONE BELOW THE
      *    EMPLOYEE. A BLANK REASON MEANS THE MANAGER MAY BE SET.
       0390-CHECK-MANAGER.

           IF WS-MGR-NEW-SSN = WS-MGR-EMP-SSN
               MOVE 'EMPLOYEE CANNOT REPORT TO SELF' TO WS-MGR-REASON
           ELSE
               MOVE WS-MGR-NEW-SSN TO FD-ED-SSN
               READ ED-DATA
                   KEY IS FD-ED-SSN
                   INVALID KEY
                       MOVE 'MANAGER NOT ON MASTER' TO WS-MGR-REASON
                   NOT INVALID KEY
                       IF FD-ED-TERM-YEAR IS NUMERIC
                           AND FD-ED-TERM-YEAR > ZERO
                           MOVE 'MANAGER IS TERMINATED'
                               TO WS-MGR-REASON
                       ELSE
                           MOVE ZERO TO WS-MGR-DEPTH
                           MOVE 'N' TO WS-MGR-CHAIN-SW
                           PERFORM 0395-WALK-MANAGER-CHAIN
                               UNTIL WS-MGR-CHAIN-DONE
                       END-IF
               END-READ
           END-IF.

      *    ONE STEP UP FROM THE RECORD IN THE BUFFER. MEETING THE
      *    EMPLOYEE ON THE WAY UP MEANS THE NEW MANAGER ALREADY
      *    REPORTS TO THE EMPLOYEE, SO THE LINE WOULD LOOP.
       0395-WALK-MANAGER-CHAIN.

           ADD 1 TO WS-MGR-DEPTH.
           IF FD-ED-MANAGER-SSN IS NOT NUMERIC
               OR FD-ED-MANAGER-SSN = ZERO
               SET WS-MGR-CHAIN-DONE TO TRUE
           ELSE
               IF FD-ED-MANAGER-SSN = WS-MGR-EMP-SSN
                   MOVE 'REPORTING LINE WOULD LOOP' TO WS-MGR-REASON
                   SET WS-MGR-CHAIN-DONE TO TRUE
               ELSE
                   IF WS-MGR-DEPTH > 50
                       MOVE 'MANAGER CHAIN OVER 50 LEVELS'
                           TO WS-MGR-REASON
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

      *    THE HELD ADD BECOMES AN 'A' TRANSACTION EFFECTIVE TODAY ON
      *    EMP-TRANS'S PENDING FILE, SO NOTHING HAS TO BE RE-KEYED
      *    ONCE THE POSITION IS APPROVED.
       0380-QUEUE-HELD-ADD.

           OPEN EXTEND PENDING-FILE.
           IF PD-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF.
           IF PD-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPTRANS-PEND.DAT - STATUS: ",
                   PD-STATUS, " - ADD DISCARDED"
           ELSE
               MOVE 'A' TO PN-ACTION-CODE
               MOVE EMPLOYEEDETAILS TO PN-IMAGE
               ACCEPT PN-EFF-DATE FROM DATE YYYYMMDD
               WRITE PENDING-RECORD
               CLOSE PENDING-FILE
               DISPLAY "ADD QUEUED ON EMPTRANS-PEND.DAT FOR POSITION ",
                   "APPROVAL."
           END-IF.

      *    CORRECTS ONE FIELD AT A TIME SO A SINGLE-FIELD TYPO FIX
      *    CANNOT DISTURB THE REST OF THE RECORD.
       0400-CHANGE-EMPLOYEE.
               DISPLAY "CORRECT GENDER, ENTER 4"
               DISPLAY "CORRECT JOB GRADE, ENTER 5"
               DISPLAY "CORRECT DEPARTMENT CODE, ENTER 6"
               DISPLAY "CORRECT MANAGER, ENTER 7"
               ACCEPT WS-FIELD-CHOICE

               IF WS-FIELD-CHOICE = 1
               IF WS-FIELD-CHOICE = 6
                   PERFORM 0347-ACCEPT-DEPT-CODE
               END-IF
               IF WS-FIELD-CHOICE = 7
                   MOVE 'NOT YET KEYED' TO WS-MGR-REASON
                   PERFORM 0348-ACCEPT-MANAGER
                       UNTIL WS-MGR-REASON = SPACES
               END-IF

               PERFORM 0600-REWRITE-EMPLOYEE
           END-IF.

       0600-REWRITE-EMPLOYEE.

           IF FD-ED-MANAGER-SSN IS NOT NUMERIC
               MOVE ZERO TO FD-ED-MANAGER-SSN
           END-IF.

           REWRITE EMPLOYEEDETAILS
               INVALID KEY
                   DISPLAY "ERROR UPDATING EMPLOYEE - STATUS: ",
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

      *    INTERACTIVE SIGN-ON: OPERATOR ID AND PASSWORD, THREE
      *    TRIES. THE ID MUST BE ACTIVE ON THE SECURITY MASTER AND
      *    THE PASSWORD MUST HASH TO THE STORED VALUE. THE SCREEN
      *    NEVER SAYS WHICH OF THE TWO WAS WRONG; THE LOG DOES.
       9800-SIGN-ON.

           MOVE ZERO TO WS-SEC-TRIES.
           MOVE 'N' TO WS-SEC-VALID-SW.
           MOVE 'SIGNON  ' TO WS-SEC-FUNCTION.
           PERFORM 9805-TRY-SIGN-ON
               UNTIL WS-SEC-VALID OR WS-SEC-TRIES >= 3.

       9805-TRY-SIGN-ON.

           ADD 1 TO WS-SEC-TRIES.
           DISPLAY "ENTER OPERATOR ID (8 CHARACTERS): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-SEC-OPERATOR-ID.
           ACCEPT WS-SEC-OPERATOR-ID.
           DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING.
           MOVE SPACES TO WS-SEC-PASSWORD.
           ACCEPT WS-SEC-PASSWORD.

           PERFORM 9810-VERIFY-OPERATOR.
           IF WS-SEC-VALID
               PERFORM 9840-HASH-PASSWORD
               IF WS-SEC-HASH NOT = WS-SEC-STORED-HASH
                   MOVE 'N' TO WS-SEC-VALID-SW
                   MOVE 'PASS' TO WS-SEC-REASON
                   PERFORM 9830-LOG-VIOLATION
               END-IF
           END-IF.
           MOVE SPACES TO WS-SEC-PASSWORD.

           IF NOT WS-SEC-VALID
               DISPLAY "SIGN-ON REFUSED."
           END-IF.

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

       9840-HASH-PASSWORD.

           MOVE 7 TO WS-SEC-HASH-WORK.
           PERFORM 9845-HASH-ONE-CHARACTER
               VARYING WS-SEC-CHAR-IDX FROM 1 BY 1
               UNTIL WS-SEC-CHAR-IDX > 12.
           MOVE WS-SEC-HASH-WORK TO WS-SEC-HASH.

       9845-HASH-ONE-CHARACTER.

           IF WS-SEC-PASSWORD(WS-SEC-CHAR-IDX:1) = SPACE
               MOVE 65 TO WS-SEC-CHAR-CODE
           ELSE
               MOVE 66 TO WS-SEC-CHAR-CODE
               PERFORM VARYING WS-SEC-CHAR-POS FROM 1 BY 1
                   UNTIL WS-SEC-CHAR-POS > 64
                   IF WS-SEC-CHARSET(WS-SEC-CHAR-POS:1) =
                           WS-SEC-PASSWORD(WS-SEC-CHAR-IDX:1)
                       MOVE WS-SEC-CHAR-POS TO WS-SEC-CHAR-CODE
                       MOVE 65 TO WS-SEC-CHAR-POS
                   END-IF
               END-PERFORM
           END-IF.

           COMPUTE WS-SEC-HASH-WORK =
               WS-SEC-HASH-WORK * 131 + WS-SEC-CHAR-CODE
               + WS-SEC-CHAR-IDX * 17.
           DIVIDE WS-SEC-HASH-WORK BY 9999999967
               GIVING WS-SEC-HASH-QUOT
               REMAINDER WS-SEC-HASH-REM.
           MOVE WS-SEC-HASH-REM TO WS-SEC-HASH-WORK.

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
