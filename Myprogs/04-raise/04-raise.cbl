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

      *    OPTIONAL COMP-COMMITTEE BUDGET CAP. WHEN PRESENT, A FIRST
      *    PASS PRICES EVERY RAISE AT THE TABLE RATES, AND IF THE
      *    PRICED TOTAL EXCEEDS THE APPROVED POOL EVERY RAISE IS

      *    ONE RECORD PER EMPLOYEE PER RUN, APPENDED CYCLE OVER
      *    CYCLE SO SALARY TRAJECTORY CAN BE TRACED ACROSS RUNS.
      *    EMP-TRANS APPENDS ITS PROMOTIONS TO THE SAME FILE WITH A
      *    'P' ENTRY TYPE, A REASON CODE AND THE GRADES MOVED
      *    BETWEEN; RAISE-CYCLE AND BACK-OUT ROWS LEAVE THE TRAILING
      *    FIELDS BLANK, SO ROWS WRITTEN BEFORE THEY EXISTED READ AS
      *    RAISE-CYCLE ROWS.
       FD RAISE-HISTORY.
       01 RAISE-HISTORY-RECORD.
           02 RH-SSN            PIC 9(9).
           02 RH-NEW-SALARY     PIC 9(9).
           02 RH-RAISE-PERCENT  PIC 9v99.
           02 RH-RUN-DATE       PIC 9(8).
           02 RH-ENTRY-TYPE     PIC X(1).
               88 RH-IS-PROMOTION   VALUE 'P'.
           02 RH-REASON-CODE    PIC X(2).
           02 RH-OLD-GRADE      PIC X(2).
           02 RH-NEW-GRADE      PIC X(2).

      *    RESTART CHECKPOINT SO AN ABEND PARTWAY THROUGH A LARGE
      *    EES.DAT DOES NOT FORCE THE WHOLE BATCH WINDOW TO RERUN. THE
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

      *    ONE RECORD: THE APPROVED RAISE-POOL DOLLAR AMOUNT.
       FD BUDGET-PARM-FILE.
       01 BUDGET-PARM-RECORD.
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
           05  WS-SEC-PROGRAM      PIC X(13) VALUE 'SALARY-RAISE '.
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
               88  WS-PARM-FOUND   VALUE 'Y'.
           05  WS-PARM-VALUE       PIC X(20) VALUE SPACES.
           05  WS-PARM-PTR         PIC 9(3) VALUE 1.
           05  WS-PARM-TABLE OCCURS 50 TIMES.
               10  WS-PM-KEY       PIC X(12).
               10  WS-PM-VALUE     PIC X(20).

               MOVE WS-SALARY-NEW TO RH-NEW-SALARY
               MOVE WS-RAISE TO RH-RAISE-PERCENT
               MOVE WS-TODAY-DATE TO RH-RUN-DATE
               MOVE SPACES TO RH-ENTRY-TYPE
               MOVE SPACES TO RH-REASON-CODE
               MOVE SPACES TO RH-OLD-GRADE
               MOVE SPACES TO RH-NEW-GRADE
               WRITE RAISE-HISTORY-RECORD
           END-IF.

               END-IF
           END-IF.

      *    A PROMOTION POSTED BY EMP-TRANS IS NOT A RAISE RUN AND
      *    DOES NOT BLOCK ONE.
       0114-SCAN-HISTORY-PERIOD.

           READ RAISE-HISTORY
                   MOVE "10" TO RH-STATUS
               NOT AT END
                   IF RH-RUN-DATE(1:6) = WS-TODAY-DATE(1:6)
                       AND NOT RH-IS-PROMOTION
                       SET WS-PRIOR-RUN-FOUND TO TRUE
                   END-IF
           END-READ.
      *    BACK-OUT RUN ON THE SAME DATE (A RAISEBACK.PRM LEFT IN
      *    THE RUN DIRECTORY) WOULD LOAD THE OFFSETS, PASS THE
      *    SALARY GUARD WITH OLD AND NEW SWAPPED, AND QUIETLY
      *    RE-APPLY THE BAD SALARIES. PROMOTIONS POSTED THE SAME DAY
      *    ARE NOT PART OF THE RAISE RUN AND ARE NEVER BACKED OUT.
       0815-READ-HISTORY-RECORD.

           READ RAISE-HISTORY
               NOT AT END
                   IF RH-RUN-DATE = WS-BK-REQ-DATE
                       AND RH-RAISE-PERCENT NOT = ZERO
                       AND NOT RH-IS-PROMOTION
                       IF WS-BK-TABLE-COUNT >= 5000
                           DISPLAY "WARNING - BACK-OUT TABLE FULL, ",
                               "SKIPPING ", RH-SSN
               MOVE WS-BK-OLD-SALARY(WS-BK-SUBIDX) TO RH-NEW-SALARY
               MOVE ZERO TO RH-RAISE-PERCENT
               MOVE WS-TODAY-DATE TO RH-RUN-DATE
               MOVE SPACES TO RH-ENTRY-TYPE
               MOVE SPACES TO RH-REASON-CODE
               MOVE SPACES TO RH-OLD-GRADE
               MOVE SPACES TO RH-NEW-GRADE
               WRITE RAISE-HISTORY-RECORD
           END-IF.

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
