        FILE STATUS IS TR-STATUS
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

       DATA DIVISION.

       FILE SECTION.
            COPY EMPMASTER REPLACING LEADING ==EM-== BY ==TR-==.
           02 TR-EFF-DATE       PIC 9(8).

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

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
           05  WS-IGNORED-COUNT    PIC 9(4) VALUE ZERO.
           05  WS-OPEN-COUNT       PIC 9(4) VALUE ZERO.

      *    SIGN-ON AND AUTHORITY STATE - SEE THE OPERATOR-SECURITY
      *    SELECT COMMENT.
       01  WS-SECURITY-AREAS.
           05  OS-STATUS           PIC X(2) VALUE SPACES.
           05  RA-STATUS           PIC X(2) VALUE SPACES.
           05  SV-STATUS           PIC X(2) VALUE SPACES.
           05  WS-SEC-PROGRAM      PIC X(13) VALUE 'EXCEPT-REVIEW'.
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

       PROCEDURE DIVISION.

       0100-OPEN-FILES.

      *    RESOLVING EXCEPTIONS FEEDS CHANGES TO THE EMPLOYEE MASTER,
      *    SO THE REVIEWER SIGNS ON AND MUST HOLD EXCREV AUTHORITY.
           PERFORM 9800-SIGN-ON.
           IF NOT WS-SEC-VALID
               GO TO 9999-END-PROGRAM
           END-IF.
           MOVE 'EXCREV  ' TO WS-SEC-FUNCTION.
           PERFORM 9820-CHECK-AUTHORITY.
           IF NOT WS-SEC-GRANTED
               DISPLAY "OPERATOR ", WS-SEC-OPERATOR-ID, " IS NOT ",
                   "AUTHORIZED FOR EXCREV"
               GO TO 9999-END-PROGRAM
           END-IF.

           PERFORM 0110-LOAD-EXCEPTIONS.

           IF WS-EX-COUNT = ZERO
       9999-END-PROGRAM.

           STOP RUN.

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
