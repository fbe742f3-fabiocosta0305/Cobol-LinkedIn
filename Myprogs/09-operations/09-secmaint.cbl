       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEC-MAINT.
       AUTHOR. FABIO COSTA.
      *    MAINTENANCE FOR THE OPERATOR SECURITY MASTER OPERSEC.DAT
      *    AND THE ROLE AUTHORITY TABLE ROLEAUTH.DAT. A SECURITY
      *    ADMINISTRATOR (SECADMIN AUTHORITY) CAN ADD AN OPERATOR,
      *    CHANGE AN OPERATOR'S ROLE, RESET A PASSWORD, ACTIVATE OR
      *    DEACTIVATE AN OPERATOR, LIST THE MASTER, AND GRANT OR
      *    REMOVE A FUNCTION FOR A ROLE. OPERATORS ARE NEVER
      *    DELETED - A LEAVER IS DEACTIVATED SO OLD JOURNAL ROWS
      *    STILL NAME SOMEONE ON FILE.
      *    FUNCTIONS CHECKED BY THE SYSTEM:
      *      EMPVIEW   LOOK UP AN EMPLOYEE IN EMP-MAINT
      *      EMPUPD    ADD, CHANGE OR TERMINATE IN EMP-MAINT, AND
      *                THE BATCHOPER ID THAT RUNS EMP-TRANS
      *      EXCREV    WORK THE EXCEPTION QUEUE IN EXCEPT-REVIEW
      *      PARMUPD   SET OR CLEAR A RUN OPTION IN PARM-MAINT
      *      SEQFORCE  FORCE A STEP IN RUN-SEQUENCER
      *      LOCKOVR   THE SUPERVISOR NAMED IN EESLOCKOVR.PRM TO
      *                CLEAR A STALE EES.DAT RUN LOCK
      *      SECADMIN  RUN THIS PROGRAM
      *    WHEN THE SECURITY MASTER IS MISSING OR EMPTY THE SESSION
      *    ENROLLS THE FIRST OPERATOR AS ROLE ADMIN AND GRANTS ADMIN
      *    THE SECADMIN FUNCTION, SO A NEW INSTALLATION CAN START.
      *    EVERY SESSION THAT CHANGED ANYTHING IS LOGGED TO
      *    BATCH-AUDIT.DAT AS SEC-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BATCH-AUDIT
        ASSIGN TO "BATCH-AUDIT.DAT"
        FILE STATUS IS BA-STATUS
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

       FD BATCH-AUDIT.
       01 BATCH-AUDIT-RECORD.
           02 BA-PROGRAM-NAME   PIC X(13).
           02 BA-RUN-DATE       PIC 9(8).
           02 BA-RUN-TIME       PIC 9(8).
           02 BA-RECORD-COUNT   PIC 9(8).
           02 BA-KEY-TOTAL      PIC 9(12).

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
          02 BA-STATUS  PIC X(2).

       01  WS-AUDIT-AREAS.
           05  WS-TODAY-DATE       PIC 9(8).
           05  WS-AUDIT-TIME       PIC 9(8).

       01  WS-WORK-AREAS.
           05  WS-ANSWER           PIC X(1) VALUE SPACE.
           05  WS-DONE-SW          PIC X(1) VALUE 'N'.
               88  WS-SESSION-DONE VALUE 'Y'.
           05  WS-OS-EOF-SW        PIC X(1) VALUE 'N'.
               88  WS-OS-ENDOFFILE VALUE 'Y'.
           05  WS-BOOTSTRAP-SW     PIC X(1) VALUE 'N'.
               88  WS-BOOTSTRAP    VALUE 'Y'.
           05  WS-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-OPERATOR-FOUND VALUE 'Y'.
           05  WS-PASSWORD-OK-SW   PIC X(1) VALUE 'N'.
               88  WS-PASSWORD-OK  VALUE 'Y'.
           05  WS-GRANTS-CHANGED-SW PIC X(1) VALUE 'N'.
               88  WS-GRANTS-CHANGED VALUE 'Y'.
           05  WS-FUNCTION-OK-SW   PIC X(1) VALUE 'N'.
               88  WS-FUNCTION-KNOWN VALUE 'Y'.
           05  WS-MAINT-ID         PIC X(8) VALUE SPACES.
           05  WS-MAINT-ROLE       PIC X(8) VALUE SPACES.
           05  WS-MAINT-FUNCTION   PIC X(8) VALUE SPACES.
           05  WS-PASSWORD-CHECK   PIC X(12) VALUE SPACES.
           05  WS-GRANT-FOUND-IDX  PIC 9(3) VALUE ZERO.
           05  WS-ROLE-GRANTS      PIC 9(3) VALUE ZERO.
           05  WS-CHANGE-COUNT     PIC 9(4) VALUE ZERO.
           05  WS-LIST-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-FN-SUBIDX        PIC 9(2) VALUE ZERO.
           05  WS-CHECK-ROLE       PIC X(8) VALUE SPACES.
           05  WS-CHECK-ADMIN-SW   PIC X(1) VALUE 'N'.
               88  WS-CHECK-ROLE-ADMIN VALUE 'Y'.
           05  WS-OLD-ADMIN-SW     PIC X(1) VALUE 'N'.
               88  WS-OLD-ROLE-ADMIN VALUE 'Y'.
           05  WS-OTHER-ADMINS     PIC 9(4) VALUE ZERO.

      *    THE FUNCTION CODES THE PROGRAMS CHECK - A GRANT FOR
      *    ANYTHING ELSE WOULD NEVER BE LOOKED AT.
       01  WS-KNOWN-FUNCTION-DATA.
           05  FILLER              PIC X(32) VALUE
               'EMPVIEW EMPUPD  EXCREV  PARMUPD '.
           05  FILLER              PIC X(24) VALUE
               'SEQFORCELOCKOVR SECADMIN'.
       01  WS-KNOWN-FUNCTION-MAP REDEFINES WS-KNOWN-FUNCTION-DATA.
           05  WS-KNOWN-FUNCTION   PIC X(8) OCCURS 7 TIMES.

       01  OPERATOR-LIST-LINE.
           05  OLL-OPERATOR-ID     PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  OLL-ROLE            PIC X(8).
           05  FILLER              PIC X(9)  VALUE '  ACTIVE '.
           05  OLL-ACTIVE-FLAG     PIC X(1).
           05  FILLER              PIC X(10) VALUE '  CHANGED '.
           05  OLL-LAST-CHANGED    PIC 9(8).
           05  FILLER              PIC X(4)  VALUE ' BY '.
           05  OLL-CHANGED-BY      PIC X(8).

      *    SIGN-ON AND AUTHORITY STATE - SEE THE OPERATOR-SECURITY
      *    SELECT COMMENT.
       01  WS-SECURITY-AREAS.
           05  OS-STATUS           PIC X(2) VALUE SPACES.
           05  RA-STATUS           PIC X(2) VALUE SPACES.
           05  SV-STATUS           PIC X(2) VALUE SPACES.
           05  WS-SEC-PROGRAM      PIC X(13) VALUE 'SEC-MAINT    '.
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

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.

           PERFORM 0110-CHECK-FOR-OPERATORS.

           IF NOT WS-BOOTSTRAP
               PERFORM 9800-SIGN-ON
               IF NOT WS-SEC-VALID
                   GO TO 9999-END-PROGRAM
               END-IF
               MOVE 'SECADMIN' TO WS-SEC-FUNCTION
               PERFORM 9820-CHECK-AUTHORITY
               IF NOT WS-SEC-GRANTED
                   DISPLAY "OPERATOR ", WS-SEC-OPERATOR-ID,
                       " IS NOT AUTHORIZED FOR SECADMIN"
                   GO TO 9999-END-PROGRAM
               END-IF
           END-IF.

           OPEN I-O OPERATOR-SECURITY.
           IF OS-STATUS = "35"
               OPEN OUTPUT OPERATOR-SECURITY
               CLOSE OPERATOR-SECURITY
               OPEN I-O OPERATOR-SECURITY
           END-IF.
           IF OS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING OPERSEC.DAT - STATUS: ",
                   OS-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           IF WS-BOOTSTRAP
               PERFORM 0120-ENROLL-FIRST-OPERATOR
                   THRU 0129-ENROLL-EXIT
               IF NOT WS-SEC-VALID
                   CLOSE OPERATOR-SECURITY
                   GO TO 9999-END-PROGRAM
               END-IF
           END-IF.

           PERFORM 0200-MAINTAIN-ONE UNTIL WS-SESSION-DONE.

           CLOSE OPERATOR-SECURITY.

           IF WS-GRANTS-CHANGED
               PERFORM 0960-REWRITE-ROLE-AUTHORITY
           END-IF.

           IF WS-CHANGE-COUNT > ZERO
               PERFORM 9998-WRITE-AUDIT-LOG THRU 9998-AUDIT-EXIT
           END-IF.

           DISPLAY "SESSION COMPLETE - ", WS-CHANGE-COUNT,
               " CHANGES.".

           PERFORM 9999-END-PROGRAM.

      *    A MISSING MASTER, OR ONE WITH NO RECORDS, MEANS NOBODY
      *    COULD EVER SIGN ON TO ADD THE FIRST OPERATOR.
       0110-CHECK-FOR-OPERATORS.

           MOVE 'N' TO WS-BOOTSTRAP-SW.
           OPEN INPUT OPERATOR-SECURITY.
           IF OS-STATUS = "35"
               SET WS-BOOTSTRAP TO TRUE
           ELSE
               IF OS-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING OPERSEC.DAT - STATUS: ",
                       OS-STATUS
                   GO TO 9999-END-PROGRAM
               END-IF
               READ OPERATOR-SECURITY NEXT RECORD
                   AT END
                       SET WS-BOOTSTRAP TO TRUE
               END-READ
               CLOSE OPERATOR-SECURITY
           END-IF.

       0120-ENROLL-FIRST-OPERATOR.

           DISPLAY "THE SECURITY MASTER IS EMPTY - ENROLLING THE ",
               "FIRST SECURITY ADMINISTRATOR AS ROLE ADMIN".

           PERFORM 0900-ACCEPT-OPERATOR-ID.
           IF WS-MAINT-ID = SPACES
               GO TO 0129-ENROLL-EXIT
           END-IF.

           PERFORM 0910-ACCEPT-NEW-PASSWORD.
           IF NOT WS-PASSWORD-OK
               GO TO 0129-ENROLL-EXIT
           END-IF.

           MOVE WS-MAINT-ID TO OS-OPERATOR-ID.
           MOVE WS-SEC-HASH TO OS-PASSWORD-HASH.
           MOVE 'ADMIN   ' TO OS-ROLE.
           MOVE 'Y' TO OS-ACTIVE-FLAG.
           MOVE WS-TODAY-DATE TO OS-LAST-CHANGED.
           MOVE WS-MAINT-ID TO OS-CHANGED-BY.

           WRITE OPERATOR-SECURITY-RECORD
               INVALID KEY
                   DISPLAY "ERROR ADDING OPERATOR - STATUS: ",
                       OS-STATUS
                   GO TO 0129-ENROLL-EXIT
           END-WRITE.

           DISPLAY "OPERATOR ", WS-MAINT-ID, " ENROLLED AS ADMIN.".
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE WS-MAINT-ID TO WS-SEC-OPERATOR-ID.
           MOVE 'ADMIN   ' TO WS-SEC-ROLE.
           SET WS-SEC-VALID TO TRUE.

           PERFORM 9850-LOAD-ROLE-AUTHORITY.
           MOVE 'ADMIN   ' TO WS-MAINT-ROLE.
           MOVE 'SECADMIN' TO WS-MAINT-FUNCTION.
           PERFORM 0840-FIND-GRANT.
           IF WS-GRANT-FOUND-IDX = ZERO
               PERFORM 0815-ADD-TO-TABLE
           END-IF.

       0129-ENROLL-EXIT.
           EXIT.

       0200-MAINTAIN-ONE.

           DISPLAY "ADD (A), ROLE (R), PASSWORD (P), ACTIVE FLAG (F), ",
               "LIST (L), GRANTS (G), QUIT (Q)? " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.

           EVALUATE WS-ANSWER
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0300-ADD-OPERATOR THRU 0399-ADD-EXIT
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0400-CHANGE-ROLE THRU 0499-ROLE-EXIT
               WHEN 'P'
               WHEN 'p'
                   PERFORM 0500-RESET-PASSWORD THRU 0599-PASSWORD-EXIT
               WHEN 'F'
               WHEN 'f'
                   PERFORM 0600-SET-ACTIVE-FLAG THRU 0699-FLAG-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM 0700-LIST-OPERATORS
               WHEN 'G'
               WHEN 'g'
                   PERFORM 0800-MAINTAIN-GRANTS
               WHEN 'Q'
               WHEN 'q'
                   SET WS-SESSION-DONE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A NEW OPERATOR STARTS ACTIVE WITH THE PASSWORD KEYED
      *    HERE; THE ADMINISTRATOR PASSES IT ON.
       0300-ADD-OPERATOR.

           PERFORM 0900-ACCEPT-OPERATOR-ID.
           IF WS-MAINT-ID = SPACES
               GO TO 0399-ADD-EXIT
           END-IF.

           PERFORM 0920-READ-OPERATOR.
           IF WS-OPERATOR-FOUND
               DISPLAY "OPERATOR ALREADY ON FILE."
               PERFORM 0710-DISPLAY-OPERATOR
               GO TO 0399-ADD-EXIT
           END-IF.

           PERFORM 0930-ACCEPT-ROLE.
           IF WS-MAINT-ROLE = SPACES
               GO TO 0399-ADD-EXIT
           END-IF.

           PERFORM 0910-ACCEPT-NEW-PASSWORD.
           IF NOT WS-PASSWORD-OK
               GO TO 0399-ADD-EXIT
           END-IF.

           MOVE WS-MAINT-ID TO OS-OPERATOR-ID.
           MOVE WS-SEC-HASH TO OS-PASSWORD-HASH.
           MOVE WS-MAINT-ROLE TO OS-ROLE.
           MOVE 'Y' TO OS-ACTIVE-FLAG.
           MOVE WS-TODAY-DATE TO OS-LAST-CHANGED.
           MOVE WS-SEC-OPERATOR-ID TO OS-CHANGED-BY.

           WRITE OPERATOR-SECURITY-RECORD
               INVALID KEY
                   DISPLAY "ERROR ADDING OPERATOR - STATUS: ",
                       OS-STATUS
               NOT INVALID KEY
                   DISPLAY "OPERATOR ADDED."
                   ADD 1 TO WS-CHANGE-COUNT
           END-WRITE.

       0399-ADD-EXIT.
           EXIT.

       0400-CHANGE-ROLE.

           PERFORM 0900-ACCEPT-OPERATOR-ID.
           IF WS-MAINT-ID = SPACES
               GO TO 0499-ROLE-EXIT
           END-IF.

           PERFORM 0920-READ-OPERATOR.
           IF NOT WS-OPERATOR-FOUND
               DISPLAY "OPERATOR NOT ON FILE: ", WS-MAINT-ID
               GO TO 0499-ROLE-EXIT
           END-IF.
           PERFORM 0710-DISPLAY-OPERATOR.

           PERFORM 0930-ACCEPT-ROLE.
           IF WS-MAINT-ROLE = SPACES OR WS-MAINT-ROLE = OS-ROLE
               DISPLAY "NO CHANGES ENTERED."
               GO TO 0499-ROLE-EXIT
           END-IF.

      *    AS WITH DEACTIVATING AN ID OR REMOVING A GRANT, A ROLE
      *    CHANGE MAY NOT TAKE SECADMIN AWAY FROM THE ADMINISTRATOR
      *    MAKING IT, NOR FROM THE LAST ACTIVE OPERATOR WHO HOLDS IT.
           MOVE OS-ROLE TO WS-CHECK-ROLE.
           PERFORM 0940-CHECK-ROLE-ADMIN.
           MOVE WS-CHECK-ADMIN-SW TO WS-OLD-ADMIN-SW.
           MOVE WS-MAINT-ROLE TO WS-CHECK-ROLE.
           PERFORM 0940-CHECK-ROLE-ADMIN.

           IF WS-OLD-ROLE-ADMIN AND NOT WS-CHECK-ROLE-ADMIN
               IF WS-MAINT-ID = WS-SEC-OPERATOR-ID
                   DISPLAY "YOU CANNOT MOVE YOUR OWN OPERATOR ID TO ",
                       "A ROLE WITHOUT SECADMIN."
                   GO TO 0499-ROLE-EXIT
               END-IF
               PERFORM 0945-COUNT-OTHER-ADMINS
               PERFORM 0920-READ-OPERATOR
               IF WS-OTHER-ADMINS = ZERO
                   DISPLAY "OPERATOR ", WS-MAINT-ID, " IS THE LAST ",
                       "ACTIVE SECADMIN HOLDER - ROLE NOT CHANGED."
                   GO TO 0499-ROLE-EXIT
               END-IF
           END-IF.

           MOVE WS-MAINT-ROLE TO OS-ROLE.
           PERFORM 0950-REWRITE-OPERATOR.

       0499-ROLE-EXIT.
           EXIT.

      *    THE OLD PASSWORD IS NOT NEEDED - THIS IS THE RESET FOR AN
      *    OPERATOR WHO HAS FORGOTTEN IT.
       0500-RESET-PASSWORD.

           PERFORM 0900-ACCEPT-OPERATOR-ID.
           IF WS-MAINT-ID = SPACES
               GO TO 0599-PASSWORD-EXIT
           END-IF.

           PERFORM 0920-READ-OPERATOR.
           IF NOT WS-OPERATOR-FOUND
               DISPLAY "OPERATOR NOT ON FILE: ", WS-MAINT-ID
               GO TO 0599-PASSWORD-EXIT
           END-IF.
           PERFORM 0710-DISPLAY-OPERATOR.

           PERFORM 0910-ACCEPT-NEW-PASSWORD.
           IF NOT WS-PASSWORD-OK
               GO TO 0599-PASSWORD-EXIT
           END-IF.

           MOVE WS-SEC-HASH TO OS-PASSWORD-HASH.
           PERFORM 0950-REWRITE-OPERATOR.

       0599-PASSWORD-EXIT.
           EXIT.

      *    THE SIGNED-ON ADMINISTRATOR CANNOT DEACTIVATE THEIR OWN ID,
      *    SO THE LAST ADMINISTRATOR CANNOT LOCK EVERYONE OUT.
       0600-SET-ACTIVE-FLAG.

           PERFORM 0900-ACCEPT-OPERATOR-ID.
           IF WS-MAINT-ID = SPACES
               GO TO 0699-FLAG-EXIT
           END-IF.

           PERFORM 0920-READ-OPERATOR.
           IF NOT WS-OPERATOR-FOUND
               DISPLAY "OPERATOR NOT ON FILE: ", WS-MAINT-ID
               GO TO 0699-FLAG-EXIT
           END-IF.
           PERFORM 0710-DISPLAY-OPERATOR.

           DISPLAY "ACTIVATE (A) OR DEACTIVATE (D)? "
               WITH NO ADVANCING.
           ACCEPT WS-ANSWER.

           EVALUATE WS-ANSWER
               WHEN 'A'
               WHEN 'a'
                   IF OS-ACTIVE
                       DISPLAY "OPERATOR IS ALREADY ACTIVE."
                       GO TO 0699-FLAG-EXIT
                   END-IF
                   MOVE 'Y' TO OS-ACTIVE-FLAG
               WHEN 'D'
               WHEN 'd'
                   IF NOT OS-ACTIVE
                       DISPLAY "OPERATOR IS ALREADY INACTIVE."
                       GO TO 0699-FLAG-EXIT
                   END-IF
                   IF WS-MAINT-ID = WS-SEC-OPERATOR-ID
                       DISPLAY "YOU CANNOT DEACTIVATE YOUR OWN ",
                           "OPERATOR ID."
                       GO TO 0699-FLAG-EXIT
                   END-IF
                   MOVE 'N' TO OS-ACTIVE-FLAG
               WHEN OTHER
                   DISPLAY "NOTHING CHANGED."
                   GO TO 0699-FLAG-EXIT
           END-EVALUATE.

           PERFORM 0950-REWRITE-OPERATOR.

       0699-FLAG-EXIT.
           EXIT.

       0700-LIST-OPERATORS.

           MOVE ZERO TO WS-LIST-COUNT.
           MOVE 'N' TO WS-OS-EOF-SW.
           MOVE LOW-VALUES TO OS-OPERATOR-ID.
           START OPERATOR-SECURITY
               KEY IS NOT LESS THAN OS-OPERATOR-ID
               INVALID KEY
                   SET WS-OS-ENDOFFILE TO TRUE
           END-START.

           PERFORM 0705-LIST-ONE-OPERATOR UNTIL WS-OS-ENDOFFILE.

           DISPLAY WS-LIST-COUNT, " OPERATORS ON FILE.".

       0705-LIST-ONE-OPERATOR.

           READ OPERATOR-SECURITY NEXT RECORD
               AT END
                   SET WS-OS-ENDOFFILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM 0710-DISPLAY-OPERATOR
           END-READ.

       0710-DISPLAY-OPERATOR.

           MOVE OS-OPERATOR-ID TO OLL-OPERATOR-ID.
           MOVE OS-ROLE TO OLL-ROLE.
           MOVE OS-ACTIVE-FLAG TO OLL-ACTIVE-FLAG.
           MOVE OS-LAST-CHANGED TO OLL-LAST-CHANGED.
           MOVE OS-CHANGED-BY TO OLL-CHANGED-BY.
           DISPLAY OPERATOR-LIST-LINE.

      *    GRANTS ARE HELD IN THE TABLE FOR THE SESSION AND THE WHOLE
      *    OF ROLEAUTH.DAT IS WRITTEN BACK AT THE END.
       0800-MAINTAIN-GRANTS.

           DISPLAY "LIST (L), GRANT (A), REMOVE (R)? "
               WITH NO ADVANCING.
           ACCEPT WS-ANSWER.

           EVALUATE WS-ANSWER
               WHEN 'L'
               WHEN 'l'
                   PERFORM 0830-LIST-GRANTS
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0810-ADD-GRANT
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0820-REMOVE-GRANT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0810-ADD-GRANT.

           PERFORM 0930-ACCEPT-ROLE.
           PERFORM 0850-ACCEPT-FUNCTION.

           IF WS-MAINT-ROLE = SPACES OR NOT WS-FUNCTION-KNOWN
               DISPLAY "NOTHING GRANTED."
           ELSE
               PERFORM 0840-FIND-GRANT
               IF WS-GRANT-FOUND-IDX > ZERO
                   DISPLAY "ROLE ", WS-MAINT-ROLE, " ALREADY HOLDS ",
                       WS-MAINT-FUNCTION
               ELSE
                   IF WS-SEC-AUTH-COUNT >= 100
                       DISPLAY "GRANT TABLE FULL - REMOVE SOMETHING ",
                           "FIRST"
                   ELSE
                       PERFORM 0815-ADD-TO-TABLE
                       DISPLAY "GRANTED: ", WS-MAINT-ROLE, " ",
                           WS-MAINT-FUNCTION
                   END-IF
               END-IF
           END-IF.

       0815-ADD-TO-TABLE.

           ADD 1 TO WS-SEC-AUTH-COUNT.
           MOVE WS-MAINT-ROLE TO WS-SA-ROLE(WS-SEC-AUTH-COUNT).
           MOVE WS-MAINT-FUNCTION
               TO WS-SA-FUNCTION(WS-SEC-AUTH-COUNT).
           SET WS-GRANTS-CHANGED TO TRUE.
           ADD 1 TO WS-CHANGE-COUNT.

      *    THE ADMINISTRATOR'S OWN ROLE KEEPS SECADMIN, SO THE LAST
      *    WAY INTO THIS PROGRAM CANNOT BE REMOVED FROM INSIDE IT.
       0820-REMOVE-GRANT.

           PERFORM 0930-ACCEPT-ROLE.
           PERFORM 0850-ACCEPT-FUNCTION.

           IF WS-MAINT-ROLE = SPACES OR NOT WS-FUNCTION-KNOWN
               DISPLAY "NOTHING REMOVED."
           ELSE
               PERFORM 0840-FIND-GRANT
               IF WS-GRANT-FOUND-IDX = ZERO
                   DISPLAY "ROLE ", WS-MAINT-ROLE, " DOES NOT HOLD ",
                       WS-MAINT-FUNCTION
               ELSE
                   IF WS-MAINT-ROLE = WS-SEC-ROLE
                       AND WS-MAINT-FUNCTION = 'SECADMIN'
                       DISPLAY "YOU CANNOT REMOVE SECADMIN FROM ",
                           "YOUR OWN ROLE."
                   ELSE
                       PERFORM VARYING WS-SEC-AUTH-SUBIDX
                           FROM WS-GRANT-FOUND-IDX BY 1
                           UNTIL WS-SEC-AUTH-SUBIDX >=
                               WS-SEC-AUTH-COUNT
                           MOVE WS-SEC-AUTH-TABLE
                               (WS-SEC-AUTH-SUBIDX + 1)
                               TO WS-SEC-AUTH-TABLE
                                   (WS-SEC-AUTH-SUBIDX)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-SEC-AUTH-COUNT
                       SET WS-GRANTS-CHANGED TO TRUE
                       ADD 1 TO WS-CHANGE-COUNT
                       DISPLAY "REMOVED: ", WS-MAINT-ROLE, " ",
                           WS-MAINT-FUNCTION
                   END-IF
               END-IF
           END-IF.

       0830-LIST-GRANTS.

           IF WS-SEC-AUTH-COUNT = ZERO
               DISPLAY "NO GRANTS ON FILE."
           ELSE
               PERFORM VARYING WS-SEC-AUTH-SUBIDX FROM 1 BY 1
                   UNTIL WS-SEC-AUTH-SUBIDX > WS-SEC-AUTH-COUNT
                   DISPLAY "  ", WS-SA-ROLE(WS-SEC-AUTH-SUBIDX), "  ",
                       WS-SA-FUNCTION(WS-SEC-AUTH-SUBIDX)
               END-PERFORM
           END-IF.

       0840-FIND-GRANT.

           MOVE ZERO TO WS-GRANT-FOUND-IDX.
           PERFORM VARYING WS-SEC-AUTH-SUBIDX FROM 1 BY 1
               UNTIL WS-SEC-AUTH-SUBIDX > WS-SEC-AUTH-COUNT
               IF WS-SA-ROLE(WS-SEC-AUTH-SUBIDX) = WS-MAINT-ROLE
                   AND WS-SA-FUNCTION(WS-SEC-AUTH-SUBIDX) =
                       WS-MAINT-FUNCTION
                   MOVE WS-SEC-AUTH-SUBIDX TO WS-GRANT-FOUND-IDX
               END-IF
           END-PERFORM.

       0850-ACCEPT-FUNCTION.

           DISPLAY "ENTER FUNCTION (EMPVIEW, EMPUPD, EXCREV, ",
               "PARMUPD, SEQFORCE, LOCKOVR, SECADMIN): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-MAINT-FUNCTION.
           ACCEPT WS-MAINT-FUNCTION.

           MOVE 'N' TO WS-FUNCTION-OK-SW.
           PERFORM VARYING WS-FN-SUBIDX FROM 1 BY 1
               UNTIL WS-FN-SUBIDX > 7
               IF WS-KNOWN-FUNCTION(WS-FN-SUBIDX) = WS-MAINT-FUNCTION
                   SET WS-FUNCTION-KNOWN TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-FUNCTION-KNOWN
               DISPLAY "UNKNOWN FUNCTION: ", WS-MAINT-FUNCTION
           END-IF.

       0900-ACCEPT-OPERATOR-ID.

           DISPLAY "ENTER OPERATOR ID (8 CHARACTERS, BLANK TO ",
               "CANCEL): " WITH NO ADVANCING.
           MOVE SPACES TO WS-MAINT-ID.
           ACCEPT WS-MAINT-ID.

      *    THE PASSWORD IS KEYED TWICE AND ONLY ITS HASH IS KEPT.
       0910-ACCEPT-NEW-PASSWORD.

           MOVE 'N' TO WS-PASSWORD-OK-SW.
           DISPLAY "ENTER NEW PASSWORD (UP TO 12 CHARACTERS): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-SEC-PASSWORD.
           ACCEPT WS-SEC-PASSWORD.
           DISPLAY "ENTER IT AGAIN: " WITH NO ADVANCING.
           MOVE SPACES TO WS-PASSWORD-CHECK.
           ACCEPT WS-PASSWORD-CHECK.

           IF WS-SEC-PASSWORD = SPACES
               DISPLAY "A PASSWORD IS REQUIRED - NOTHING CHANGED."
           ELSE
               IF WS-SEC-PASSWORD NOT = WS-PASSWORD-CHECK
                   DISPLAY "PASSWORDS DO NOT MATCH - NOTHING CHANGED."
               ELSE
                   PERFORM 9840-HASH-PASSWORD
                   SET WS-PASSWORD-OK TO TRUE
               END-IF
           END-IF.

           MOVE SPACES TO WS-SEC-PASSWORD.
           MOVE SPACES TO WS-PASSWORD-CHECK.

       0920-READ-OPERATOR.

           MOVE 'N' TO WS-FOUND-SW.
           MOVE WS-MAINT-ID TO OS-OPERATOR-ID.
           READ OPERATOR-SECURITY
               KEY IS OS-OPERATOR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-OPERATOR-FOUND TO TRUE
           END-READ.

      *    A ROLE WITH NO GRANTS IS ALLOWED - THE GRANTS MAY COME
      *    NEXT - BUT THE ADMINISTRATOR IS TOLD.
       0930-ACCEPT-ROLE.

           DISPLAY "ENTER ROLE (8 CHARACTERS): " WITH NO ADVANCING.
           MOVE SPACES TO WS-MAINT-ROLE.
           ACCEPT WS-MAINT-ROLE.

           IF WS-MAINT-ROLE NOT = SPACES
               MOVE ZERO TO WS-ROLE-GRANTS
               PERFORM VARYING WS-SEC-AUTH-SUBIDX FROM 1 BY 1
                   UNTIL WS-SEC-AUTH-SUBIDX > WS-SEC-AUTH-COUNT
                   IF WS-SA-ROLE(WS-SEC-AUTH-SUBIDX) = WS-MAINT-ROLE
                       ADD 1 TO WS-ROLE-GRANTS
                   END-IF
               END-PERFORM
               IF WS-ROLE-GRANTS = ZERO
                   DISPLAY "NOTE - ROLE ", WS-MAINT-ROLE,
                       " HAS NO GRANTS YET"
               END-IF
           END-IF.

      *    WHETHER WS-CHECK-ROLE HOLDS SECADMIN IN THE GRANTS AS
      *    THEY STAND IN THIS SESSION.
       0940-CHECK-ROLE-ADMIN.

           MOVE 'N' TO WS-CHECK-ADMIN-SW.
           PERFORM VARYING WS-SEC-AUTH-SUBIDX FROM 1 BY 1
               UNTIL WS-SEC-AUTH-SUBIDX > WS-SEC-AUTH-COUNT
               IF WS-SA-ROLE(WS-SEC-AUTH-SUBIDX) = WS-CHECK-ROLE
                   AND WS-SA-FUNCTION(WS-SEC-AUTH-SUBIDX) = 'SECADMIN'
                   SET WS-CHECK-ROLE-ADMIN TO TRUE
               END-IF
           END-PERFORM.

      *    ACTIVE OPERATORS OTHER THAN WS-MAINT-ID WHOSE ROLE HOLDS
      *    SECADMIN. THE WALK OVERWRITES THE RECORD AREA, SO THE
      *    CALLER READS ITS OPERATOR AGAIN AFTERWARDS.
       0945-COUNT-OTHER-ADMINS.

           MOVE ZERO TO WS-OTHER-ADMINS.
           MOVE 'N' TO WS-OS-EOF-SW.
           MOVE LOW-VALUES TO OS-OPERATOR-ID.
           START OPERATOR-SECURITY
               KEY IS NOT LESS THAN OS-OPERATOR-ID
               INVALID KEY
                   SET WS-OS-ENDOFFILE TO TRUE
           END-START.

           PERFORM 0946-CHECK-ONE-ADMIN UNTIL WS-OS-ENDOFFILE.

       0946-CHECK-ONE-ADMIN.

           READ OPERATOR-SECURITY NEXT RECORD
               AT END
                   SET WS-OS-ENDOFFILE TO TRUE
               NOT AT END
                   IF OS-OPERATOR-ID NOT = WS-MAINT-ID AND OS-ACTIVE
                       MOVE OS-ROLE TO WS-CHECK-ROLE
                       PERFORM 0940-CHECK-ROLE-ADMIN
                       IF WS-CHECK-ROLE-ADMIN
                           ADD 1 TO WS-OTHER-ADMINS
                       END-IF
                   END-IF
           END-READ.

       0950-REWRITE-OPERATOR.

           MOVE WS-TODAY-DATE TO OS-LAST-CHANGED.
           MOVE WS-SEC-OPERATOR-ID TO OS-CHANGED-BY.

           REWRITE OPERATOR-SECURITY-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING OPERATOR - STATUS: ",
                       OS-STATUS
               NOT INVALID KEY
                   DISPLAY "OPERATOR UPDATED."
                   ADD 1 TO WS-CHANGE-COUNT
           END-REWRITE.

       0960-REWRITE-ROLE-AUTHORITY.

           OPEN OUTPUT ROLE-AUTHORITY.
           IF RA-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING ROLEAUTH.DAT - STATUS: ",
                   RA-STATUS
           ELSE
               PERFORM VARYING WS-SEC-AUTH-SUBIDX FROM 1 BY 1
                   UNTIL WS-SEC-AUTH-SUBIDX > WS-SEC-AUTH-COUNT
                   MOVE WS-SA-ROLE(WS-SEC-AUTH-SUBIDX) TO RA-ROLE
                   MOVE WS-SA-FUNCTION(WS-SEC-AUTH-SUBIDX)
                       TO RA-FUNCTION
                   WRITE ROLE-AUTHORITY-RECORD
               END-PERFORM
               CLOSE ROLE-AUTHORITY
           END-IF.

      *    ONE AUDIT RECORD PER SESSION THAT CHANGED ANYTHING, WITH
      *    THE NUMBER OF GRANTS LEFT ON FILE AS THE KEY TOTAL.
       9998-WRITE-AUDIT-LOG.

           OPEN EXTEND BATCH-AUDIT.
           IF BA-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BATCH-AUDIT.DAT - STATUS: ",
                   BA-STATUS
               GO TO 9998-AUDIT-EXIT
           END-IF.

           MOVE "SEC-MAINT"       TO BA-PROGRAM-NAME.
           MOVE WS-TODAY-DATE     TO BA-RUN-DATE.
           MOVE WS-AUDIT-TIME     TO BA-RUN-TIME.
           MOVE WS-CHANGE-COUNT   TO BA-RECORD-COUNT.
           MOVE WS-SEC-AUTH-COUNT TO BA-KEY-TOTAL.

           WRITE BATCH-AUDIT-RECORD.

           CLOSE BATCH-AUDIT.

       9998-AUDIT-EXIT.
           EXIT.

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
