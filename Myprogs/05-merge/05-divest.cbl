       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVESTITURE.
       AUTHOR. FABIO COSTA.
      *    THE REVERSE OF COMPANY-MERGE: WHEN A BUSINESS UNIT IS SOLD
      *    ITS PEOPLE ARE CARVED BACK OUT OF EES.DAT BY PROGRAM
      *    INSTEAD OF BY HAND. DIVEST.PRM SELECTS THEM BY THE
      *    SOURCE-COMPANY CODE THE LAST MERGE CARRIED ON NEW-ACME.DAT
      *    AND/OR BY A LIST OF EM-DEPT-CODES. EVERY SELECTED ACTIVE
      *    EMPLOYEE IS WRITTEN TO A SPIN-OFF PACKAGE FOR THE BUYER -
      *    THE EMPLOYEE RECORDS IN THE SAME PROVED DETAIL/TRAILER
      *    FORMAT COMPANY-MERGE READS, WITH THEIR RAISEHIST.DAT AND
      *    DEDUCT.DAT ROWS - AND IS MARKED TERMINATED ON EES.DAT AS
      *    OF THE EFFECTIVE DATE (RUNPARMS DIVESTDATE, OR THE RUN
      *    DATE), JOURNALED LIKE ANY OTHER TERMINATION. THE RUN HOLDS
      *    THE EES-LOCK.DAT RUN LOCK, AND THE CONTROL REPORT RE-READS
      *    THE UPDATED MASTER TO PROVE REMAINING PLUS DEPARTED EQUALS
      *    THE STARTING COUNT AND SALARY TOTAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ED-DATA
            ASSIGN TO "EES.DAT"
            FILE STATUS IS ED-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FD-ED-SSN.

      *    WHO IS BEING SOLD: ONE SELECTOR PER LINE. WITH NO FILE, OR
      *    NO USABLE SELECTOR IN IT, THE RUN REFUSES TO START RATHER
      *    THAN GUESS.
       SELECT DIVEST-PARM
        ASSIGN TO "DIVEST.PRM"
        FILE STATUS IS DV-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    COMPANY-MERGE'S STAGING FILE, THE ONLY PLACE THE SOURCE-
      *    COMPANY CODE OF A MERGED EMPLOYEE IS KEPT. READ ONLY WHEN
      *    A COMPANY SELECTOR IS GIVEN.
       SELECT NEW-COMPANY
            ASSIGN TO "NEW-ACME.DAT"
            FILE STATUS IS NC-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RAISE-HISTORY
        ASSIGN TO "RAISEHIST.DAT"
        FILE STATUS IS RH-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEDUCT-MASTER
        ASSIGN TO "DEDUCT.DAT"
        FILE STATUS IS DD-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    THE SPIN-OFF PACKAGE HANDED TO THE BUYER.
       SELECT PACKAGE-EMPLOYEES
        ASSIGN TO "DIVEST-EES.DAT"
        FILE STATUS IS PE-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PACKAGE-RAISE-HISTORY
        ASSIGN TO "DIVEST-RAISEHIST.DAT"
        FILE STATUS IS PR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PACKAGE-DEDUCTIONS
        ASSIGN TO "DIVEST-DEDUCT.DAT"
        FILE STATUS IS PD-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT JOURNAL-FILE
        ASSIGN TO "EMP-JOURNAL.DAT"
        FILE STATUS IS JR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DIVEST-REPORT
        ASSIGN TO "DIVEST.RPT"
        FILE STATUS IS RP-STATUS
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

      *    RUN-LOCK SHARED BY EVERY PROGRAM THAT OPENS EES.DAT FOR
      *    UPDATE: TAKEN AT START, RELEASED AT CLEAN END. A RUN THAT
      *    FINDS IT TAKEN REFUSES TO START, NAMING THE HOLDER. AFTER
      *    AN ABEND THE SUPERVISOR CLEARS THE STALE LOCK BY PLACING
      *    EESLOCKOVR.PRM - THE OVERRIDE IS LOGGED TO
      *    BATCH-AUDIT.DAT SO IT CANNOT HAPPEN QUIETLY.
       SELECT LOCK-FILE
        ASSIGN TO "EES-LOCK.DAT"
        FILE STATUS IS LK-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LOCK-OVERRIDE-PARM
        ASSIGN TO "EESLOCKOVR.PRM"
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

      *    TYPE C WITH A TWO-DIGIT SOURCE-COMPANY CODE (THE POSITION
      *    OF THE COMPANY'S FILE IN MERGE-CONTROL.DAT), OR TYPE D
      *    WITH A DEPARTMENT CODE.
       FD DIVEST-PARM.
       01 DIVEST-PARM-RECORD.
           02 DV-SELECT-TYPE    PIC X(1).
           02 DV-SELECT-VALUE   PIC X(4).

       FD NEW-COMPANY.
       01 NC-DATA.
            COPY EMPMASTER REPLACING LEADING ==EM-== BY ==FD-NC-==.
            02 FD-NC-SOURCE-COMPANY PIC X(2).

      *    ONLY THE SSN IS LOOKED AT; THE REST OF EACH ROW IS COPIED
      *    TO THE PACKAGE AS IT STANDS.
       FD RAISE-HISTORY.
       01 RAISE-HISTORY-RECORD.
           02 RH-SSN            PIC 9(9).
           02 RH-REST           PIC X(36).

       FD DEDUCT-MASTER.
       01 DEDUCT-RECORD.
           02 DD-SSN            PIC 9(9).
           02 DD-REST           PIC X(31).

      *    ONE 'D' DETAIL PER DEPARTING EMPLOYEE AS THEY STOOD BEFORE
      *    THE TERMINATION, AND A 'T' TRAILER WITH RECORD COUNT AND
      *    SALARY HASH - THE COMPANY-FILE LAYOUT COMPANY-MERGE PROVES.
       FD PACKAGE-EMPLOYEES.
       01 PE-DATA     PIC X(79).

       01 PE-DATA-LAYOUT REDEFINES PE-DATA.
            02 PE-RECORD-TYPE   PIC X(1).
            COPY EMPMASTER REPLACING LEADING ==EM-== BY ==PE-==.

       01 PE-TRAILER-LAYOUT REDEFINES PE-DATA.
            02 PT-RECORD-TYPE   PIC X(1).
            02 PT-RECORD-COUNT  PIC 9(8).
            02 PT-SALARY-HASH   PIC 9(12).
            02 FILLER           PIC X(58).

       FD PACKAGE-RAISE-HISTORY.
       01 PACKAGE-RAISE-RECORD  PIC X(45).

       FD PACKAGE-DEDUCTIONS.
       01 PACKAGE-DEDUCT-RECORD PIC X(40).

      *    THE SAME BEFORE/AFTER JOURNAL EMP-MAINT AND EMP-TRANS
      *    WRITE; A DIVESTITURE TERMINATION IS ACTION T.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           02 JL-ACTION-CODE    PIC X(1).
           02 JL-RUN-DATE       PIC 9(8).
           02 JL-RUN-TIME       PIC 9(8).
           02 JL-BEFORE-IMAGE   PIC X(78).
           02 JL-AFTER-IMAGE    PIC X(78).
           02 JL-OPERATOR-ID    PIC X(8).

       FD DIVEST-REPORT.
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

      *    A NON-BLANK HOLDER MEANS THE LOCK IS TAKEN; RELEASING
      *    REWRITES THE RECORD BLANK.
       FD LOCK-FILE.
       01 LOCK-RECORD.
           02 LK-HOLDER         PIC X(13).
           02 LK-LOCK-DATE      PIC 9(8).
           02 LK-LOCK-TIME      PIC 9(8).

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
           02 PM-KEY            PIC X(12).
           02 PM-VALUE          PIC X(20).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          02 ED-STATUS    PIC X(2).
          02 DV-STATUS    PIC X(2).
          02 NC-STATUS    PIC X(2).
          02 RH-STATUS    PIC X(2).
          02 DD-STATUS    PIC X(2).
          02 PE-STATUS    PIC X(2).
          02 PR-STATUS    PIC X(2).
          02 PD-STATUS    PIC X(2).
          02 JR-STATUS    PIC X(2).
          02 RP-STATUS    PIC X(2).
          02 BA-STATUS    PIC X(2).
          02 SF-STATUS    PIC X(2).
          02 LK-STATUS    PIC X(2).
          02 LV-STATUS    PIC X(2).

      *    RUN-LOCK STATE - SEE THE LOCK-FILE SELECT COMMENT.
       01  WS-LOCK-AREAS.
           05  WS-LOCK-HELD-SW     PIC X(1) VALUE 'N'.
               88  WS-LOCK-HELD    VALUE 'Y'.
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
           05  WS-SEC-PROGRAM      PIC X(13) VALUE 'DIVESTITURE  '.
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
       01  WS-SSN-MASK-AREAS.
           05  WS-SSN-FULL-SW     PIC X(1) VALUE 'N'.
               88  WS-SSN-FULL    VALUE 'Y'.
           05  WS-SSN-WORK        PIC 9(9) VALUE ZERO.
           05  WS-SSN-WORK-X REDEFINES WS-SSN-WORK PIC X(9).
           05  WS-SSN-MASKED      PIC X(11) VALUE SPACES.

       01  WS-AUDIT-AREAS.
           05  WS-TODAY-DATE       PIC 9(8).
           05  WS-AUDIT-TIME       PIC 9(8).

      *    THE TERMINATION DATE STAMPED ON EVERY DEPARTING EMPLOYEE.
       01  WS-EFFECTIVE-DATE.
           05  WS-EFF-YEAR         PIC 9(4).
           05  WS-EFF-MONTH        PIC 9(2).
           05  WS-EFF-DAY          PIC 9(2).
       01  WS-EFFECTIVE-DATE-N REDEFINES WS-EFFECTIVE-DATE PIC 9(8).

      *    SELECTORS FROM DIVEST.PRM.
       01  WS-SELECTOR-AREAS.
           05  WS-DEPT-SEL-COUNT   PIC 9(2) VALUE ZERO.
           05  WS-DEPT-SEL-SUBIDX  PIC 9(2) VALUE ZERO.
           05  WS-DEPT-SEL-TABLE OCCURS 20 TIMES.
               10  WS-DS-DEPT      PIC X(4).
           05  WS-CO-SEL-COUNT     PIC 9(2) VALUE ZERO.
           05  WS-CO-SEL-SUBIDX    PIC 9(2) VALUE ZERO.
           05  WS-CO-SEL-TABLE OCCURS 10 TIMES.
               10  WS-CS-COMPANY   PIC X(2).
           05  WS-SELECTED-SW      PIC X(1) VALUE 'N'.
               88  WS-IS-SELECTED  VALUE 'Y'.
           05  WS-SELECTED-BY      PIC X(10) VALUE SPACES.

      *    SSNS ON NEW-ACME.DAT CARRYING A SELECTED SOURCE-COMPANY
      *    CODE. THE STAGING FILE COMES OUT OF THE MERGE SORT IN SSN
      *    ORDER, SO IT IS BINARY SEARCHED; IF IT IS EVER FOUND OUT
      *    OF ORDER THE SEARCH FALLS BACK TO A PLAIN SCAN.
       01  WS-COMPANY-SSN-AREAS.
           05  WS-CO-SSN-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-CO-SSN-SUBIDX    PIC 9(5) VALUE ZERO.
           05  WS-CO-SSN-ORDER-SW  PIC X(1) VALUE 'Y'.
               88  WS-CO-SSN-IN-ORDER VALUE 'Y'.
           05  WS-CO-SSN-TABLE OCCURS 10000 TIMES.
               10  WS-CO-SSN       PIC 9(9).
               10  WS-CO-CODE      PIC X(2).

      *    EVERY EMPLOYEE TERMINATED BY THIS RUN, IN EES.DAT KEY
      *    ORDER, FOR THE HISTORY/DEDUCTION COPY AND THE VERIFY PASS.
       01  WS-DEPARTED-AREAS.
           05  WS-DEP-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-DEP-FULL-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-DEP-TABLE OCCURS 10000 TIMES.
               10  WS-DEP-SSN      PIC 9(9).

       01  WS-SEARCH-AREAS.
           05  WS-FIND-SSN         PIC 9(9) VALUE ZERO.
           05  WS-FIND-LOW         PIC 9(5) VALUE ZERO.
           05  WS-FIND-HIGH        PIC 9(5) VALUE ZERO.
           05  WS-FIND-MID         PIC 9(5) VALUE ZERO.
           05  WS-FIND-SW          PIC X(1) VALUE 'N'.
               88  WS-FOUND        VALUE 'Y'.
           05  WS-FIND-CODE        PIC X(2) VALUE SPACES.

       01  WS-CONTROL-AREAS.
           05  WS-START-COUNT      PIC 9(8) VALUE ZERO.
           05  WS-START-SALARY     PIC 9(12) VALUE ZERO.
           05  WS-DEPARTED-COUNT   PIC 9(8) VALUE ZERO.
           05  WS-DEPARTED-SALARY  PIC 9(12) VALUE ZERO.
           05  WS-VERIFY-DEP-COUNT PIC 9(8) VALUE ZERO.
           05  WS-VERIFY-DEP-SALARY PIC 9(12) VALUE ZERO.
           05  WS-REMAIN-COUNT     PIC 9(8) VALUE ZERO.
           05  WS-REMAIN-SALARY    PIC 9(12) VALUE ZERO.
           05  WS-TOTAL-COUNT      PIC 9(8) VALUE ZERO.
           05  WS-TOTAL-SALARY     PIC 9(12) VALUE ZERO.
           05  WS-ALREADY-TERM     PIC 9(8) VALUE ZERO.
           05  WS-REWRITE-FAILS    PIC 9(8) VALUE ZERO.
           05  WS-PKG-RAISE-COUNT  PIC 9(8) VALUE ZERO.
           05  WS-PKG-DEDUCT-COUNT PIC 9(8) VALUE ZERO.
           05  WS-BEFORE-IMAGE     PIC X(78) VALUE SPACES.
           05  WS-SALARY-WORK      PIC 9(9) VALUE ZERO.

       01  DIVEST-TITLE-LINE.
            05 FILLER           PIC X(24) VALUE
               'DIVESTITURE - EFFECTIVE '.
            05 DTL-EFF-DATE     PIC 9(8).
            05 FILLER           PIC X(10) VALUE '  RUN OF: '.
            05 DTL-RUN-DATE     PIC 9(8).
            05 FILLER           PIC X(82) VALUE SPACES.

       01  SELECTOR-LINE.
            05 FILLER           PIC X(4) VALUE SPACES.
            05 SL-TYPE          PIC X(20).
            05 SL-VALUE         PIC X(4).
            05 FILLER           PIC X(104) VALUE SPACES.

       01  DIVEST-COLUMN-LINE.
            05 FILLER           PIC X(13) VALUE 'EMPLOYEE ID'.
            05 FILLER           PIC X(22) VALUE 'NAME'.
            05 FILLER           PIC X(6) VALUE 'DEPT'.
            05 FILLER           PIC X(12) VALUE 'SELECTED BY'.
            05 FILLER           PIC X(12) VALUE '      SALARY'.
            05 FILLER           PIC X(67) VALUE SPACES.

       01  DIVEST-DETAIL-LINE.
            05 DDL-SSN          PIC X(11).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 DDL-NAME         PIC X(20).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 DDL-DEPT         PIC X(4).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 DDL-SELECTED-BY  PIC X(10).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 DDL-SALARY       PIC $$$,$$$,$$9.
            05 FILLER           PIC X(68) VALUE SPACES.

       01  CONTROL-HEADING-LINE.
            05 FILLER           PIC X(34) VALUE 'CONTROL TOTALS'.
            05 FILLER           PIC X(10) VALUE '     COUNT'.
            05 FILLER           PIC X(4) VALUE SPACES.
            05 FILLER           PIC X(16) VALUE '    SALARY TOTAL'.
            05 FILLER           PIC X(68) VALUE SPACES.

       01  CONTROL-LINE.
            05 CL-LABEL         PIC X(34).
            05 CL-COUNT         PIC ZZ,ZZZ,ZZ9.
            05 FILLER           PIC X(4) VALUE SPACES.
            05 CL-SALARY        PIC $$$,$$$,$$$,$$9.
            05 FILLER           PIC X(68) VALUE SPACES.

       01  CONTROL-RESULT-LINE.
            05 CRL-TEXT         PIC X(60).
            05 FILLER           PIC X(72) VALUE SPACES.

       01  PACKAGE-COUNT-LINE.
            05 PCL-LABEL        PIC X(34).
            05 PCL-COUNT        PIC ZZ,ZZZ,ZZ9.
            05 FILLER           PIC X(88) VALUE SPACES.

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

           PERFORM 0110-LOAD-SELECTORS.
           IF WS-DEPT-SEL-COUNT = ZERO AND WS-CO-SEL-COUNT = ZERO
               DISPLAY "RUN REFUSED - DIVEST.PRM NAMES NO SOURCE ",
                   "COMPANY OR DEPARTMENT TO DIVEST"
               STOP RUN
           END-IF.

           IF WS-CO-SEL-COUNT > ZERO
               PERFORM 0120-LOAD-COMPANY-SSNS
           END-IF.

           PERFORM 0130-SET-EFFECTIVE-DATE.

           PERFORM 9700-TAKE-RUN-LOCK.

           OPEN OUTPUT DIVEST-REPORT.
           MOVE WS-EFFECTIVE-DATE-N TO DTL-EFF-DATE.
           MOVE WS-TODAY-DATE TO DTL-RUN-DATE.
           WRITE PRINTDATA FROM DIVEST-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRINTDATA FROM PARM-BANNER-LINE
               AFTER ADVANCING 1 LINES.
           PERFORM 0140-PRINT-SELECTORS.

      *    THE STARTING TOTALS ARE TAKEN IN A PASS OF THEIR OWN,
      *    UNDER THE LOCK, BEFORE ANY RECORD IS CHANGED.
           OPEN INPUT ED-DATA.
           IF ED-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EES.DAT - STATUS: ", ED-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.
           READ ED-DATA NEXT RECORD
               AT END SET ED-ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0200-COUNT-STARTING UNTIL ED-ENDOFFILE.
           CLOSE ED-DATA.

           OPEN I-O ED-DATA.
           IF ED-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EES.DAT - STATUS: ", ED-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           OPEN OUTPUT PACKAGE-EMPLOYEES.
           IF PE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DIVEST-EES.DAT - STATUS: ",
                   PE-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           OPEN EXTEND JOURNAL-FILE.
           IF JR-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF JR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMP-JOURNAL.DAT - STATUS: ",
                   JR-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           WRITE PRINTDATA FROM DIVEST-COLUMN-LINE
               AFTER ADVANCING 2 LINES.

           READ ED-DATA NEXT RECORD
               AT END SET ED-ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0300-DIVEST-EMPLOYEE UNTIL ED-ENDOFFILE.
           CLOSE ED-DATA.
           CLOSE JOURNAL-FILE.

           MOVE SPACES TO PE-DATA.
           MOVE 'T' TO PT-RECORD-TYPE.
           MOVE WS-DEPARTED-COUNT TO PT-RECORD-COUNT.
           MOVE WS-DEPARTED-SALARY TO PT-SALARY-HASH.
           WRITE PE-DATA.
           CLOSE PACKAGE-EMPLOYEES.

           IF WS-DEP-FULL-COUNT > ZERO
               DISPLAY "WARNING - DEPARTED TABLE FULL - ",
                   WS-DEP-FULL-COUNT, " EMPLOYEES' HISTORY AND ",
                   "DEDUCTIONS NOT PACKAGED"
           END-IF.

           PERFORM 0400-PACKAGE-RAISE-HISTORY.
           PERFORM 0420-PACKAGE-DEDUCTIONS.

           OPEN INPUT ED-DATA.
           IF ED-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EES.DAT - STATUS: ", ED-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.
           READ ED-DATA NEXT RECORD
               AT END SET ED-ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0500-VERIFY-EMPLOYEE UNTIL ED-ENDOFFILE.

           PERFORM 0600-PRINT-CONTROL-TOTALS.

           PERFORM 9999-END-PROGRAM.

      *    UNKNOWN SELECTOR TYPES AND BLANK LINES ARE SKIPPED WITH A
      *    WARNING SO A TYPO CANNOT WIDEN THE SALE.
       0110-LOAD-SELECTORS.

           OPEN INPUT DIVEST-PARM.
           IF DV-STATUS = "00"
               PERFORM 0115-READ-SELECTOR
                   UNTIL DV-STATUS NOT = "00"
               CLOSE DIVEST-PARM
           END-IF.

       0115-READ-SELECTOR.

           READ DIVEST-PARM
               AT END
                   MOVE "10" TO DV-STATUS
               NOT AT END
                   EVALUATE TRUE
                       WHEN DV-SELECT-TYPE = 'D'
                           AND DV-SELECT-VALUE NOT = SPACES
                           AND WS-DEPT-SEL-COUNT < 20
                           ADD 1 TO WS-DEPT-SEL-COUNT
                           MOVE DV-SELECT-VALUE
                               TO WS-DS-DEPT(WS-DEPT-SEL-COUNT)
                       WHEN DV-SELECT-TYPE = 'C'
                           AND DV-SELECT-VALUE(1:2) IS NUMERIC
                           AND WS-CO-SEL-COUNT < 10
                           ADD 1 TO WS-CO-SEL-COUNT
                           MOVE DV-SELECT-VALUE(1:2)
                               TO WS-CS-COMPANY(WS-CO-SEL-COUNT)
                       WHEN OTHER
                           DISPLAY "WARNING - DIVEST.PRM LINE IGNORED: "
                               DIVEST-PARM-RECORD
                   END-EVALUATE
           END-READ.

       0120-LOAD-COMPANY-SSNS.

           OPEN INPUT NEW-COMPANY.
           IF NC-STATUS NOT = "00"
               DISPLAY "WARNING - NEW-ACME.DAT UNAVAILABLE - STATUS: ",
                   NC-STATUS, " - NO ONE SELECTED BY COMPANY"
           ELSE
               PERFORM 0125-READ-STAGING-RECORD
                   UNTIL NC-STATUS NOT = "00"
               CLOSE NEW-COMPANY
           END-IF.

       0125-READ-STAGING-RECORD.

           READ NEW-COMPANY
               AT END
                   MOVE "10" TO NC-STATUS
               NOT AT END
                   PERFORM VARYING WS-CO-SEL-SUBIDX FROM 1 BY 1
                       UNTIL WS-CO-SEL-SUBIDX > WS-CO-SEL-COUNT
                       IF FD-NC-SOURCE-COMPANY =
                           WS-CS-COMPANY(WS-CO-SEL-SUBIDX)
                           AND FD-NC-SSN IS NUMERIC
                           PERFORM 0127-ADD-COMPANY-SSN
                           MOVE 11 TO WS-CO-SEL-SUBIDX
                       END-IF
                   END-PERFORM
           END-READ.

       0127-ADD-COMPANY-SSN.

           IF WS-CO-SSN-COUNT = 10000
               DISPLAY "WARNING - COMPANY SSN TABLE FULL - ",
                   FD-NC-SSN, " NOT SELECTED"
           ELSE
               IF WS-CO-SSN-COUNT > ZERO
                   IF FD-NC-SSN < WS-CO-SSN(WS-CO-SSN-COUNT)
                       MOVE 'N' TO WS-CO-SSN-ORDER-SW
                   END-IF
               END-IF
               ADD 1 TO WS-CO-SSN-COUNT
               MOVE FD-NC-SSN TO WS-CO-SSN(WS-CO-SSN-COUNT)
               MOVE FD-NC-SOURCE-COMPANY TO WS-CO-CODE(WS-CO-SSN-COUNT)
           END-IF.

      *    RUNPARMS DIVESTDATE (YYYYMMDD) IS THE CLOSING DATE OF THE
      *    SALE; WITHOUT IT THE EMPLOYEES LEAVE AS OF THE RUN DATE.
       0130-SET-EFFECTIVE-DATE.

           MOVE WS-TODAY-DATE TO WS-EFFECTIVE-DATE-N.
           MOVE 'DIVESTDATE  ' TO WS-PARM-WANTED.
           PERFORM 9610-FIND-RUN-PARM.
           IF WS-PARM-FOUND
               IF WS-PARM-VALUE(1:8) IS NUMERIC
                   AND WS-PARM-VALUE(5:2) >= '01'
                   AND WS-PARM-VALUE(5:2) <= '12'
                   AND WS-PARM-VALUE(7:2) >= '01'
                   AND WS-PARM-VALUE(7:2) <= '31'
                   MOVE WS-PARM-VALUE(1:8) TO WS-EFFECTIVE-DATE
               ELSE
                   DISPLAY "WARNING - DIVESTDATE ", WS-PARM-VALUE,
                       " IS NOT YYYYMMDD - USING THE RUN DATE"
               END-IF
           END-IF.

       0140-PRINT-SELECTORS.

           PERFORM VARYING WS-CO-SEL-SUBIDX FROM 1 BY 1
               UNTIL WS-CO-SEL-SUBIDX > WS-CO-SEL-COUNT
               MOVE 'SOURCE COMPANY' TO SL-TYPE
               MOVE WS-CS-COMPANY(WS-CO-SEL-SUBIDX) TO SL-VALUE
               WRITE PRINTDATA FROM SELECTOR-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM.

           PERFORM VARYING WS-DEPT-SEL-SUBIDX FROM 1 BY 1
               UNTIL WS-DEPT-SEL-SUBIDX > WS-DEPT-SEL-COUNT
               MOVE 'DEPARTMENT' TO SL-TYPE
               MOVE WS-DS-DEPT(WS-DEPT-SEL-SUBIDX) TO SL-VALUE
               WRITE PRINTDATA FROM SELECTOR-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM.

       0200-COUNT-STARTING.

           ADD 1 TO WS-START-COUNT.
           PERFORM 0210-GET-SALARY.
           ADD WS-SALARY-WORK TO WS-START-SALARY.

           READ ED-DATA NEXT RECORD
               AT END SET ED-ENDOFFILE TO TRUE
           END-READ.

       0210-GET-SALARY.

           MOVE ZERO TO WS-SALARY-WORK.
           IF FD-ED-SALARY IS NUMERIC
               MOVE FD-ED-SALARY TO WS-SALARY-WORK
           END-IF.

      *    A SELECTED EMPLOYEE WHO IS ALREADY TERMINATED STAYS AS IS
      *    AND GOES TO NO PACKAGE - ONLY PEOPLE THE BUYER TAKES ON.
       0300-DIVEST-EMPLOYEE.

           PERFORM 0310-CHECK-SELECTED.

           IF WS-IS-SELECTED
               IF FD-ED-TERM-YEAR IS NUMERIC
                   AND FD-ED-TERM-YEAR > ZERO
                   ADD 1 TO WS-ALREADY-TERM
               ELSE
                   PERFORM 0320-SEPARATE-EMPLOYEE
               END-IF
           END-IF.

           READ ED-DATA NEXT RECORD
               AT END SET ED-ENDOFFILE TO TRUE
           END-READ.

       0310-CHECK-SELECTED.

           MOVE 'N' TO WS-SELECTED-SW.
           MOVE SPACES TO WS-SELECTED-BY.

           PERFORM VARYING WS-DEPT-SEL-SUBIDX FROM 1 BY 1
               UNTIL WS-DEPT-SEL-SUBIDX > WS-DEPT-SEL-COUNT
               IF FD-ED-DEPT-CODE = WS-DS-DEPT(WS-DEPT-SEL-SUBIDX)
                   SET WS-IS-SELECTED TO TRUE
                   STRING 'DEPT ' DELIMITED BY SIZE
                       FD-ED-DEPT-CODE DELIMITED BY SIZE
                       INTO WS-SELECTED-BY
                   MOVE 21 TO WS-DEPT-SEL-SUBIDX
               END-IF
           END-PERFORM.

           IF NOT WS-IS-SELECTED AND WS-CO-SSN-COUNT > ZERO
               MOVE FD-ED-SSN TO WS-FIND-SSN
               PERFORM 0460-FIND-COMPANY-SSN
               IF WS-FOUND
                   SET WS-IS-SELECTED TO TRUE
                   STRING 'COMPANY ' DELIMITED BY SIZE
                       WS-FIND-CODE DELIMITED BY SIZE
                       INTO WS-SELECTED-BY
               END-IF
           END-IF.

      *    THE MASTER IS REWRITTEN FIRST; ONLY A RECORD WHOSE
      *    TERMINATION STUCK IS PACKAGED AND JOURNALED, SO THE
      *    PACKAGE NEVER CARRIES SOMEONE STILL ACTIVE HERE.
       0320-SEPARATE-EMPLOYEE.

           MOVE EMPLOYEEDETAILS TO WS-BEFORE-IMAGE.
           MOVE WS-EFF-YEAR TO FD-ED-TERM-YEAR.
           MOVE WS-EFF-MONTH TO FD-ED-TERM-MONTH.
           MOVE WS-EFF-DAY TO FD-ED-TERM-DAY.

           REWRITE EMPLOYEEDETAILS
               INVALID KEY
                   DISPLAY "ERROR REWRITING ", FD-ED-SSN,
                       " - STATUS: ", ED-STATUS
           END-REWRITE.

           IF ED-STATUS NOT = "00"
               ADD 1 TO WS-REWRITE-FAILS
           ELSE
               PERFORM 0210-GET-SALARY
               ADD 1 TO WS-DEPARTED-COUNT
               ADD WS-SALARY-WORK TO WS-DEPARTED-SALARY

               MOVE SPACES TO PE-DATA
               MOVE 'D' TO PE-RECORD-TYPE
               MOVE WS-BEFORE-IMAGE TO PE-DATA(2:78)
               WRITE PE-DATA

               MOVE 'T' TO JL-ACTION-CODE
               MOVE WS-TODAY-DATE TO JL-RUN-DATE
               MOVE WS-AUDIT-TIME TO JL-RUN-TIME
               MOVE WS-BEFORE-IMAGE TO JL-BEFORE-IMAGE
               MOVE EMPLOYEEDETAILS TO JL-AFTER-IMAGE
               MOVE 'DIVEST  ' TO JL-OPERATOR-ID
               WRITE JOURNAL-RECORD

               IF WS-DEP-COUNT = 10000
                   ADD 1 TO WS-DEP-FULL-COUNT
               ELSE
                   ADD 1 TO WS-DEP-COUNT
                   MOVE FD-ED-SSN TO WS-DEP-SSN(WS-DEP-COUNT)
               END-IF

               MOVE FD-ED-SSN TO WS-SSN-WORK
               PERFORM 9900-FORMAT-SSN
               MOVE WS-SSN-MASKED TO DDL-SSN
               MOVE FD-ED-NAME TO DDL-NAME
               MOVE FD-ED-DEPT-CODE TO DDL-DEPT
               MOVE WS-SELECTED-BY TO DDL-SELECTED-BY
               MOVE WS-SALARY-WORK TO DDL-SALARY
               WRITE PRINTDATA FROM DIVEST-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

      *    EVERY RAISE-HISTORY ROW OF A DEPARTING EMPLOYEE IS COPIED
      *    TO THE PACKAGE. OUR OWN FILE KEEPS ITS ROWS - THE HISTORY
      *    OF WHAT WE PAID STAYS WITH US.
       0400-PACKAGE-RAISE-HISTORY.

           OPEN OUTPUT PACKAGE-RAISE-HISTORY.
           OPEN INPUT RAISE-HISTORY.
           IF RH-STATUS NOT = "00"
               DISPLAY "WARNING - RAISEHIST.DAT UNAVAILABLE - STATUS: ",
                   RH-STATUS, " - NO HISTORY PACKAGED"
           ELSE
               PERFORM 0405-COPY-RAISE-ROW
                   UNTIL RH-STATUS NOT = "00"
               CLOSE RAISE-HISTORY
           END-IF.
           CLOSE PACKAGE-RAISE-HISTORY.

       0405-COPY-RAISE-ROW.

           READ RAISE-HISTORY
               AT END
                   MOVE "10" TO RH-STATUS
               NOT AT END
                   IF RH-SSN IS NUMERIC
                       MOVE RH-SSN TO WS-FIND-SSN
                       PERFORM 0450-FIND-DEPARTED
                       IF WS-FOUND
                           WRITE PACKAGE-RAISE-RECORD
                               FROM RAISE-HISTORY-RECORD
                           ADD 1 TO WS-PKG-RAISE-COUNT
                       END-IF
                   END-IF
           END-READ.

      *    LIKEWISE EVERY DEDUCTION ROW; PAYROLL STOPS TAKING THEM
      *    HERE BECAUSE THE EMPLOYEE IS NOW TERMINATED.
       0420-PACKAGE-DEDUCTIONS.

           OPEN OUTPUT PACKAGE-DEDUCTIONS.
           OPEN INPUT DEDUCT-MASTER.
           IF DD-STATUS NOT = "00"
               DISPLAY "WARNING - DEDUCT.DAT UNAVAILABLE - STATUS: ",
                   DD-STATUS, " - NO DEDUCTIONS PACKAGED"
           ELSE
               PERFORM 0425-COPY-DEDUCT-ROW
                   UNTIL DD-STATUS NOT = "00"
               CLOSE DEDUCT-MASTER
           END-IF.
           CLOSE PACKAGE-DEDUCTIONS.

       0425-COPY-DEDUCT-ROW.

           READ DEDUCT-MASTER
               AT END
                   MOVE "10" TO DD-STATUS
               NOT AT END
                   IF DD-SSN IS NUMERIC
                       MOVE DD-SSN TO WS-FIND-SSN
                       PERFORM 0450-FIND-DEPARTED
                       IF WS-FOUND
                           WRITE PACKAGE-DEDUCT-RECORD
                               FROM DEDUCT-RECORD
                           ADD 1 TO WS-PKG-DEDUCT-COUNT
                       END-IF
                   END-IF
           END-READ.

      *    BINARY SEARCH OF THE DEPARTED TABLE, WHICH IS IN KEY ORDER
      *    BECAUSE EES.DAT WAS READ IN KEY ORDER.
       0450-FIND-DEPARTED.

           MOVE 'N' TO WS-FIND-SW.
           MOVE 1 TO WS-FIND-LOW.
           MOVE WS-DEP-COUNT TO WS-FIND-HIGH.
           PERFORM UNTIL WS-FIND-LOW > WS-FIND-HIGH
               COMPUTE WS-FIND-MID = (WS-FIND-LOW + WS-FIND-HIGH) / 2
               IF WS-DEP-SSN(WS-FIND-MID) = WS-FIND-SSN
                   SET WS-FOUND TO TRUE
                   COMPUTE WS-FIND-LOW = WS-FIND-HIGH + 1
               ELSE
                   IF WS-DEP-SSN(WS-FIND-MID) < WS-FIND-SSN
                       COMPUTE WS-FIND-LOW = WS-FIND-MID + 1
                   ELSE
                       COMPUTE WS-FIND-HIGH = WS-FIND-MID - 1
                   END-IF
               END-IF
           END-PERFORM.

       0460-FIND-COMPANY-SSN.

           MOVE 'N' TO WS-FIND-SW.
           MOVE SPACES TO WS-FIND-CODE.
           IF WS-CO-SSN-IN-ORDER
               MOVE 1 TO WS-FIND-LOW
               MOVE WS-CO-SSN-COUNT TO WS-FIND-HIGH
               PERFORM UNTIL WS-FIND-LOW > WS-FIND-HIGH
                   COMPUTE WS-FIND-MID =
                       (WS-FIND-LOW + WS-FIND-HIGH) / 2
                   IF WS-CO-SSN(WS-FIND-MID) = WS-FIND-SSN
                       SET WS-FOUND TO TRUE
                       MOVE WS-CO-CODE(WS-FIND-MID) TO WS-FIND-CODE
                       COMPUTE WS-FIND-LOW = WS-FIND-HIGH + 1
                   ELSE
                       IF WS-CO-SSN(WS-FIND-MID) < WS-FIND-SSN
                           COMPUTE WS-FIND-LOW = WS-FIND-MID + 1
                       ELSE
                           COMPUTE WS-FIND-HIGH = WS-FIND-MID - 1
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-CO-SSN-SUBIDX FROM 1 BY 1
                   UNTIL WS-CO-SSN-SUBIDX > WS-CO-SSN-COUNT
                   IF WS-CO-SSN(WS-CO-SSN-SUBIDX) = WS-FIND-SSN
                       SET WS-FOUND TO TRUE
                       MOVE WS-CO-CODE(WS-CO-SSN-SUBIDX)
                           TO WS-FIND-CODE
                       MOVE 10001 TO WS-CO-SSN-SUBIDX
                   END-IF
               END-PERFORM
           END-IF.

      *    THE VERIFY PASS COUNTS THE UPDATED MASTER AFRESH: A
      *    DEPARTED EMPLOYEE MUST NOW CARRY THE EFFECTIVE DATE, AND
      *    EVERYONE ELSE IS REMAINING.
       0500-VERIFY-EMPLOYEE.

           PERFORM 0210-GET-SALARY.
           MOVE FD-ED-SSN TO WS-FIND-SSN.
           PERFORM 0450-FIND-DEPARTED.

           IF WS-FOUND
               AND FD-ED-TERM-YEAR = WS-EFF-YEAR
               AND FD-ED-TERM-MONTH = WS-EFF-MONTH
               AND FD-ED-TERM-DAY = WS-EFF-DAY
               ADD 1 TO WS-VERIFY-DEP-COUNT
               ADD WS-SALARY-WORK TO WS-VERIFY-DEP-SALARY
           ELSE
               ADD 1 TO WS-REMAIN-COUNT
               ADD WS-SALARY-WORK TO WS-REMAIN-SALARY
           END-IF.

           READ ED-DATA NEXT RECORD
               AT END SET ED-ENDOFFILE TO TRUE
           END-READ.

       0600-PRINT-CONTROL-TOTALS.

           WRITE PRINTDATA FROM CONTROL-HEADING-LINE
               AFTER ADVANCING 3 LINES.

           MOVE 'STARTING EES.DAT' TO CL-LABEL.
           MOVE WS-START-COUNT TO CL-COUNT.
           MOVE WS-START-SALARY TO CL-SALARY.
           WRITE PRINTDATA FROM CONTROL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'DEPARTED - VERIFIED ON EES.DAT' TO CL-LABEL.
           MOVE WS-VERIFY-DEP-COUNT TO CL-COUNT.
           MOVE WS-VERIFY-DEP-SALARY TO CL-SALARY.
           WRITE PRINTDATA FROM CONTROL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'REMAINING' TO CL-LABEL.
           MOVE WS-REMAIN-COUNT TO CL-COUNT.
           MOVE WS-REMAIN-SALARY TO CL-SALARY.
           WRITE PRINTDATA FROM CONTROL-LINE
               AFTER ADVANCING 1 LINES.

           COMPUTE WS-TOTAL-COUNT =
               WS-REMAIN-COUNT + WS-VERIFY-DEP-COUNT.
           COMPUTE WS-TOTAL-SALARY =
               WS-REMAIN-SALARY + WS-VERIFY-DEP-SALARY.
           MOVE 'REMAINING PLUS DEPARTED' TO CL-LABEL.
           MOVE WS-TOTAL-COUNT TO CL-COUNT.
           MOVE WS-TOTAL-SALARY TO CL-SALARY.
           WRITE PRINTDATA FROM CONTROL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'DEPARTED - PACKAGE TRAILER' TO CL-LABEL.
           MOVE WS-DEPARTED-COUNT TO CL-COUNT.
           MOVE WS-DEPARTED-SALARY TO CL-SALARY.
           WRITE PRINTDATA FROM CONTROL-LINE
               AFTER ADVANCING 1 LINES.

           IF WS-TOTAL-COUNT = WS-START-COUNT
               AND WS-TOTAL-SALARY = WS-START-SALARY
               AND WS-VERIFY-DEP-COUNT = WS-DEPARTED-COUNT
               AND WS-VERIFY-DEP-SALARY = WS-DEPARTED-SALARY
               MOVE 'CONTROL TOTALS IN BALANCE' TO CRL-TEXT
           ELSE
               MOVE 'CONTROL TOTALS OUT OF BALANCE - HOLD THE PACKAGE'
                   TO CRL-TEXT
               DISPLAY "DIVESTITURE CONTROL TOTALS OUT OF BALANCE - ",
                   "SEE DIVEST.RPT"
           END-IF.
           WRITE PRINTDATA FROM CONTROL-RESULT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'PACKAGE RAISE-HISTORY ROWS' TO PCL-LABEL.
           MOVE WS-PKG-RAISE-COUNT TO PCL-COUNT.
           WRITE PRINTDATA FROM PACKAGE-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'PACKAGE DEDUCTION ROWS' TO PCL-LABEL.
           MOVE WS-PKG-DEDUCT-COUNT TO PCL-COUNT.
           WRITE PRINTDATA FROM PACKAGE-COUNT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'SELECTED BUT ALREADY TERMINATED' TO PCL-LABEL.
           MOVE WS-ALREADY-TERM TO PCL-COUNT.
           WRITE PRINTDATA FROM PACKAGE-COUNT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'SELECTED BUT REWRITE FAILED' TO PCL-LABEL.
           MOVE WS-REWRITE-FAILS TO PCL-COUNT.
           WRITE PRINTDATA FROM PACKAGE-COUNT-LINE
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

      *    ONE AUDIT RECORD PER RUN: EMPLOYEES DIVESTED AND THEIR
      *    WHOLE-DOLLAR SALARY TOTAL.
       9998-WRITE-AUDIT-LOG.

           OPEN EXTEND BATCH-AUDIT.
           IF BA-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BATCH-AUDIT.DAT - STATUS: ",
                   BA-STATUS
               GO TO 9998-AUDIT-EXIT
           END-IF.

           MOVE "DIVESTITURE"      TO BA-PROGRAM-NAME.
           MOVE WS-TODAY-DATE      TO BA-RUN-DATE.
           MOVE WS-AUDIT-TIME      TO BA-RUN-TIME.
           MOVE WS-DEPARTED-COUNT  TO BA-RECORD-COUNT.
           MOVE WS-DEPARTED-SALARY TO BA-KEY-TOTAL.

           WRITE BATCH-AUDIT-RECORD.

           CLOSE BATCH-AUDIT.

       9998-AUDIT-EXIT.
           EXIT.

      *    TAKES THE SHARED EES.DAT RUN LOCK OR REFUSES TO START.
      *    THE SUPERVISED EESLOCKOVR.PRM OVERRIDE CLEARS A STALE
      *    LOCK LEFT BY AN ABEND AND IS LOGGED TO BATCH-AUDIT.DAT.
       9700-TAKE-RUN-LOCK.

           OPEN INPUT LOCK-FILE.
           IF LK-STATUS = "00"
               READ LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LK-HOLDER NOT = SPACES
                           SET WS-LOCK-HELD TO TRUE
                           MOVE LK-HOLDER TO WS-LOCK-HOLDER
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF.

           IF WS-LOCK-HELD
               OPEN INPUT LOCK-OVERRIDE-PARM
               IF LV-STATUS = "00"
                   READ LOCK-OVERRIDE-PARM
                       AT END
                           SET WS-LOCK-OVERRIDE TO TRUE
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
                       "OVERRIDE"
                   PERFORM 9730-AUDIT-LOCK-OVERRIDE
                   PERFORM 9740-SPEND-LOCK-OVERRIDE
               ELSE
                   DISPLAY "RUN REFUSED - EES.DAT IS LOCKED BY ",
                       WS-LOCK-HOLDER, ". TO CLEAR A STALE LOCK, ",
                       "PLACE EESLOCKOVR.PRM NAMING AN OPERATOR ID ",
                       "WITH LOCKOVR AUTHORITY ON OPERSEC.DAT."
                   STOP RUN
               END-IF
           END-IF.

           ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOCK-TIME FROM TIME.

           OPEN OUTPUT LOCK-FILE.
           IF LK-STATUS NOT = "00"
               DISPLAY "ERROR TAKING EES.DAT LOCK - STATUS: ",
                   LK-STATUS
               STOP RUN
           END-IF.
           MOVE 'DIVESTITURE  ' TO LK-HOLDER.
           MOVE WS-LOCK-DATE TO LK-LOCK-DATE.
           MOVE WS-LOCK-TIME TO LK-LOCK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       9710-RELEASE-RUN-LOCK.

           OPEN OUTPUT LOCK-FILE.
           IF LK-STATUS = "00"
               MOVE SPACES TO LK-HOLDER
               MOVE ZERO TO LK-LOCK-DATE
               MOVE ZERO TO LK-LOCK-TIME
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.

      *    MARKS THE OVERRIDE FILE SPENT SO IT GRANTS EXACTLY ONE
      *    CLEARANCE.
       9740-SPEND-LOCK-OVERRIDE.

           OPEN OUTPUT LOCK-OVERRIDE-PARM.
           IF LV-STATUS = "00"
               MOVE 'SPENT' TO LOCK-OVERRIDE-RECORD
               WRITE LOCK-OVERRIDE-RECORD
               CLOSE LOCK-OVERRIDE-PARM
           END-IF.

       9730-AUDIT-LOCK-OVERRIDE.

           ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOCK-TIME FROM TIME.

           OPEN EXTEND BATCH-AUDIT.
           IF BA-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BATCH-AUDIT.DAT - STATUS: ",
                   BA-STATUS
           ELSE
               MOVE "LOCK-OVERRIDE" TO BA-PROGRAM-NAME
               MOVE WS-LOCK-DATE TO BA-RUN-DATE
               MOVE WS-LOCK-TIME TO BA-RUN-TIME
               MOVE ZERO TO BA-RECORD-COUNT
               MOVE ZERO TO BA-KEY-TOTAL
               WRITE BATCH-AUDIT-RECORD
               CLOSE BATCH-AUDIT
           END-IF.

       9999-END-PROGRAM.

           PERFORM 9998-WRITE-AUDIT-LOG THRU 9998-AUDIT-EXIT.
           PERFORM 9710-RELEASE-RUN-LOCK.
           CLOSE DIVEST-REPORT.
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
