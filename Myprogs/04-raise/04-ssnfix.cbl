       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSN-CORRECT.
       AUTHOR. FABIO COSTA.
      *    RE-KEYS AN EMPLOYEE WHOSE SSN WAS KEYED WRONG. FIXING THE
      *    NUMBER ON EES.DAT ALONE LEAVES THE RAISE HISTORY, THE
      *    DEDUCTIONS, THE JOURNAL AND EVERY OTHER SSN-KEYED FILE ON
      *    THE OLD NUMBER AND SPLITS THE EMPLOYEE'S HISTORY IN TWO.
      *    HR DROPS OLD/NEW PAIRS IN SSNCORR.DAT AND ONE RUN, UNDER
      *    THE EES.DAT RUN LOCK, CHECKS EVERY PAIR - THE OLD SSN MUST
      *    BE ON EES.DAT AND THE NEW ONE ON NEITHER EES.DAT NOR THE
      *    ARCHIVE - THEN RE-KEYS EVERY DEPENDENT FILE AND LAST OF
      *    ALL THE MASTER ITSELF, INCLUDING THE MANAGER SSN OF
      *    ANYONE REPORTING TO A CORRECTED EMPLOYEE. EACH MASTER
      *    CHANGE IS JOURNALED, REJECTED PAIRS GO TO EXCEPTIONS.DAT,
      *    AND THE CONTROL REPORT SSNFIX.RPT SHOWS EVERY FILE'S
      *    RECORD COUNTS BEFORE AND AFTER AND HOW MANY WERE RE-KEYED.
      *    EVERY DEPENDENT FILE IS RE-KEYED INTO A WORK FILE OF ITS
      *    OWN FIRST. ONLY WHEN ALL OF THEM PROVE OUT ARE THE LIVE
      *    FILES REPLACED AND THE MASTER RE-KEYED; OTHERWISE THE WORK
      *    FILES ARE DELETED AND NO FILE IS CHANGED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ED-DATA
            ASSIGN TO "EES.DAT"
            FILE STATUS IS ED-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FD-ED-SSN.

      *    ONE CORRECTION PER LINE: THE SSN AS IT WAS WRONGLY KEYED,
      *    THEN THE RIGHT ONE.
       SELECT CORRECTION-FILE
        ASSIGN TO "SSNCORR.DAT"
        FILE STATUS IS CF-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    ARCHIVED EMPLOYEES KEEP THEIR SSN FOR REHIRE LOOKUPS, SO A
      *    NEW SSN FOUND HERE IS AS TAKEN AS ONE ON EES.DAT.
       SELECT ARCHIVE-DATA
        ASSIGN TO "EES-ARCH.DAT"
        FILE STATUS IS AR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    THE DEPENDENT FILE BEING RE-KEYED IS SELECTED AT RUN TIME
      *    BY MOVING ITS NAME TO THE ASSIGN FIELD, THE SAME WAY
      *    RETENTION-PURGE WALKS ITS FILES. EACH FILE IS RE-KEYED
      *    INTO ITS OWN WORK FILE, SSNFIX-NN.TMP BY ITS LINE IN THE
      *    DEPENDENT FILE TABLE, AND THE WORK FILES ARE COPIED BACK
      *    ONLY AFTER EVERY ONE OF THEM HAS PROVED OUT.
       SELECT SOURCE-FILE
        ASSIGN TO WS-SRC-NAME
        FILE STATUS IS SC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WORK-FILE
        ASSIGN TO WS-WORK-NAME
        FILE STATUS IS WK-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    BEFORE/AFTER IMAGE OF EVERY MASTER CHANGE, APPENDED ONLY
      *    AFTER THE FILE HAS BEEN RE-KEYED WITH THE REST, SO THE
      *    CORRECTION'S OWN ROWS KEEP THE OLD SSN IN THEIR BEFORE
      *    IMAGES.
       SELECT JOURNAL-FILE
        ASSIGN TO "EMP-JOURNAL.DAT"
        FILE STATUS IS JR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CORRECTION-REPORT
        ASSIGN TO "SSNFIX.RPT"
        FILE STATUS IS RP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    SHARED CROSS-PROGRAM EXCEPTION FILE, APPENDED.
       SELECT SHARED-EXCEPTIONS
        ASSIGN TO "EXCEPTIONS.DAT"
        FILE STATUS IS ES-STATUS
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
            COPY EMPMASTER REPLACING LEADING ==EM-== BY ==FD-ED-==.

       FD CORRECTION-FILE.
       01 CORRECTION-RECORD.
           02 CF-OLD-SSN        PIC X(9).
           02 CF-NEW-SSN        PIC X(9).

       FD ARCHIVE-DATA.
       01 ARCHIVEDETAILS.
            COPY EMPMASTER REPLACING LEADING ==EM-== BY ==FD-AR-==.

      *    RECORDS PASS THROUGH AT THEIR ORIGINAL LENGTH SO THE
      *    RE-KEYED FILES READ BACK BYTE FOR BYTE.
       FD SOURCE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 360 CHARACTERS
           DEPENDING ON WS-SRC-LEN.
       01 SOURCE-RECORD         PIC X(360).

       FD WORK-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 360 CHARACTERS
           DEPENDING ON WS-WORK-LEN.
       01 WORK-RECORD           PIC X(360).

      *    ACTION 'S' IS AN SSN CORRECTION - THE BEFORE IMAGE CARRIES
      *    THE OLD SSN AND THE AFTER IMAGE THE NEW ONE. ACTION 'C' IS
      *    A REPORTING EMPLOYEE WHOSE MANAGER SSN FOLLOWED IT.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           02 JL-ACTION-CODE    PIC X(1).
           02 JL-RUN-DATE       PIC 9(8).
           02 JL-RUN-TIME       PIC 9(8).
           02 JL-BEFORE-IMAGE   PIC X(78).
           02 JL-AFTER-IMAGE    PIC X(78).
           02 JL-OPERATOR-ID    PIC X(8).

       FD CORRECTION-REPORT.
       01 PRINTDATA.
           02 FILLER      PIC X(132).

      *    ONE FIXED-LAYOUT RECORD PER REJECT: PROGRAM, RUN DATE,
      *    KEY, REASON CODE. THE KEY IS THE OLD SSN, A SPACE AND THE
      *    NEW SSN.
       FD SHARED-EXCEPTIONS.
       01 SHARED-EXCEPTION-RECORD.
           02 EXR-PROGRAM-NAME  PIC X(13).
           02 EXR-RUN-DATE      PIC 9(8).
           02 EXR-KEY           PIC X(20).
           02 EXR-REASON-CODE   PIC X(4).
      *    RESOLUTION STATE MAINTAINED BY EXCEPT-REVIEW: SPACE =
      *    OPEN, R = RESOLVED (CORRECTION GENERATED), I = IGNORED
      *    WITH A REASON.
           02 EXR-STATUS        PIC X(1).
           02 EXR-RESOLVE-NOTE  PIC X(20).

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
          02 ED-STATUS  PIC X(2).
             88 ED-RECORD-FOUND     VALUE "00".
          02 CF-STATUS  PIC X(2).
          02 AR-STATUS  PIC X(2).
          02 SC-STATUS  PIC X(2).
          02 WK-STATUS  PIC X(2).
          02 JR-STATUS  PIC X(2).
          02 RP-STATUS  PIC X(2).
          02 ES-STATUS  PIC X(2).
          02 BA-STATUS  PIC X(2).
          02 SF-STATUS  PIC X(2).
          02 LK-STATUS  PIC X(2).
          02 LV-STATUS  PIC X(2).

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
           05  WS-SEC-PROGRAM      PIC X(13) VALUE 'SSN-CORRECT  '.
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

       01  WS-RECORD-LENGTHS.
           05  WS-SRC-LEN          PIC 9(4) VALUE ZERO.
           05  WS-WORK-LEN         PIC 9(4) VALUE ZERO.

      *    ONE LINE PER DEPENDENT FILE: THE FILE NAME AND UP TO FOUR
      *    COLUMNS WHERE AN SSN STARTS (000 = NOT USED). THE JOURNAL
      *    CARRIES THE EMPLOYEE AND MANAGER SSN OF BOTH IMAGES; ON A
      *    ROW WRITTEN BEFORE THE MANAGER SSN EXISTED, COLUMN 087 IS
      *    THE AFTER IMAGE'S SSN AND THE LAST COLUMN LIES PAST THE
      *    END OF THE RECORD. A COLUMN ONLY CHANGES WHEN IT HOLDS AN
      *    OLD SSN BEING CORRECTED.
       01  WS-DEPENDENT-FILE-DATA.
           05 FILLER  PIC X(33) VALUE
              'RAISEHIST.DAT       001000000000 '.
           05 FILLER  PIC X(33) VALUE
              'DEDUCT.DAT          001000000000 '.
           05 FILLER  PIC X(33) VALUE
              'YTDMAST.DAT         001000000000 '.
           05 FILLER  PIC X(33) VALUE
              'BANKACCT.DAT        001000000000 '.
           05 FILLER  PIC X(33) VALUE
              'WHELECT.DAT         001000000000 '.
           05 FILLER  PIC X(33) VALUE
              'PAYREGHIST.DAT      009000000000 '.
           05 FILLER  PIC X(33) VALUE
              'PENDEARN.DAT        001000000000 '.
           05 FILLER  PIC X(33) VALUE
              'SMXREF.DAT          006000000000 '.
           05 FILLER  PIC X(33) VALUE
              'COMMLOAD.DAT        010000000000 '.
           05 FILLER  PIC X(33) VALUE
              'LEAVEBAL.DAT        001000000000 '.
           05 FILLER  PIC X(33) VALUE
              'LEAVE-JOURNAL.DAT   018000000000 '.
           05 FILLER  PIC X(33) VALUE
              'PERFRATE.DAT        001000000000 '.
           05 FILLER  PIC X(33) VALUE
              'EMPTRANS-PEND.DAT   002071000000 '.
           05 FILLER  PIC X(33) VALUE
              'EMPTRANS.DAT        002071000000 '.
           05 FILLER  PIC X(33) VALUE
              'LEAVETRANS.DAT      002000000000 '.
           05 FILLER  PIC X(33) VALUE
              'EES-ARCH.DAT        001070000000 '.
           05 FILLER  PIC X(33) VALUE
              'EMP-JOURNAL.DAT     018087096165 '.

       01  WS-DEPENDENT-FILE-MAP REDEFINES WS-DEPENDENT-FILE-DATA.
           05 WS-DEPENDENT-FILE OCCURS 17 TIMES.
              10 WS-DF-NAME        PIC X(20).
              10 WS-DF-SSN-COL     PIC 9(3) OCCURS 4 TIMES.
              10 FILLER            PIC X(1).

      *    THE PAIRS OF THE RUN. STATE A = ACCEPTED AND WAITING,
      *    C = CORRECTED, R = REJECTED, N = ACCEPTED BUT NOT APPLIED
      *    BECAUSE A DEPENDENT FILE DID NOT PROVE OUT, F = THE
      *    MASTER RE-KEY ITSELF FAILED.
      *    WHAT THE STAGING PASS FOUND FOR EACH DEPENDENT FILE,
      *    PRINTED ONCE THE FILES HAVE BEEN REPLACED OR THE WORK
      *    FILES DISCARDED. STATE S = NOT ON HAND, U = NO RECORDS ON
      *    THE OLD SSNS, W = RE-KEYED INTO ITS WORK FILE, X = DID
      *    NOT PROVE OUT.
       01  WS-FILE-RESULT-AREAS.
           05  WS-FILE-RESULT OCCURS 17 TIMES.
               10  WS-FR-STATE     PIC X(1).
               10  WS-FR-READ      PIC 9(8).
               10  WS-FR-AFTER     PIC 9(8).
               10  WS-FR-REKEYED   PIC 9(8).
               10  WS-FR-VERDICT   PIC X(30).

       01  WS-CORRECTION-AREAS.
           05  WS-CP-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-CP-SUBIDX        PIC 9(3) VALUE ZERO.
           05  WS-CP-OTHER         PIC 9(3) VALUE ZERO.
           05  WS-CP-ACCEPTED      PIC 9(3) VALUE ZERO.
           05  WS-CP-REJECTED      PIC 9(3) VALUE ZERO.
           05  WS-CP-CORRECTED     PIC 9(3) VALUE ZERO.
           05  WS-CP-OVERFLOW-SW   PIC X(1) VALUE 'N'.
               88  WS-CP-OVERFLOW  VALUE 'Y'.
           05  WS-CP-TABLE OCCURS 100 TIMES.
               10  WS-CP-OLD       PIC X(9).
               10  WS-CP-NEW       PIC X(9).
               10  WS-CP-NAME      PIC X(20).
               10  WS-CP-STATE     PIC X(1).
               10  WS-CP-CODE      PIC X(4).
               10  WS-CP-REASON    PIC X(30).

       01  WS-WORK-AREAS.
           05  WS-FILE-SUBIDX      PIC 9(2) VALUE ZERO.
           05  WS-COL-SUBIDX       PIC 9(1) VALUE ZERO.
           05  WS-SSN-COL          PIC 9(3) VALUE ZERO.
           05  WS-SRC-NAME         PIC X(48) VALUE SPACES.
           05  WS-WORK-NAME.
               10  FILLER          PIC X(7) VALUE 'SSNFIX-'.
               10  WS-WORK-NAME-SEQ PIC 9(2) VALUE ZERO.
               10  FILLER          PIC X(4) VALUE '.TMP'.
               10  FILLER          PIC X(35) VALUE SPACES.
           05  WS-KEY-WORK         PIC X(9) VALUE SPACES.
           05  WS-FOUND-IDX        PIC 9(3) VALUE ZERO.
           05  WS-RECORD-HIT-SW    PIC X(1) VALUE 'N'.
               88  WS-RECORD-HIT   VALUE 'Y'.
           05  WS-DEP-FAILED-SW    PIC X(1) VALUE 'N'.
               88  WS-DEP-FAILED   VALUE 'Y'.
           05  WS-READ-COUNT       PIC 9(8) VALUE ZERO.
           05  WS-REKEY-COUNT      PIC 9(8) VALUE ZERO.
           05  WS-WRITTEN-COUNT    PIC 9(8) VALUE ZERO.
           05  WS-COPIED-COUNT     PIC 9(8) VALUE ZERO.
           05  WS-TOT-DEP-REKEYED  PIC 9(8) VALUE ZERO.
           05  WS-MASTER-BEFORE    PIC 9(8) VALUE ZERO.
           05  WS-MASTER-AFTER     PIC 9(8) VALUE ZERO.
           05  WS-MASTER-REKEYED   PIC 9(8) VALUE ZERO.
           05  WS-MGR-UPDATED      PIC 9(8) VALUE ZERO.
           05  WS-TOT-REKEYED      PIC 9(12) VALUE ZERO.
           05  WS-BEFORE-IMAGE     PIC X(78) VALUE SPACES.

       01  CORRECTION-TITLE-LINE.
            05 FILLER           PIC X(41) VALUE
               'SSN CORRECTION CONTROL REPORT - RUN DATE '.
            05 CTL-DATE         PIC 9(8).
            05 FILLER           PIC X(11) VALUE ' OPERATOR: '.
            05 CTL-OPERATOR     PIC X(8).
            05 FILLER           PIC X(64) VALUE SPACES.

       01  SECTION-HEADING-LINE.
            05 SHL-TEXT         PIC X(60).
            05 FILLER           PIC X(72) VALUE SPACES.

       01  CORRECTION-COLUMN-LINE.
            05 FILLER	        PIC X(14)  VALUE 'OLD SSN'.
            05 FILLER	        PIC X(14)  VALUE 'NEW SSN'.
            05 FILLER	        PIC X(23)  VALUE 'EMPLOYEE NAME'.
            05 FILLER	        PIC X(30)  VALUE 'RESULT'.
            05 FILLER           PIC X(51)  VALUE SPACES.

       01  CORRECTION-DETAIL-LINE.
            05 CDL-OLD-SSN      PIC X(11).
            05 FILLER           PIC X(3) VALUE SPACES.
            05 CDL-NEW-SSN      PIC X(11).
            05 FILLER           PIC X(3) VALUE SPACES.
            05 CDL-NAME         PIC X(20).
            05 FILLER           PIC X(3) VALUE SPACES.
            05 CDL-RESULT       PIC X(30).
            05 FILLER           PIC X(51) VALUE SPACES.

       01  FILE-DETAIL-LINE.
            05 FDL-NAME         PIC X(20).
            05 FILLER           PIC X(9) VALUE ' BEFORE: '.
            05 FDL-BEFORE       PIC ZZZ,ZZZ,ZZ9.
            05 FILLER           PIC X(8) VALUE ' AFTER: '.
            05 FDL-AFTER        PIC ZZZ,ZZZ,ZZ9.
            05 FILLER           PIC X(11) VALUE ' RE-KEYED: '.
            05 FDL-REKEYED      PIC ZZZ,ZZZ,ZZ9.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 FDL-VERDICT      PIC X(30).
            05 FILLER           PIC X(19) VALUE SPACES.

       01  CORRECTION-TOTAL-LINE.
            05 CTO-LABEL        PIC X(30).
            05 CTO-COUNT        PIC ZZZ,ZZZ,ZZ9.
            05 FILLER           PIC X(91) VALUE SPACES.

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

      *    THE RUN GOES UNDER THE BATCHOPER OPERATOR ID (DEFAULT
      *    BATCH), WHICH MUST BE ACTIVE WITH EMPUPD AUTHORITY - THE
      *    SAME RULE AS EMP-TRANS - AND IS THE ID ITS JOURNAL ROWS
      *    CARRY.
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

           OPEN OUTPUT CORRECTION-REPORT.
           MOVE WS-TODAY-DATE TO CTL-DATE.
           MOVE WS-SEC-OPERATOR-ID TO CTL-OPERATOR.
           WRITE PRINTDATA FROM CORRECTION-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRINTDATA FROM PARM-BANNER-LINE
               AFTER ADVANCING 1 LINES.

           PERFORM 0110-LOAD-CORRECTIONS.
           IF WS-CP-COUNT = ZERO
               MOVE 'NO CORRECTIONS ON SSNCORR.DAT - NOTHING CHANGED'
                   TO SHL-TEXT
               WRITE PRINTDATA FROM SECTION-HEADING-LINE
                   AFTER ADVANCING 2 LINES
               GO TO 9999-END-PROGRAM
           END-IF.
           IF WS-CP-OVERFLOW
               MOVE 'SSNCORR.DAT EXCEEDS 100 PAIRS - NOTHING CHANGED'
                   TO SHL-TEXT
               WRITE PRINTDATA FROM SECTION-HEADING-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY "ERROR - SSNCORR.DAT EXCEEDS 100 PAIRS - ",
                   "NOTHING CHANGED"
               GO TO 9999-END-PROGRAM
           END-IF.

           OPEN I-O ED-DATA.
           IF ED-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EES.DAT - STATUS: ", ED-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           OPEN EXTEND SHARED-EXCEPTIONS.
           IF ES-STATUS = "35"
               OPEN OUTPUT SHARED-EXCEPTIONS
           END-IF.

           PERFORM 0120-COUNT-MASTER.

           PERFORM 0200-VALIDATE-PAIR THRU 0299-VALIDATE-EXIT
               VARYING WS-CP-SUBIDX FROM 1 BY 1
               UNTIL WS-CP-SUBIDX > WS-CP-COUNT.

           PERFORM 0250-CHECK-ARCHIVE.

           MOVE 'FILE CONTROL - RECORD COUNTS BEFORE AND AFTER'
               TO SHL-TEXT.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           IF WS-CP-ACCEPTED = ZERO
               MOVE 'NO CORRECTION ACCEPTED - NO FILE CHANGED'
                   TO SHL-TEXT
               WRITE PRINTDATA FROM SECTION-HEADING-LINE
                   AFTER ADVANCING 1 LINES
           ELSE
               PERFORM 0300-STAGE-ONE-FILE THRU 0399-STAGE-EXIT
                   VARYING WS-FILE-SUBIDX FROM 1 BY 1
                   UNTIL WS-FILE-SUBIDX > 17
               IF WS-DEP-FAILED
                   PERFORM 0370-DISCARD-WORK-FILE
                       VARYING WS-FILE-SUBIDX FROM 1 BY 1
                       UNTIL WS-FILE-SUBIDX > 17
               ELSE
                   PERFORM 0340-REPLACE-ONE-FILE
                       VARYING WS-FILE-SUBIDX FROM 1 BY 1
                       UNTIL WS-FILE-SUBIDX > 17
               END-IF
               PERFORM 0380-PRINT-FILE-RESULT
                   VARYING WS-FILE-SUBIDX FROM 1 BY 1
                   UNTIL WS-FILE-SUBIDX > 17
               PERFORM 0400-REKEY-MASTER
           END-IF.

           PERFORM 0500-PRINT-CORRECTIONS.
           PERFORM 0600-PRINT-TOTALS.

           PERFORM 9999-END-PROGRAM.

       0110-LOAD-CORRECTIONS.

           OPEN INPUT CORRECTION-FILE.
           IF CF-STATUS NOT = "00"
               DISPLAY "WARNING - SSNCORR.DAT UNAVAILABLE - STATUS: ",
                   CF-STATUS
           ELSE
               PERFORM 0115-READ-CORRECTION
                   UNTIL CF-STATUS NOT = "00"
               CLOSE CORRECTION-FILE
           END-IF.

       0115-READ-CORRECTION.

           READ CORRECTION-FILE
               AT END
                   MOVE "10" TO CF-STATUS
               NOT AT END
                   IF CORRECTION-RECORD NOT = SPACES
                       IF WS-CP-COUNT >= 100
                           SET WS-CP-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WS-CP-COUNT
                           MOVE CF-OLD-SSN TO WS-CP-OLD(WS-CP-COUNT)
                           MOVE CF-NEW-SSN TO WS-CP-NEW(WS-CP-COUNT)
                           MOVE SPACES TO WS-CP-NAME(WS-CP-COUNT)
                           MOVE 'A' TO WS-CP-STATE(WS-CP-COUNT)
                           MOVE SPACES TO WS-CP-CODE(WS-CP-COUNT)
                           MOVE SPACES TO WS-CP-REASON(WS-CP-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *    NOTHING HAS BEEN READ BY KEY YET, SO READ NEXT STARTS AT
      *    THE FIRST RECORD.
       0120-COUNT-MASTER.

           PERFORM 0125-COUNT-MASTER-RECORD
               UNTIL ED-STATUS NOT = "00".

       0125-COUNT-MASTER-RECORD.

           READ ED-DATA NEXT RECORD
               AT END
                   MOVE "10" TO ED-STATUS
               NOT AT END
                   ADD 1 TO WS-MASTER-BEFORE
           END-READ.

      *    A PAIR THAT IS BADLY FORMED, ALREADY SATISFIED, AMBIGUOUS
      *    OR WOULD MERGE TWO PEOPLE IS REJECTED WHOLE. TWO PAIRS
      *    SHARING AN SSN, OR ONE PAIR'S NEW SSN BEING ANOTHER'S OLD
      *    ONE, ARE BOTH REJECTED - THE ORDER THEY WOULD APPLY IN
      *    DECIDES THE RESULT, AND THAT IS FOR HR TO SAY.
       0200-VALIDATE-PAIR.

           IF WS-CP-OLD(WS-CP-SUBIDX) IS NOT NUMERIC
               OR WS-CP-NEW(WS-CP-SUBIDX) IS NOT NUMERIC
               OR WS-CP-OLD(WS-CP-SUBIDX) = '000000000'
               OR WS-CP-NEW(WS-CP-SUBIDX) = '000000000'
               MOVE 'SFMT' TO WS-CP-CODE(WS-CP-SUBIDX)
               MOVE 'SSN NOT NINE DIGITS'
                   TO WS-CP-REASON(WS-CP-SUBIDX)
               PERFORM 0290-REJECT-PAIR
               GO TO 0299-VALIDATE-EXIT
           END-IF.

           IF WS-CP-OLD(WS-CP-SUBIDX) = WS-CP-NEW(WS-CP-SUBIDX)
               MOVE 'SSAM' TO WS-CP-CODE(WS-CP-SUBIDX)
               MOVE 'OLD AND NEW SSN THE SAME'
                   TO WS-CP-REASON(WS-CP-SUBIDX)
               PERFORM 0290-REJECT-PAIR
               GO TO 0299-VALIDATE-EXIT
           END-IF.

           PERFORM VARYING WS-CP-OTHER FROM 1 BY 1
               UNTIL WS-CP-OTHER > WS-CP-COUNT
               IF WS-CP-OTHER NOT = WS-CP-SUBIDX
                   IF WS-CP-OLD(WS-CP-OTHER) = WS-CP-OLD(WS-CP-SUBIDX)
                       OR WS-CP-NEW(WS-CP-OTHER) =
                           WS-CP-NEW(WS-CP-SUBIDX)
                       MOVE 'SDUP' TO WS-CP-CODE(WS-CP-SUBIDX)
                       MOVE 'SSN ON ANOTHER PAIR OF THE RUN'
                           TO WS-CP-REASON(WS-CP-SUBIDX)
                   END-IF
                   IF WS-CP-OLD(WS-CP-OTHER) = WS-CP-NEW(WS-CP-SUBIDX)
                       OR WS-CP-NEW(WS-CP-OTHER) =
                           WS-CP-OLD(WS-CP-SUBIDX)
                       MOVE 'SCHN' TO WS-CP-CODE(WS-CP-SUBIDX)
                       MOVE 'SSN CHAINED TO ANOTHER PAIR'
                           TO WS-CP-REASON(WS-CP-SUBIDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CP-CODE(WS-CP-SUBIDX) NOT = SPACES
               PERFORM 0290-REJECT-PAIR
               GO TO 0299-VALIDATE-EXIT
           END-IF.

           MOVE WS-CP-OLD(WS-CP-SUBIDX) TO FD-ED-SSN.
           READ ED-DATA
               KEY IS FD-ED-SSN
               INVALID KEY
                   MOVE 'SOLD' TO WS-CP-CODE(WS-CP-SUBIDX)
                   MOVE 'OLD SSN NOT ON EES.DAT'
                       TO WS-CP-REASON(WS-CP-SUBIDX)
               NOT INVALID KEY
                   MOVE FD-ED-NAME TO WS-CP-NAME(WS-CP-SUBIDX)
           END-READ.
           IF WS-CP-CODE(WS-CP-SUBIDX) NOT = SPACES
               PERFORM 0290-REJECT-PAIR
               GO TO 0299-VALIDATE-EXIT
           END-IF.

           MOVE WS-CP-NEW(WS-CP-SUBIDX) TO FD-ED-SSN.
           READ ED-DATA
               KEY IS FD-ED-SSN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'SNEW' TO WS-CP-CODE(WS-CP-SUBIDX)
                   MOVE 'NEW SSN ALREADY ON EES.DAT'
                       TO WS-CP-REASON(WS-CP-SUBIDX)
           END-READ.
           IF WS-CP-CODE(WS-CP-SUBIDX) NOT = SPACES
               PERFORM 0290-REJECT-PAIR
               GO TO 0299-VALIDATE-EXIT
           END-IF.

           ADD 1 TO WS-CP-ACCEPTED.

       0299-VALIDATE-EXIT.
           EXIT.

       0290-REJECT-PAIR.

           MOVE 'R' TO WS-CP-STATE(WS-CP-SUBIDX).
           ADD 1 TO WS-CP-REJECTED.

           IF ES-STATUS = "00"
               MOVE 'SSN-CORRECT' TO EXR-PROGRAM-NAME
               MOVE WS-TODAY-DATE TO EXR-RUN-DATE
               MOVE SPACES TO EXR-KEY
               MOVE WS-CP-OLD(WS-CP-SUBIDX) TO EXR-KEY(1:9)
               MOVE WS-CP-NEW(WS-CP-SUBIDX) TO EXR-KEY(11:9)
               MOVE WS-CP-CODE(WS-CP-SUBIDX) TO EXR-REASON-CODE
               MOVE SPACE TO EXR-STATUS
               MOVE SPACES TO EXR-RESOLVE-NOTE
               WRITE SHARED-EXCEPTION-RECORD
           END-IF.

      *    ONE PASS OF THE ARCHIVE AGAINST EVERY PAIR STILL STANDING.
       0250-CHECK-ARCHIVE.

           IF WS-CP-ACCEPTED > ZERO
               OPEN INPUT ARCHIVE-DATA
               IF AR-STATUS = "00"
                   PERFORM 0255-READ-ARCHIVE-RECORD
                       UNTIL AR-STATUS NOT = "00"
                   CLOSE ARCHIVE-DATA
               END-IF
           END-IF.

       0255-READ-ARCHIVE-RECORD.

           READ ARCHIVE-DATA
               AT END
                   MOVE "10" TO AR-STATUS
               NOT AT END
                   PERFORM VARYING WS-CP-SUBIDX FROM 1 BY 1
                       UNTIL WS-CP-SUBIDX > WS-CP-COUNT
                       IF WS-CP-STATE(WS-CP-SUBIDX) = 'A'
                           AND WS-CP-NEW(WS-CP-SUBIDX) =
                               ARCHIVEDETAILS(1:9)
                           MOVE 'SARC' TO WS-CP-CODE(WS-CP-SUBIDX)
                           MOVE 'NEW SSN ON EES-ARCH.DAT'
                               TO WS-CP-REASON(WS-CP-SUBIDX)
                           PERFORM 0290-REJECT-PAIR
                           SUBTRACT 1 FROM WS-CP-ACCEPTED
                       END-IF
                   END-PERFORM
           END-READ.

      *    COPY PASS INTO THE FILE'S OWN WORK FILE, PUTTING THE NEW
      *    SSN IN EVERY SSN COLUMN THAT HOLDS AN OLD ONE. NOTHING
      *    LIVE IS TOUCHED HERE; A FILE THAT CANNOT BE OPENED OR
      *    WHOSE WORK FILE DOES NOT MATCH IT RECORD FOR RECORD STOPS
      *    EVERY FILE, AND THE MASTER, FROM BEING REPLACED.
       0300-STAGE-ONE-FILE.

           MOVE WS-DF-NAME(WS-FILE-SUBIDX) TO WS-SRC-NAME.
           MOVE WS-FILE-SUBIDX TO WS-WORK-NAME-SEQ.
           MOVE ZERO TO WS-READ-COUNT.
           MOVE ZERO TO WS-REKEY-COUNT.
           MOVE ZERO TO WS-WRITTEN-COUNT.
           MOVE ZERO TO WS-FR-READ(WS-FILE-SUBIDX).
           MOVE ZERO TO WS-FR-AFTER(WS-FILE-SUBIDX).
           MOVE ZERO TO WS-FR-REKEYED(WS-FILE-SUBIDX).

           OPEN INPUT SOURCE-FILE.
           IF SC-STATUS NOT = "00"
               IF SC-STATUS = "35"
                   MOVE 'S' TO WS-FR-STATE(WS-FILE-SUBIDX)
                   MOVE 'FILE NOT ON HAND - SKIPPED'
                       TO WS-FR-VERDICT(WS-FILE-SUBIDX)
               ELSE
                   MOVE 'X' TO WS-FR-STATE(WS-FILE-SUBIDX)
                   MOVE 'OPEN FAILED - NOT RE-KEYED'
                       TO WS-FR-VERDICT(WS-FILE-SUBIDX)
                   SET WS-DEP-FAILED TO TRUE
                   DISPLAY "WARNING - ", WS-SRC-NAME,
                       " OPEN FAILED - STATUS: ", SC-STATUS
               END-IF
               GO TO 0399-STAGE-EXIT
           END-IF.

           OPEN OUTPUT WORK-FILE.
           IF WK-STATUS NOT = "00"
               CLOSE SOURCE-FILE
               MOVE 'X' TO WS-FR-STATE(WS-FILE-SUBIDX)
               MOVE 'WORK FILE OPEN FAILED'
                   TO WS-FR-VERDICT(WS-FILE-SUBIDX)
               SET WS-DEP-FAILED TO TRUE
               DISPLAY "WARNING - ", WS-WORK-NAME,
                   " OPEN FAILED - STATUS: ", WK-STATUS
               GO TO 0399-STAGE-EXIT
           END-IF.

           PERFORM 0310-REKEY-ONE-RECORD
               UNTIL SC-STATUS NOT = "00".

           CLOSE SOURCE-FILE.
           CLOSE WORK-FILE.

           MOVE WS-READ-COUNT TO WS-FR-READ(WS-FILE-SUBIDX).
           MOVE WS-WRITTEN-COUNT TO WS-FR-AFTER(WS-FILE-SUBIDX).
           MOVE WS-REKEY-COUNT TO WS-FR-REKEYED(WS-FILE-SUBIDX).

           IF WS-WRITTEN-COUNT NOT = WS-READ-COUNT
               MOVE 'X' TO WS-FR-STATE(WS-FILE-SUBIDX)
               MOVE 'COUNTS DISAGREE - NOT REPLACED'
                   TO WS-FR-VERDICT(WS-FILE-SUBIDX)
               SET WS-DEP-FAILED TO TRUE
               DISPLAY "WARNING - ", WS-SRC-NAME,
                   " COUNTS DISAGREE - ORIGINAL LEFT IN PLACE"
               DELETE FILE WORK-FILE
           ELSE
               IF WS-REKEY-COUNT = ZERO
                   MOVE 'U' TO WS-FR-STATE(WS-FILE-SUBIDX)
                   MOVE 'NO RECORDS ON THE OLD SSNS'
                       TO WS-FR-VERDICT(WS-FILE-SUBIDX)
                   DELETE FILE WORK-FILE
               ELSE
                   MOVE 'W' TO WS-FR-STATE(WS-FILE-SUBIDX)
                   MOVE 'STAGED' TO WS-FR-VERDICT(WS-FILE-SUBIDX)
               END-IF
           END-IF.

       0399-STAGE-EXIT.
           EXIT.

      *    A COLUMN THAT RUNS PAST THE END OF A SHORT RECORD IS LEFT
      *    ALONE.
       0310-REKEY-ONE-RECORD.

           READ SOURCE-FILE
               AT END
                   MOVE "10" TO SC-STATUS
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE 'N' TO WS-RECORD-HIT-SW
                   PERFORM VARYING WS-COL-SUBIDX FROM 1 BY 1
                       UNTIL WS-COL-SUBIDX > 4
                       MOVE WS-DF-SSN-COL(WS-FILE-SUBIDX,
                           WS-COL-SUBIDX) TO WS-SSN-COL
                       IF WS-SSN-COL > ZERO
                           AND WS-SSN-COL + 8 NOT > WS-SRC-LEN
                           PERFORM 0320-REKEY-ONE-COLUMN
                       END-IF
                   END-PERFORM
                   IF WS-RECORD-HIT
                       ADD 1 TO WS-REKEY-COUNT
                   END-IF
                   MOVE SOURCE-RECORD TO WORK-RECORD
                   MOVE WS-SRC-LEN TO WS-WORK-LEN
                   WRITE WORK-RECORD
                   IF WK-STATUS = "00"
                       ADD 1 TO WS-WRITTEN-COUNT
                   END-IF
           END-READ.

       0320-REKEY-ONE-COLUMN.

           MOVE SOURCE-RECORD(WS-SSN-COL:9) TO WS-KEY-WORK.
           PERFORM 0330-FIND-OLD-SSN.
           IF WS-FOUND-IDX > ZERO
               MOVE WS-CP-NEW(WS-FOUND-IDX)
                   TO SOURCE-RECORD(WS-SSN-COL:9)
               SET WS-RECORD-HIT TO TRUE
           END-IF.

      *    WS-FOUND-IDX IS THE ACCEPTED PAIR WHOSE OLD SSN IS IN
      *    WS-KEY-WORK, OR ZERO.
       0330-FIND-OLD-SSN.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-CP-SUBIDX FROM 1 BY 1
               UNTIL WS-CP-SUBIDX > WS-CP-COUNT
               IF WS-CP-STATE(WS-CP-SUBIDX) = 'A'
                   AND WS-CP-OLD(WS-CP-SUBIDX) = WS-KEY-WORK
                   MOVE WS-CP-SUBIDX TO WS-FOUND-IDX
                   MOVE 101 TO WS-CP-SUBIDX
               END-IF
           END-PERFORM.

      *    EVERY FILE HAS PROVED OUT, SO EACH STAGED WORK FILE IS
      *    COPIED OVER ITS LIVE FILE AND THEN DELETED. A SHORT COPY
      *    KEEPS ITS WORK FILE - IT IS THE GOOD COPY TO PUT BACK BY
      *    HAND - AND STOPS THE MASTER FROM BEING RE-KEYED.
       0340-REPLACE-ONE-FILE.

           IF WS-FR-STATE(WS-FILE-SUBIDX) = 'W'
               MOVE WS-DF-NAME(WS-FILE-SUBIDX) TO WS-SRC-NAME
               MOVE WS-FILE-SUBIDX TO WS-WORK-NAME-SEQ
               MOVE ZERO TO WS-COPIED-COUNT
               PERFORM 0350-REPLACE-SOURCE-FILE
               MOVE WS-COPIED-COUNT TO WS-FR-AFTER(WS-FILE-SUBIDX)
               IF WS-COPIED-COUNT = WS-FR-READ(WS-FILE-SUBIDX)
                   MOVE 'RE-KEYED AND REPLACED'
                       TO WS-FR-VERDICT(WS-FILE-SUBIDX)
                   ADD WS-FR-REKEYED(WS-FILE-SUBIDX)
                       TO WS-TOT-DEP-REKEYED
                   DELETE FILE WORK-FILE
               ELSE
                   MOVE 'X' TO WS-FR-STATE(WS-FILE-SUBIDX)
                   MOVE SPACES TO WS-FR-VERDICT(WS-FILE-SUBIDX)
                   STRING 'COPY SHORT - SEE ' DELIMITED BY SIZE
                       WS-WORK-NAME DELIMITED BY SPACE
                       INTO WS-FR-VERDICT(WS-FILE-SUBIDX)
                   SET WS-DEP-FAILED TO TRUE
                   DISPLAY "WARNING - ", WS-SRC-NAME,
                       " COPY-BACK COUNT DISAGREES - GOOD COPY KEPT ",
                       "IN ", WS-WORK-NAME
               END-IF
           END-IF.

       0350-REPLACE-SOURCE-FILE.

           OPEN INPUT WORK-FILE.
           OPEN OUTPUT SOURCE-FILE.

           PERFORM 0360-COPY-WORK-RECORD
               UNTIL WK-STATUS NOT = "00".

           CLOSE SOURCE-FILE.
           CLOSE WORK-FILE.

       0360-COPY-WORK-RECORD.

           READ WORK-FILE
               AT END
                   MOVE "10" TO WK-STATUS
               NOT AT END
                   MOVE WORK-RECORD TO SOURCE-RECORD
                   MOVE WS-WORK-LEN TO WS-SRC-LEN
                   WRITE SOURCE-RECORD
                   IF SC-STATUS = "00"
                       ADD 1 TO WS-COPIED-COUNT
                   END-IF
           END-READ.

      *    SOME FILE DID NOT PROVE OUT, SO NO LIVE FILE IS REPLACED
      *    AND EVERY STAGED WORK FILE IS THROWN AWAY.
       0370-DISCARD-WORK-FILE.

           IF WS-FR-STATE(WS-FILE-SUBIDX) = 'W'
               MOVE WS-FILE-SUBIDX TO WS-WORK-NAME-SEQ
               DELETE FILE WORK-FILE
               MOVE WS-FR-READ(WS-FILE-SUBIDX)
                   TO WS-FR-AFTER(WS-FILE-SUBIDX)
               MOVE 'NOT REPLACED - SEE OTHER FILES'
                   TO WS-FR-VERDICT(WS-FILE-SUBIDX)
           END-IF.

       0380-PRINT-FILE-RESULT.

           MOVE WS-DF-NAME(WS-FILE-SUBIDX) TO FDL-NAME.
           MOVE WS-FR-READ(WS-FILE-SUBIDX) TO FDL-BEFORE.
           MOVE WS-FR-AFTER(WS-FILE-SUBIDX) TO FDL-AFTER.
           MOVE WS-FR-REKEYED(WS-FILE-SUBIDX) TO FDL-REKEYED.
           MOVE WS-FR-VERDICT(WS-FILE-SUBIDX) TO FDL-VERDICT.
           WRITE PRINTDATA FROM FILE-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

      *    THE MASTER GOES LAST: EACH EMPLOYEE IS WRITTEN UNDER THE
      *    NEW SSN AND THE OLD RECORD DELETED, THEN ONE SEQUENTIAL
      *    PASS MOVES EVERY MANAGER SSN THAT POINTED AT AN OLD ONE.
      *    THE FILE IS CLOSED AND REOPENED FOR THAT PASS SO READ NEXT
      *    STARTS AGAIN AT THE FIRST RECORD.
       0400-REKEY-MASTER.

           MOVE 'EES.DAT' TO FDL-NAME.

      *    NO MASTER CHANGE GOES UNJOURNALED.
           IF NOT WS-DEP-FAILED
               OPEN EXTEND JOURNAL-FILE
               IF JR-STATUS = "35"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               IF JR-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING EMP-JOURNAL.DAT - STATUS: ",
                       JR-STATUS
                   SET WS-DEP-FAILED TO TRUE
               END-IF
           END-IF.

           IF WS-DEP-FAILED
               PERFORM VARYING WS-CP-SUBIDX FROM 1 BY 1
                   UNTIL WS-CP-SUBIDX > WS-CP-COUNT
                   IF WS-CP-STATE(WS-CP-SUBIDX) = 'A'
                       MOVE 'N' TO WS-CP-STATE(WS-CP-SUBIDX)
                   END-IF
               END-PERFORM
               MOVE WS-MASTER-BEFORE TO FDL-BEFORE
               MOVE WS-MASTER-BEFORE TO FDL-AFTER
               MOVE ZERO TO FDL-REKEYED
               MOVE 'NOT RE-KEYED - SEE FILES ABOVE' TO FDL-VERDICT
               WRITE PRINTDATA FROM FILE-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
               DISPLAY "WARNING - EES.DAT NOT RE-KEYED - A ",
                   "DEPENDENT FILE DID NOT PROVE OUT"
           ELSE
               PERFORM 0410-REKEY-ONE-EMPLOYEE
                   VARYING WS-CP-SUBIDX FROM 1 BY 1
                   UNTIL WS-CP-SUBIDX > WS-CP-COUNT

               CLOSE ED-DATA
               OPEN I-O ED-DATA
               PERFORM 0420-UPDATE-MANAGER-REF
                   UNTIL ED-STATUS NOT = "00"

               MOVE WS-MASTER-BEFORE TO FDL-BEFORE
               MOVE WS-MASTER-AFTER TO FDL-AFTER
               MOVE WS-MASTER-REKEYED TO FDL-REKEYED
               IF WS-MASTER-AFTER = WS-MASTER-BEFORE
                   MOVE 'RE-KEYED' TO FDL-VERDICT
               ELSE
                   MOVE 'COUNTS DISAGREE - CHECK MASTER'
                       TO FDL-VERDICT
                   DISPLAY "WARNING - EES.DAT RECORD COUNT CHANGED ",
                       "DURING THE CORRECTION"
               END-IF
               WRITE PRINTDATA FROM FILE-DETAIL-LINE
                   AFTER ADVANCING 1 LINES

               MOVE 'MANAGER SSNS MOVED:' TO CTO-LABEL
               MOVE WS-MGR-UPDATED TO CTO-COUNT
               WRITE PRINTDATA FROM CORRECTION-TOTAL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

       0410-REKEY-ONE-EMPLOYEE.

           IF WS-CP-STATE(WS-CP-SUBIDX) = 'A'
               MOVE WS-CP-OLD(WS-CP-SUBIDX) TO FD-ED-SSN
               READ ED-DATA
                   KEY IS FD-ED-SSN
                   INVALID KEY
                       MOVE 'F' TO WS-CP-STATE(WS-CP-SUBIDX)
               END-READ
           END-IF.

           IF WS-CP-STATE(WS-CP-SUBIDX) = 'A'
               MOVE EMPLOYEEDETAILS TO WS-BEFORE-IMAGE
               MOVE WS-CP-NEW(WS-CP-SUBIDX) TO FD-ED-SSN
               WRITE EMPLOYEEDETAILS
                   INVALID KEY
                       MOVE 'F' TO WS-CP-STATE(WS-CP-SUBIDX)
               END-WRITE
           END-IF.

           IF WS-CP-STATE(WS-CP-SUBIDX) = 'A'
               MOVE WS-CP-OLD(WS-CP-SUBIDX) TO FD-ED-SSN
               DELETE ED-DATA RECORD
                   INVALID KEY
                       MOVE 'F' TO WS-CP-STATE(WS-CP-SUBIDX)
               END-DELETE
               MOVE WS-BEFORE-IMAGE TO EMPLOYEEDETAILS
               MOVE WS-CP-NEW(WS-CP-SUBIDX) TO FD-ED-SSN
           END-IF.

           IF WS-CP-STATE(WS-CP-SUBIDX) = 'A'
               MOVE 'C' TO WS-CP-STATE(WS-CP-SUBIDX)
               ADD 1 TO WS-CP-CORRECTED
               ADD 1 TO WS-MASTER-REKEYED
               MOVE 'S' TO JL-ACTION-CODE
               PERFORM 0480-WRITE-JOURNAL
           ELSE
               IF WS-CP-STATE(WS-CP-SUBIDX) = 'F'
                   DISPLAY "WARNING - EES.DAT RE-KEY FAILED FOR ",
                       "PAIR ", WS-CP-SUBIDX, " - STATUS: ",
                       ED-STATUS
               END-IF
           END-IF.

       0420-UPDATE-MANAGER-REF.

           READ ED-DATA NEXT RECORD
               AT END
                   MOVE "10" TO ED-STATUS
               NOT AT END
                   ADD 1 TO WS-MASTER-AFTER
                   MOVE FD-ED-MANAGER-SSN TO WS-KEY-WORK
                   PERFORM 0425-FIND-CORRECTED-SSN
                   IF WS-FOUND-IDX > ZERO
                       MOVE EMPLOYEEDETAILS TO WS-BEFORE-IMAGE
                       MOVE WS-CP-NEW(WS-FOUND-IDX)
                           TO FD-ED-MANAGER-SSN
                       REWRITE EMPLOYEEDETAILS
                           INVALID KEY
                               DISPLAY "WARNING - MANAGER SSN NOT ",
                                   "MOVED ON EES.DAT - STATUS: ",
                                   ED-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-MGR-UPDATED
                               MOVE 'C' TO JL-ACTION-CODE
                               PERFORM 0480-WRITE-JOURNAL
                       END-REWRITE
                   END-IF
           END-READ.

      *    AS 0330-FIND-OLD-SSN, BUT FOR PAIRS ALREADY APPLIED TO THE
      *    MASTER.
       0425-FIND-CORRECTED-SSN.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-CP-SUBIDX FROM 1 BY 1
               UNTIL WS-CP-SUBIDX > WS-CP-COUNT
               IF WS-CP-STATE(WS-CP-SUBIDX) = 'C'
                   AND WS-CP-OLD(WS-CP-SUBIDX) = WS-KEY-WORK
                   MOVE WS-CP-SUBIDX TO WS-FOUND-IDX
                   MOVE 101 TO WS-CP-SUBIDX
               END-IF
           END-PERFORM.

       0480-WRITE-JOURNAL.

           IF JR-STATUS = "00"
               MOVE WS-TODAY-DATE TO JL-RUN-DATE
               MOVE WS-AUDIT-TIME TO JL-RUN-TIME
               MOVE WS-BEFORE-IMAGE TO JL-BEFORE-IMAGE
               MOVE EMPLOYEEDETAILS TO JL-AFTER-IMAGE
               MOVE WS-SEC-OPERATOR-ID TO JL-OPERATOR-ID
               WRITE JOURNAL-RECORD
           END-IF.

       0500-PRINT-CORRECTIONS.

           MOVE 'CORRECTIONS REQUESTED' TO SHL-TEXT.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINTDATA FROM CORRECTION-COLUMN-LINE
               AFTER ADVANCING 1 LINES.

           PERFORM 0510-PRINT-ONE-CORRECTION
               VARYING WS-CP-SUBIDX FROM 1 BY 1
               UNTIL WS-CP-SUBIDX > WS-CP-COUNT.

      *    A MALFORMED SSN IS PRINTED AS IT WAS KEYED SO HR CAN SEE
      *    WHAT WAS WRONG WITH IT; ANYTHING NUMERIC IS MASKED.
       0510-PRINT-ONE-CORRECTION.

           MOVE WS-CP-OLD(WS-CP-SUBIDX) TO WS-SSN-WORK-X.
           IF WS-SSN-WORK-X IS NUMERIC
               PERFORM 9900-FORMAT-SSN
               MOVE WS-SSN-MASKED TO CDL-OLD-SSN
           ELSE
               MOVE WS-SSN-WORK-X TO CDL-OLD-SSN
           END-IF.

           MOVE WS-CP-NEW(WS-CP-SUBIDX) TO WS-SSN-WORK-X.
           IF WS-SSN-WORK-X IS NUMERIC
               PERFORM 9900-FORMAT-SSN
               MOVE WS-SSN-MASKED TO CDL-NEW-SSN
           ELSE
               MOVE WS-SSN-WORK-X TO CDL-NEW-SSN
           END-IF.

           MOVE WS-CP-NAME(WS-CP-SUBIDX) TO CDL-NAME.

           EVALUATE WS-CP-STATE(WS-CP-SUBIDX)
               WHEN 'C'
                   MOVE 'CORRECTED' TO CDL-RESULT
               WHEN 'R'
                   MOVE WS-CP-REASON(WS-CP-SUBIDX) TO CDL-RESULT
               WHEN 'F'
                   MOVE 'MASTER RE-KEY FAILED - CHECK' TO CDL-RESULT
               WHEN OTHER
                   MOVE 'NOT APPLIED - RERUN' TO CDL-RESULT
           END-EVALUATE.

           WRITE PRINTDATA FROM CORRECTION-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

       0600-PRINT-TOTALS.

           MOVE 'PAIRS READ:' TO CTO-LABEL.
           MOVE WS-CP-COUNT TO CTO-COUNT.
           WRITE PRINTDATA FROM CORRECTION-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'PAIRS REJECTED:' TO CTO-LABEL.
           MOVE WS-CP-REJECTED TO CTO-COUNT.
           WRITE PRINTDATA FROM CORRECTION-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'EMPLOYEES CORRECTED:' TO CTO-LABEL.
           MOVE WS-CP-CORRECTED TO CTO-COUNT.
           WRITE PRINTDATA FROM CORRECTION-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'DEPENDENT RECORDS RE-KEYED:' TO CTO-LABEL.
           MOVE WS-TOT-DEP-REKEYED TO CTO-COUNT.
           WRITE PRINTDATA FROM CORRECTION-TOTAL-LINE
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

       9998-WRITE-AUDIT-LOG.

           OPEN EXTEND BATCH-AUDIT.
           IF BA-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BATCH-AUDIT.DAT - STATUS: ",
                   BA-STATUS
               GO TO 9998-AUDIT-EXIT
           END-IF.

           COMPUTE WS-TOT-REKEYED = WS-TOT-DEP-REKEYED
               + WS-MASTER-REKEYED + WS-MGR-UPDATED.

           MOVE "SSN-CORRECT"    TO BA-PROGRAM-NAME.
           MOVE WS-TODAY-DATE    TO BA-RUN-DATE.
           MOVE WS-AUDIT-TIME    TO BA-RUN-TIME.
           MOVE WS-CP-CORRECTED  TO BA-RECORD-COUNT.
           MOVE WS-TOT-REKEYED   TO BA-KEY-TOTAL.

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
           MOVE 'SSN-CORRECT  ' TO LK-HOLDER.
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

           OPEN EXTEND BATCH-AUDIT.
           IF BA-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BATCH-AUDIT.DAT - STATUS: ",
                   BA-STATUS
           ELSE
               MOVE "LOCK-OVERRIDE" TO BA-PROGRAM-NAME
               MOVE WS-TODAY-DATE TO BA-RUN-DATE
               MOVE WS-AUDIT-TIME TO BA-RUN-TIME
               MOVE ZERO TO BA-RECORD-COUNT
               MOVE ZERO TO BA-KEY-TOTAL
               WRITE BATCH-AUDIT-RECORD
               CLOSE BATCH-AUDIT
           END-IF.

       9999-END-PROGRAM.

           PERFORM 9998-WRITE-AUDIT-LOG THRU 9998-AUDIT-EXIT.
           PERFORM 9710-RELEASE-RUN-LOCK.
           CLOSE CORRECTION-REPORT.
           CLOSE SHARED-EXCEPTIONS.
           CLOSE JOURNAL-FILE.
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
