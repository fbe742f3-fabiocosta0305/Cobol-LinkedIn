       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVC-MILESTONE.
       AUTHOR. FABIO COSTA.
      *    FORWARD-LOOKING SERVICE-MILESTONE AND RETIREMENT-
      *    ELIGIBILITY REPORT FROM EM-HIRE-DATE AND EM-BIRTHDAY ON
      *    EES.DAT, FOR A CHOSEN WINDOW: THE NEXT MONTH, QUARTER OR
      *    YEAR AFTER THE RUN DATE (RUNPARMS MSWINDOW, QUARTER BY
      *    DEFAULT) OR AN EXPLICIT MSFROM/MSTHRU PAIR OF DATES. IT
      *    LISTS EVERY 5/10/15/20/25-YEAR SERVICE ANNIVERSARY FALLING
      *    IN THE WINDOW FOR THE AWARD PROGRAM, AND EVERY ACTIVE
      *    EMPLOYEE WHO FIRST REACHES RETIREMENT ELIGIBILITY IN THE
      *    WINDOW UNDER THE PLAN'S RULE TABLE - MINIMUM AGE, MINIMUM
      *    SERVICE AND "RULE OF N" AGE-PLUS-SERVICE POINTS - WITH
      *    COUNTS AND SALARY TOTALS BY DEPTMAST.DAT DEPARTMENT FOR
      *    THE NEWLY AND THE ALREADY ELIGIBLE. THE PLAN CHANGES ITS
      *    RULES, SO THEY COME FROM RETRULES.PRM. READS ONLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ED-DATA
            ASSIGN TO "EES.DAT"
            FILE STATUS IS ED-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FD-ED-SSN.

      *    OPTIONAL RUNTIME OVERRIDE FOR THE RETIREMENT RULE TABLE,
      *    ONE LINE PER RULE.
       SELECT RET-RULE-PARM
        ASSIGN TO "RETRULES.PRM"
        FILE STATUS IS RR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    DEPARTMENT/COST-CENTER REFERENCE FILE SHARED WITH
      *    SALARY-RAISE AND EMP-ANALYTICS.
       SELECT DEPT-MASTER-FILE
        ASSIGN TO "DEPTMAST.DAT"
        FILE STATUS IS DM-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MILESTONE-REPORT
        ASSIGN TO "MILESTONE.RPT"
        FILE STATUS IS MR-STATUS
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

      *    ONE LINE PER RULE: NAME, MINIMUM AGE, MINIMUM YEARS OF
      *    SERVICE, MINIMUM AGE-PLUS-SERVICE POINTS. A ZERO MINIMUM
      *    IS NOT PART OF THE RULE; ALL NONZERO ONES MUST BE MET.
       FD RET-RULE-PARM.
       01 RET-RULE-RECORD.
           02 RR-RULE-NAME      PIC X(10).
           02 RR-MIN-AGE        PIC 9(03).
           02 RR-MIN-SERVICE    PIC 9(03).
           02 RR-MIN-POINTS     PIC 9(03).

      *    ONE LINE PER DEPARTMENT: CODE, COST CENTER, NAME.
       FD DEPT-MASTER-FILE.
       01 DEPT-MASTER-RECORD.
           02 DM-DEPT           PIC X(4).
           02 DM-COST-CENTER    PIC X(6).
           02 DM-NAME           PIC X(20).

       FD MILESTONE-REPORT.
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
          02 RR-STATUS  PIC X(2).
          02 DM-STATUS  PIC X(2).
          02 MR-STATUS  PIC X(2).
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
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YEAR       PIC 9(4).
           05  WS-TODAY-MM         PIC 9(2).
           05  WS-TODAY-DD         PIC 9(2).

      *    THE WINDOW LOOKED AHEAD AT, BOTH ENDS INCLUSIVE - SEE
      *    0120-SET-WINDOW.
       01  WS-WINDOW-AREAS.
           05  WS-WINDOW-FROM.
               10  WS-WF-YEAR      PIC 9(4).
               10  WS-WF-MM        PIC 9(2).
               10  WS-WF-DD        PIC 9(2).
           05  WS-WINDOW-FROM-N REDEFINES WS-WINDOW-FROM PIC 9(8).
           05  WS-WINDOW-THRU.
               10  WS-WT-YEAR      PIC 9(4).
               10  WS-WT-MM        PIC 9(2).
               10  WS-WT-DD        PIC 9(2).
           05  WS-WINDOW-THRU-N REDEFINES WS-WINDOW-THRU PIC 9(8).
           05  WS-WINDOW-KIND      PIC X(8) VALUE 'QUARTER'.
           05  WS-QUARTER-NUMBER   PIC 9(1) VALUE ZERO.
           05  WS-LEAP-QUOTIENT    PIC 9(4) VALUE ZERO.
           05  WS-LEAP-4           PIC 9(4) VALUE ZERO.
           05  WS-LEAP-100         PIC 9(4) VALUE ZERO.
           05  WS-LEAP-400         PIC 9(4) VALUE ZERO.

       01  WS-MONTH-DAYS-DATA      PIC X(24) VALUE
               '312831303130313130313031'.
       01  WS-MONTH-DAYS-MAP REDEFINES WS-MONTH-DAYS-DATA.
           05  WS-MONTH-DAYS       PIC 9(2) OCCURS 12 TIMES.

      *    SERVICE ANNIVERSARIES RECOGNIZED BY THE AWARD PROGRAM.
       01  WS-MILESTONE-DATA       PIC X(10) VALUE '0510152025'.
       01  WS-MILESTONE-MAP REDEFINES WS-MILESTONE-DATA.
           05  WS-MILESTONE-YEARS  PIC 9(2) OCCURS 5 TIMES.

      *    RETIREMENT ELIGIBILITY RULES OF THE PLAN - THIS DEFAULT IS
      *    USED WHEN RETRULES.PRM IS NOT PRESENT; SEE
      *    0110-LOAD-RET-RULE-TABLE. EACH ROW IS NAME, MINIMUM AGE,
      *    MINIMUM SERVICE, MINIMUM AGE-PLUS-SERVICE POINTS.
       01  WS-RET-RULE-DATA.
           05 FILLER  PIC X(19) VALUE 'NORMAL    065000000'.
           05 FILLER  PIC X(19) VALUE 'EARLY     055010000'.
           05 FILLER  PIC X(19) VALUE 'RULE OF 85000000085'.
           05 FILLER  PIC X(133) VALUE SPACES.

       01  WS-RET-RULE-MAP REDEFINES WS-RET-RULE-DATA.
           05 WS-RET-RULE-ITEM OCCURS 10 TIMES.
              10 WS-RR-RULE-NAME      PIC X(10).
              10 WS-RR-MIN-AGE        PIC 9(03).
              10 WS-RR-MIN-SERVICE    PIC 9(03).
              10 WS-RR-MIN-POINTS     PIC 9(03).

       01  WS-RULE-TABLE-COUNT   PIC 9(02) VALUE 3.

      *    DEPARTMENT TABLE FROM DEPTMAST.DAT. ENTRY 51 COLLECTS
      *    EMPLOYEES WHOSE DEPARTMENT CODE IS NOT ON FILE. NEW IS
      *    REACHING ELIGIBILITY IN THE WINDOW; OLD IS ALREADY
      *    ELIGIBLE BEFORE THE WINDOW OPENS.
       01  WS-DEPT-AREAS.
           05  WS-DEPT-TABLE-COUNT    PIC 9(2) VALUE ZERO.
           05  WS-DEPT-SUBIDX         PIC 9(2) VALUE ZERO.
           05  WS-DEPT-FOUND-IDX      PIC 9(2) VALUE ZERO.
           05  WS-DEPT-TABLE OCCURS 51 TIMES.
               10  WS-DP-CODE         PIC X(4).
               10  WS-DP-COST-CENTER  PIC X(6).
               10  WS-DP-NAME         PIC X(20).
               10  WS-DP-AWARDS       PIC 9(6).
               10  WS-DP-NEW-COUNT    PIC 9(6).
               10  WS-DP-NEW-SALARY   PIC 9(11).
               10  WS-DP-OLD-COUNT    PIC 9(6).
               10  WS-DP-OLD-SALARY   PIC 9(11).

      *    EMPLOYEES REACHING ELIGIBILITY IN THE WINDOW, HELD UNTIL
      *    THE ANNIVERSARY LISTING IS DONE.
       01  WS-ELIGIBLE-AREAS.
           05  WS-ELIG-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-ELIG-SUBIDX         PIC 9(4) VALUE ZERO.
           05  WS-ELIG-OVERFLOW       PIC 9(6) VALUE ZERO.
           05  WS-ELIG-TABLE OCCURS 2000 TIMES.
               10  WS-EL-SSN          PIC 9(9).
               10  WS-EL-NAME         PIC X(20).
               10  WS-EL-DEPT         PIC X(4).
               10  WS-EL-BORN         PIC 9(8).
               10  WS-EL-HIRED        PIC 9(8).
               10  WS-EL-RULE         PIC X(10).
               10  WS-EL-DATE         PIC 9(8).
               10  WS-EL-AGE          PIC 9(3).
               10  WS-EL-SERVICE      PIC 9(3).
               10  WS-EL-SALARY       PIC 9(9).

      *    THE CURRENT EMPLOYEE'S DATES AS YEAR AND MONTH-DAY SO AN
      *    ANNIVERSARY IS THE YEAR MOVED ON WITH THE SAME MONTH-DAY.
       01  WS-EMPLOYEE-DATES.
           05  WS-BIRTH-DATE.
               10  WS-BIRTH-YEAR      PIC 9(4).
               10  WS-BIRTH-MMDD      PIC 9(4).
           05  WS-BIRTH-DATE-N REDEFINES WS-BIRTH-DATE PIC 9(8).
           05  WS-HIRE-DATE.
               10  WS-HIRE-YEAR       PIC 9(4).
               10  WS-HIRE-MMDD       PIC 9(4).
           05  WS-HIRE-DATE-N REDEFINES WS-HIRE-DATE PIC 9(8).
           05  WS-SALARY              PIC 9(9).

      *    COMPLETED YEARS FROM WS-YR-START TO WS-YR-AS-OF; THE
      *    ANNIVERSARY ITSELF COUNTS AS COMPLETED.
       01  WS-YEARS-AREAS.
           05  WS-YR-START.
               10  WS-YR-START-YEAR   PIC 9(4).
               10  WS-YR-START-MMDD   PIC 9(4).
           05  WS-YR-START-N REDEFINES WS-YR-START PIC 9(8).
           05  WS-YR-AS-OF.
               10  WS-YR-AS-OF-YEAR   PIC 9(4).
               10  WS-YR-AS-OF-MMDD   PIC 9(4).
           05  WS-YR-AS-OF-N REDEFINES WS-YR-AS-OF PIC 9(8).
           05  WS-YR-RESULT           PIC S9(4) VALUE ZERO.

       01  WS-RULE-AREAS.
           05  WS-RULE-SUBIDX         PIC 9(2) VALUE ZERO.
           05  WS-RULE-DATE           PIC 9(8) VALUE ZERO.
           05  WS-CONDITION-DATE      PIC 9(8) VALUE ZERO.
           05  WS-POINTS-DATE         PIC 9(8) VALUE ZERO.
           05  WS-POINTS-YEAR         PIC 9(4) VALUE ZERO.
           05  WS-POINTS-LAST-YEAR    PIC 9(4) VALUE ZERO.
           05  WS-POINTS-CANDIDATE    PIC 9(8) VALUE ZERO.
           05  WS-BIRTHDAY-CANDIDATE  PIC 9(8) VALUE ZERO.
           05  WS-HIREDAY-CANDIDATE   PIC 9(8) VALUE ZERO.
           05  WS-CANDIDATE-AGE       PIC S9(4) VALUE ZERO.
           05  WS-EARLIEST-DATE       PIC 9(8) VALUE ZERO.
           05  WS-EARLIEST-RULE       PIC X(10) VALUE SPACES.

       01  WS-WORK-AREAS.
           05  WS-MILESTONE-SUBIDX    PIC 9(1) VALUE ZERO.
           05  WS-ANNIV-DATE          PIC 9(8) VALUE ZERO.
           05  WS-EMPLOYEES-READ      PIC 9(8) VALUE ZERO.
           05  WS-ACTIVE-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-NO-DATES-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-ANNIV-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-NEW-ELIG-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-NEW-ELIG-SALARY     PIC 9(11) VALUE ZERO.
           05  WS-OLD-ELIG-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-OLD-ELIG-SALARY     PIC 9(11) VALUE ZERO.
           05  WS-DEPT-LINES          PIC 9(3) VALUE ZERO.

       01  MILESTONE-TITLE-LINE.
            05 FILLER           PIC X(46) VALUE
               'SERVICE MILESTONES AND RETIREMENT ELIGIBILITY '.
            05 FILLER           PIC X(9) VALUE '- WINDOW '.
            05 MTL-FROM         PIC 9(8).
            05 FILLER           PIC X(6) VALUE ' THRU '.
            05 MTL-THRU         PIC 9(8).
            05 FILLER           PIC X(10) VALUE '  RUN OF: '.
            05 MTL-DATE         PIC 9(8).
            05 FILLER           PIC X(37) VALUE SPACES.

       01  SECTION-HEADING-LINE.
            05 SHL-TEXT         PIC X(60).
            05 FILLER           PIC X(72) VALUE SPACES.

       01  RULE-LIST-LINE.
            05 FILLER           PIC X(4) VALUE SPACES.
            05 RLL-NAME         PIC X(10).
            05 FILLER           PIC X(9) VALUE ' MIN AGE '.
            05 RLL-AGE          PIC ZZ9.
            05 FILLER           PIC X(13) VALUE ' MIN SERVICE '.
            05 RLL-SERVICE      PIC ZZ9.
            05 FILLER           PIC X(20) VALUE
               ' AGE+SERVICE POINTS '.
            05 RLL-POINTS       PIC ZZ9.
            05 FILLER           PIC X(67) VALUE SPACES.

       01  ANNIV-COLUMN-LINE.
            05 FILLER           PIC X(13) VALUE 'EMPLOYEE ID'.
            05 FILLER           PIC X(22) VALUE 'NAME'.
            05 FILLER           PIC X(6) VALUE 'DEPT'.
            05 FILLER           PIC X(12) VALUE 'HIRED'.
            05 FILLER           PIC X(6) VALUE 'YEARS'.
            05 FILLER           PIC X(11) VALUE 'ANNIVERSARY'.
            05 FILLER           PIC X(62) VALUE SPACES.

       01  ANNIV-DETAIL-LINE.
            05 ADL-SSN          PIC X(11).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 ADL-NAME         PIC X(20).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 ADL-DEPT         PIC X(4).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 ADL-HIRED        PIC 9(8).
            05 FILLER           PIC X(4) VALUE SPACES.
            05 ADL-YEARS        PIC Z9.
            05 FILLER           PIC X(4) VALUE SPACES.
            05 ADL-ANNIV-DATE   PIC 9(8).
            05 FILLER           PIC X(65) VALUE SPACES.

       01  RETIRE-COLUMN-LINE.
            05 FILLER           PIC X(13) VALUE 'EMPLOYEE ID'.
            05 FILLER           PIC X(22) VALUE 'NAME'.
            05 FILLER           PIC X(6) VALUE 'DEPT'.
            05 FILLER           PIC X(10) VALUE 'BORN'.
            05 FILLER           PIC X(10) VALUE 'HIRED'.
            05 FILLER           PIC X(12) VALUE 'RULE'.
            05 FILLER           PIC X(10) VALUE 'ELIGIBLE'.
            05 FILLER           PIC X(5) VALUE 'AGE'.
            05 FILLER           PIC X(5) VALUE 'SVC'.
            05 FILLER           PIC X(5) VALUE 'PTS'.
            05 FILLER           PIC X(12) VALUE '      SALARY'.
            05 FILLER           PIC X(22) VALUE SPACES.

       01  RETIRE-DETAIL-LINE.
            05 RDL-SSN          PIC X(11).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 RDL-NAME         PIC X(20).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 RDL-DEPT         PIC X(4).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 RDL-BORN         PIC 9(8).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 RDL-HIRED        PIC 9(8).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 RDL-RULE         PIC X(10).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 RDL-ELIG-DATE    PIC 9(8).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 RDL-AGE          PIC ZZ9.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 RDL-SERVICE      PIC ZZ9.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 RDL-POINTS       PIC ZZ9.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 RDL-SALARY       PIC $$$,$$$,$$9.
            05 FILLER           PIC X(22) VALUE SPACES.

      *    NEWLY = REACHING ELIGIBILITY IN THE WINDOW, ALREADY =
      *    ELIGIBLE BEFORE IT OPENS; AWARDS ARE THE ANNIVERSARIES.
       01  DEPT-COLUMN-LINE.
            05 FILLER           PIC X(6) VALUE 'DEPT'.
            05 FILLER           PIC X(22) VALUE 'DEPARTMENT NAME'.
            05 FILLER           PIC X(7) VALUE ' AWARDS'.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 FILLER           PIC X(7) VALUE '  NEWLY'.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 FILLER           PIC X(16) VALUE '    NEWLY SALARY'.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 FILLER           PIC X(7) VALUE 'ALREADY'.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 FILLER           PIC X(16) VALUE '  ALREADY SALARY'.
            05 FILLER           PIC X(43) VALUE SPACES.

       01  DEPT-DETAIL-LINE.
            05 DDL-DEPT         PIC X(4).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 DDL-NAME         PIC X(20).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 DDL-AWARDS       PIC ZZZ,ZZ9.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 DDL-NEW-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 DDL-NEW-SALARY   PIC $$$,$$$,$$$,$$9.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 DDL-OLD-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 DDL-OLD-SALARY   PIC $$$,$$$,$$$,$$9.
            05 FILLER           PIC X(43) VALUE SPACES.

       01  NO-ENTRIES-LINE.
            05 FILLER           PIC X(4) VALUE SPACES.
            05 FILLER           PIC X(20) VALUE 'NONE'.
            05 FILLER           PIC X(108) VALUE SPACES.

       01  MILESTONE-TOTAL-LINE.
            05 MTO-LABEL        PIC X(30).
            05 MTO-COUNT        PIC ZZZ,ZZ9.
            05 FILLER           PIC X(95) VALUE SPACES.

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

           PERFORM 0110-LOAD-RET-RULE-TABLE.
           PERFORM 0115-LOAD-DEPT-MASTER.
           PERFORM 0120-SET-WINDOW.

           OPEN INPUT ED-DATA.
           IF ED-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EES.DAT - STATUS: ", ED-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           OPEN OUTPUT MILESTONE-REPORT.
           MOVE WS-WINDOW-FROM-N TO MTL-FROM.
           MOVE WS-WINDOW-THRU-N TO MTL-THRU.
           MOVE WS-TODAY-DATE TO MTL-DATE.
           WRITE PRINTDATA FROM MILESTONE-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRINTDATA FROM PARM-BANNER-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'RETIREMENT RULES IN FORCE' TO SHL-TEXT.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING WS-RULE-SUBIDX FROM 1 BY 1
               UNTIL WS-RULE-SUBIDX > WS-RULE-TABLE-COUNT
               MOVE WS-RR-RULE-NAME(WS-RULE-SUBIDX) TO RLL-NAME
               MOVE WS-RR-MIN-AGE(WS-RULE-SUBIDX) TO RLL-AGE
               MOVE WS-RR-MIN-SERVICE(WS-RULE-SUBIDX) TO RLL-SERVICE
               MOVE WS-RR-MIN-POINTS(WS-RULE-SUBIDX) TO RLL-POINTS
               WRITE PRINTDATA FROM RULE-LIST-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM.

           MOVE 'SERVICE ANNIVERSARIES IN THE WINDOW' TO SHL-TEXT.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRINTDATA FROM ANNIV-COLUMN-LINE
               AFTER ADVANCING 1 LINES.

           READ ED-DATA NEXT RECORD
               AT END SET ED-ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0200-CHECK-EMPLOYEE UNTIL ED-ENDOFFILE.

           IF WS-ANNIV-COUNT = ZERO
               WRITE PRINTDATA FROM NO-ENTRIES-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

           PERFORM 0600-PRINT-NEWLY-ELIGIBLE.
           PERFORM 0700-PRINT-DEPT-SUMMARY.
           PERFORM 0800-PRINT-TOTALS.

           PERFORM 9999-END-PROGRAM.

       0110-LOAD-RET-RULE-TABLE.

      *    OPTIONAL OVERRIDE OF THE HARDCODED DEFAULT TABLE ABOVE -
      *    SEE THE COMMENT AT WS-RET-RULE-DATA.  WITH NO
      *    RETRULES.PRM PRESENT THE DEFAULT TABLE IS LEFT AS-IS.
           OPEN INPUT RET-RULE-PARM.
           IF RR-STATUS = "00"
               MOVE ZERO TO WS-RULE-TABLE-COUNT
               PERFORM 0112-READ-RET-RULE-RECORD
                   UNTIL RR-STATUS NOT = "00"
                   OR WS-RULE-TABLE-COUNT = 10
               CLOSE RET-RULE-PARM
           END-IF.

       0112-READ-RET-RULE-RECORD.

           READ RET-RULE-PARM
               AT END
                   MOVE "10" TO RR-STATUS
               NOT AT END
                   IF RR-MIN-AGE IS NUMERIC
                       AND RR-MIN-SERVICE IS NUMERIC
                       AND RR-MIN-POINTS IS NUMERIC
                       ADD 1 TO WS-RULE-TABLE-COUNT
                       MOVE RR-RULE-NAME TO
                           WS-RR-RULE-NAME(WS-RULE-TABLE-COUNT)
                       MOVE RR-MIN-AGE TO
                           WS-RR-MIN-AGE(WS-RULE-TABLE-COUNT)
                       MOVE RR-MIN-SERVICE TO
                           WS-RR-MIN-SERVICE(WS-RULE-TABLE-COUNT)
                       MOVE RR-MIN-POINTS TO
                           WS-RR-MIN-POINTS(WS-RULE-TABLE-COUNT)
                   ELSE
                       DISPLAY "WARNING - RETRULES.PRM RULE ",
                           RR-RULE-NAME, " NOT NUMERIC - IGNORED"
                   END-IF
           END-READ.

       0115-LOAD-DEPT-MASTER.

           OPEN INPUT DEPT-MASTER-FILE.
           IF DM-STATUS NOT = "00"
               DISPLAY "WARNING - DEPTMAST.DAT UNAVAILABLE - STATUS: ",
                   DM-STATUS
           ELSE
               PERFORM 0117-READ-DEPT-RECORD
                   UNTIL DM-STATUS NOT = "00"
                   OR WS-DEPT-TABLE-COUNT = 50
               CLOSE DEPT-MASTER-FILE
           END-IF.

           MOVE '****' TO WS-DP-CODE(51).
           MOVE SPACES TO WS-DP-COST-CENTER(51).
           MOVE 'NOT ON DEPTMAST.DAT' TO WS-DP-NAME(51).
           MOVE ZERO TO WS-DP-AWARDS(51).
           MOVE ZERO TO WS-DP-NEW-COUNT(51).
           MOVE ZERO TO WS-DP-NEW-SALARY(51).
           MOVE ZERO TO WS-DP-OLD-COUNT(51).
           MOVE ZERO TO WS-DP-OLD-SALARY(51).

       0117-READ-DEPT-RECORD.

           READ DEPT-MASTER-FILE
               AT END
                   MOVE "10" TO DM-STATUS
               NOT AT END
                   ADD 1 TO WS-DEPT-TABLE-COUNT
                   MOVE DM-DEPT TO
                       WS-DP-CODE(WS-DEPT-TABLE-COUNT)
                   MOVE DM-COST-CENTER TO
                       WS-DP-COST-CENTER(WS-DEPT-TABLE-COUNT)
                   MOVE DM-NAME TO
                       WS-DP-NAME(WS-DEPT-TABLE-COUNT)
                   MOVE ZERO TO WS-DP-AWARDS(WS-DEPT-TABLE-COUNT)
                   MOVE ZERO TO WS-DP-NEW-COUNT(WS-DEPT-TABLE-COUNT)
                   MOVE ZERO TO WS-DP-NEW-SALARY(WS-DEPT-TABLE-COUNT)
                   MOVE ZERO TO WS-DP-OLD-COUNT(WS-DEPT-TABLE-COUNT)
                   MOVE ZERO TO WS-DP-OLD-SALARY(WS-DEPT-TABLE-COUNT)
           END-READ.

      *    THE NEXT CALENDAR MONTH, QUARTER OR YEAR AFTER THE RUN
      *    DATE PER RUNPARMS MSWINDOW. AN MSFROM AND MSTHRU PAIR
      *    (YYYYMMDD) OVERRIDES IT FOR ANY OTHER WINDOW.
       0120-SET-WINDOW.

           MOVE 'MSWINDOW    ' TO WS-PARM-WANTED.
           PERFORM 9610-FIND-RUN-PARM.
           IF WS-PARM-FOUND
               IF WS-PARM-VALUE(1:8) = 'MONTH   '
                   OR WS-PARM-VALUE(1:8) = 'QUARTER '
                   OR WS-PARM-VALUE(1:8) = 'YEAR    '
                   MOVE WS-PARM-VALUE(1:8) TO WS-WINDOW-KIND
               ELSE
                   DISPLAY "WARNING - MSWINDOW ", WS-PARM-VALUE,
                       " IS NOT MONTH, QUARTER OR YEAR - USING QUARTER"
               END-IF
           END-IF.

           MOVE WS-TODAY-YEAR TO WS-WF-YEAR.
           EVALUATE WS-WINDOW-KIND
               WHEN 'MONTH'
                   COMPUTE WS-WF-MM = WS-TODAY-MM + 1
                   IF WS-WF-MM > 12
                       MOVE 1 TO WS-WF-MM
                       ADD 1 TO WS-WF-YEAR
                   END-IF
                   MOVE WS-WF-MM TO WS-WT-MM
               WHEN 'YEAR'
                   ADD 1 TO WS-WF-YEAR
                   MOVE 1 TO WS-WF-MM
                   MOVE 12 TO WS-WT-MM
               WHEN OTHER
                   COMPUTE WS-QUARTER-NUMBER = (WS-TODAY-MM - 1) / 3
                   COMPUTE WS-WF-MM = WS-QUARTER-NUMBER * 3 + 4
                   IF WS-WF-MM > 12
                       MOVE 1 TO WS-WF-MM
                       ADD 1 TO WS-WF-YEAR
                   END-IF
                   COMPUTE WS-WT-MM = WS-WF-MM + 2
           END-EVALUATE.
           MOVE 1 TO WS-WF-DD.
           MOVE WS-WF-YEAR TO WS-WT-YEAR.
           PERFORM 0125-SET-WINDOW-LAST-DAY.

           MOVE 'MSFROM      ' TO WS-PARM-WANTED.
           PERFORM 9610-FIND-RUN-PARM.
           IF WS-PARM-FOUND
               IF WS-PARM-VALUE(1:8) IS NUMERIC
                   MOVE WS-PARM-VALUE(1:8) TO WS-YR-START
                   MOVE 'MSTHRU      ' TO WS-PARM-WANTED
                   PERFORM 9610-FIND-RUN-PARM
                   IF WS-PARM-FOUND
                       AND WS-PARM-VALUE(1:8) IS NUMERIC
                       AND WS-PARM-VALUE(1:8) NOT < WS-YR-START
                       MOVE WS-YR-START TO WS-WINDOW-FROM
                       MOVE WS-PARM-VALUE(1:8) TO WS-WINDOW-THRU
                       MOVE 'DATES' TO WS-WINDOW-KIND
                   ELSE
                       DISPLAY "WARNING - MSTHRU MISSING OR BEFORE ",
                           "MSFROM - USING THE ", WS-WINDOW-KIND,
                           " WINDOW"
                   END-IF
               ELSE
                   DISPLAY "WARNING - MSFROM ", WS-PARM-VALUE,
                       " IS NOT YYYYMMDD - USING THE ", WS-WINDOW-KIND,
                       " WINDOW"
               END-IF
           END-IF.

       0125-SET-WINDOW-LAST-DAY.

           MOVE WS-MONTH-DAYS(WS-WT-MM) TO WS-WT-DD.
           IF WS-WT-MM = 2
               DIVIDE WS-WT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-4
               DIVIDE WS-WT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-100
               DIVIDE WS-WT-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-400
               IF WS-LEAP-400 = ZERO
                   OR (WS-LEAP-4 = ZERO AND WS-LEAP-100 NOT = ZERO)
                   MOVE 29 TO WS-WT-DD
               END-IF
           END-IF.

      *    TERMINATED EMPLOYEES ARE SKIPPED. AN ACTIVE EMPLOYEE
      *    WITHOUT A USABLE HIRE DATE HAS NO ANNIVERSARY, AND ONE
      *    WITHOUT A USABLE BIRTH DATE AS WELL CANNOT BE TRIED
      *    AGAINST THE RETIREMENT RULES; BOTH ARE COUNTED.
       0200-CHECK-EMPLOYEE.

           ADD 1 TO WS-EMPLOYEES-READ.

           IF FD-ED-TERM-YEAR IS NOT NUMERIC
               OR FD-ED-TERM-YEAR = ZERO
               ADD 1 TO WS-ACTIVE-COUNT
               MOVE 51 TO WS-DEPT-FOUND-IDX
               PERFORM VARYING WS-DEPT-SUBIDX FROM 1 BY 1
                   UNTIL WS-DEPT-SUBIDX > WS-DEPT-TABLE-COUNT
                   IF WS-DP-CODE(WS-DEPT-SUBIDX) = FD-ED-DEPT-CODE
                       MOVE WS-DEPT-SUBIDX TO WS-DEPT-FOUND-IDX
                       MOVE 51 TO WS-DEPT-SUBIDX
                   END-IF
               END-PERFORM
               MOVE ZERO TO WS-SALARY
               IF FD-ED-SALARY IS NUMERIC
                   MOVE FD-ED-SALARY TO WS-SALARY
               END-IF
               IF FD-ED-HIRE-DATE IS NOT NUMERIC
                   OR FD-ED-HIRE-YEAR = ZERO
                   OR FD-ED-HIRE-MONTH < 1
                   OR FD-ED-HIRE-MONTH > 12
                   ADD 1 TO WS-NO-DATES-COUNT
               ELSE
                   MOVE FD-ED-HIRE-DATE TO WS-HIRE-DATE
                   PERFORM 0210-CHECK-ANNIVERSARY
                       VARYING WS-MILESTONE-SUBIDX FROM 1 BY 1
                       UNTIL WS-MILESTONE-SUBIDX > 5
                   IF FD-ED-BIRTHDAY IS NOT NUMERIC
                       OR FD-ED-YEAR = ZERO
                       OR FD-ED-MONTH < 1
                       OR FD-ED-MONTH > 12
                       ADD 1 TO WS-NO-DATES-COUNT
                   ELSE
                       MOVE FD-ED-BIRTHDAY TO WS-BIRTH-DATE
                       PERFORM 0300-CHECK-RETIREMENT
                   END-IF
               END-IF
           END-IF.

           READ ED-DATA NEXT RECORD
               AT END SET ED-ENDOFFILE TO TRUE
           END-READ.

      *    THE ANNIVERSARY IS THE HIRE MONTH AND DAY IN THE HIRE
      *    YEAR PLUS THE MILESTONE; A WINDOW OF MORE THAN FIVE YEARS
      *    CAN HOLD SEVERAL FOR ONE EMPLOYEE.
       0210-CHECK-ANNIVERSARY.

           COMPUTE WS-ANNIV-DATE =
               (WS-HIRE-YEAR + WS-MILESTONE-YEARS(WS-MILESTONE-SUBIDX))
               * 10000 + WS-HIRE-MMDD.

           IF WS-ANNIV-DATE NOT < WS-WINDOW-FROM-N
               AND WS-ANNIV-DATE NOT > WS-WINDOW-THRU-N
               ADD 1 TO WS-ANNIV-COUNT
               ADD 1 TO WS-DP-AWARDS(WS-DEPT-FOUND-IDX)
               MOVE FD-ED-SSN TO WS-SSN-WORK
               PERFORM 9900-FORMAT-SSN
               MOVE WS-SSN-MASKED TO ADL-SSN
               MOVE FD-ED-NAME TO ADL-NAME
               MOVE FD-ED-DEPT-CODE TO ADL-DEPT
               MOVE WS-HIRE-DATE-N TO ADL-HIRED
               MOVE WS-MILESTONE-YEARS(WS-MILESTONE-SUBIDX)
                   TO ADL-YEARS
               MOVE WS-ANNIV-DATE TO ADL-ANNIV-DATE
               WRITE PRINTDATA FROM ANNIV-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

      *    THE EMPLOYEE'S ELIGIBILITY DATE IS THE EARLIEST OF THE
      *    RULES' DATES. BEFORE THE WINDOW THEY ARE ALREADY ELIGIBLE;
      *    INSIDE IT THEY ARE HELD FOR THE NEWLY-ELIGIBLE LISTING.
       0300-CHECK-RETIREMENT.

           MOVE 99999999 TO WS-EARLIEST-DATE.
           MOVE SPACES TO WS-EARLIEST-RULE.
           PERFORM 0310-RULE-DATE
               VARYING WS-RULE-SUBIDX FROM 1 BY 1
               UNTIL WS-RULE-SUBIDX > WS-RULE-TABLE-COUNT.

           IF WS-EARLIEST-DATE < WS-WINDOW-FROM-N
               ADD 1 TO WS-OLD-ELIG-COUNT
               ADD WS-SALARY TO WS-OLD-ELIG-SALARY
               ADD 1 TO WS-DP-OLD-COUNT(WS-DEPT-FOUND-IDX)
               ADD WS-SALARY TO WS-DP-OLD-SALARY(WS-DEPT-FOUND-IDX)
           ELSE
               IF WS-EARLIEST-DATE NOT > WS-WINDOW-THRU-N
                   ADD 1 TO WS-NEW-ELIG-COUNT
                   ADD WS-SALARY TO WS-NEW-ELIG-SALARY
                   ADD 1 TO WS-DP-NEW-COUNT(WS-DEPT-FOUND-IDX)
                   ADD WS-SALARY
                       TO WS-DP-NEW-SALARY(WS-DEPT-FOUND-IDX)
                   PERFORM 0350-HOLD-NEWLY-ELIGIBLE
               END-IF
           END-IF.

      *    A RULE'S DATE IS THE LATEST OF THE DATES ITS NONZERO
      *    MINIMUMS ARE EACH FIRST MET. A RULE WITH NO MINIMUMS AT
      *    ALL IS IGNORED RATHER THAN MAKING EVERYONE ELIGIBLE.
       0310-RULE-DATE.

           MOVE ZERO TO WS-RULE-DATE.

           IF WS-RR-MIN-AGE(WS-RULE-SUBIDX) > ZERO
               COMPUTE WS-CONDITION-DATE =
                   (WS-BIRTH-YEAR + WS-RR-MIN-AGE(WS-RULE-SUBIDX))
                   * 10000 + WS-BIRTH-MMDD
               IF WS-CONDITION-DATE > WS-RULE-DATE
                   MOVE WS-CONDITION-DATE TO WS-RULE-DATE
               END-IF
           END-IF.

           IF WS-RR-MIN-SERVICE(WS-RULE-SUBIDX) > ZERO
               COMPUTE WS-CONDITION-DATE =
                   (WS-HIRE-YEAR + WS-RR-MIN-SERVICE(WS-RULE-SUBIDX))
                   * 10000 + WS-HIRE-MMDD
               IF WS-CONDITION-DATE > WS-RULE-DATE
                   MOVE WS-CONDITION-DATE TO WS-RULE-DATE
               END-IF
           END-IF.

           IF WS-RR-MIN-POINTS(WS-RULE-SUBIDX) > ZERO
               PERFORM 0320-POINTS-DATE
               IF WS-POINTS-DATE > WS-RULE-DATE
                   MOVE WS-POINTS-DATE TO WS-RULE-DATE
               END-IF
           END-IF.

           IF WS-RULE-DATE > ZERO
               AND WS-RULE-DATE < WS-EARLIEST-DATE
               MOVE WS-RULE-DATE TO WS-EARLIEST-DATE
               MOVE WS-RR-RULE-NAME(WS-RULE-SUBIDX) TO WS-EARLIEST-RULE
           END-IF.

      *    AGE PLUS SERVICE ONLY GOES UP ON A BIRTHDAY OR A HIRE
      *    ANNIVERSARY, SO THOSE ARE TRIED YEAR BY YEAR FROM THE HIRE
      *    DATE, EARLIER ONE FIRST, UNTIL THE POINTS ARE MET.
       0320-POINTS-DATE.

           MOVE 99999999 TO WS-POINTS-DATE.
           COMPUTE WS-POINTS-LAST-YEAR = WS-HIRE-YEAR + 100.
           PERFORM VARYING WS-POINTS-YEAR FROM WS-HIRE-YEAR BY 1
               UNTIL WS-POINTS-YEAR > WS-POINTS-LAST-YEAR
               OR WS-POINTS-DATE < 99999999
               COMPUTE WS-BIRTHDAY-CANDIDATE =
                   WS-POINTS-YEAR * 10000 + WS-BIRTH-MMDD
               COMPUTE WS-HIREDAY-CANDIDATE =
                   WS-POINTS-YEAR * 10000 + WS-HIRE-MMDD
               IF WS-BIRTHDAY-CANDIDATE < WS-HIREDAY-CANDIDATE
                   MOVE WS-BIRTHDAY-CANDIDATE TO WS-POINTS-CANDIDATE
                   PERFORM 0325-TRY-POINTS-CANDIDATE
                   MOVE WS-HIREDAY-CANDIDATE TO WS-POINTS-CANDIDATE
                   PERFORM 0325-TRY-POINTS-CANDIDATE
               ELSE
                   MOVE WS-HIREDAY-CANDIDATE TO WS-POINTS-CANDIDATE
                   PERFORM 0325-TRY-POINTS-CANDIDATE
                   MOVE WS-BIRTHDAY-CANDIDATE TO WS-POINTS-CANDIDATE
                   PERFORM 0325-TRY-POINTS-CANDIDATE
               END-IF
           END-PERFORM.

       0325-TRY-POINTS-CANDIDATE.

           IF WS-POINTS-CANDIDATE NOT < WS-HIRE-DATE-N
               AND WS-POINTS-CANDIDATE < WS-POINTS-DATE
               MOVE WS-BIRTH-DATE TO WS-YR-START
               MOVE WS-POINTS-CANDIDATE TO WS-YR-AS-OF-N
               PERFORM 0500-COMPLETED-YEARS
               MOVE WS-YR-RESULT TO WS-CANDIDATE-AGE
               MOVE WS-HIRE-DATE TO WS-YR-START
               PERFORM 0500-COMPLETED-YEARS
               IF WS-CANDIDATE-AGE + WS-YR-RESULT NOT <
                   WS-RR-MIN-POINTS(WS-RULE-SUBIDX)
                   MOVE WS-POINTS-CANDIDATE TO WS-POINTS-DATE
               END-IF
           END-IF.

       0350-HOLD-NEWLY-ELIGIBLE.

           IF WS-ELIG-COUNT = 2000
               ADD 1 TO WS-ELIG-OVERFLOW
           ELSE
               ADD 1 TO WS-ELIG-COUNT
               MOVE FD-ED-SSN TO WS-EL-SSN(WS-ELIG-COUNT)
               MOVE FD-ED-NAME TO WS-EL-NAME(WS-ELIG-COUNT)
               MOVE FD-ED-DEPT-CODE TO WS-EL-DEPT(WS-ELIG-COUNT)
               MOVE WS-BIRTH-DATE-N TO WS-EL-BORN(WS-ELIG-COUNT)
               MOVE WS-HIRE-DATE-N TO WS-EL-HIRED(WS-ELIG-COUNT)
               MOVE WS-EARLIEST-RULE TO WS-EL-RULE(WS-ELIG-COUNT)
               MOVE WS-EARLIEST-DATE TO WS-EL-DATE(WS-ELIG-COUNT)
               MOVE WS-SALARY TO WS-EL-SALARY(WS-ELIG-COUNT)
               MOVE WS-BIRTH-DATE TO WS-YR-START
               MOVE WS-EARLIEST-DATE TO WS-YR-AS-OF-N
               PERFORM 0500-COMPLETED-YEARS
               MOVE WS-YR-RESULT TO WS-EL-AGE(WS-ELIG-COUNT)
               MOVE WS-HIRE-DATE TO WS-YR-START
               PERFORM 0500-COMPLETED-YEARS
               MOVE WS-YR-RESULT TO WS-EL-SERVICE(WS-ELIG-COUNT)
           END-IF.

       0500-COMPLETED-YEARS.

           COMPUTE WS-YR-RESULT = WS-YR-AS-OF-YEAR - WS-YR-START-YEAR.
           IF WS-YR-AS-OF-MMDD < WS-YR-START-MMDD
               SUBTRACT 1 FROM WS-YR-RESULT
           END-IF.
           IF WS-YR-RESULT < ZERO
               MOVE ZERO TO WS-YR-RESULT
           END-IF.

       0600-PRINT-NEWLY-ELIGIBLE.

           MOVE 'REACHING RETIREMENT ELIGIBILITY IN THE WINDOW'
               TO SHL-TEXT.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRINTDATA FROM RETIRE-COLUMN-LINE
               AFTER ADVANCING 1 LINES.

           PERFORM VARYING WS-ELIG-SUBIDX FROM 1 BY 1
               UNTIL WS-ELIG-SUBIDX > WS-ELIG-COUNT
               MOVE WS-EL-SSN(WS-ELIG-SUBIDX) TO WS-SSN-WORK
               PERFORM 9900-FORMAT-SSN
               MOVE WS-SSN-MASKED TO RDL-SSN
               MOVE WS-EL-NAME(WS-ELIG-SUBIDX) TO RDL-NAME
               MOVE WS-EL-DEPT(WS-ELIG-SUBIDX) TO RDL-DEPT
               MOVE WS-EL-BORN(WS-ELIG-SUBIDX) TO RDL-BORN
               MOVE WS-EL-HIRED(WS-ELIG-SUBIDX) TO RDL-HIRED
               MOVE WS-EL-RULE(WS-ELIG-SUBIDX) TO RDL-RULE
               MOVE WS-EL-DATE(WS-ELIG-SUBIDX) TO RDL-ELIG-DATE
               MOVE WS-EL-AGE(WS-ELIG-SUBIDX) TO RDL-AGE
               MOVE WS-EL-SERVICE(WS-ELIG-SUBIDX) TO RDL-SERVICE
               COMPUTE RDL-POINTS = WS-EL-AGE(WS-ELIG-SUBIDX)
                   + WS-EL-SERVICE(WS-ELIG-SUBIDX)
               MOVE WS-EL-SALARY(WS-ELIG-SUBIDX) TO RDL-SALARY
               WRITE PRINTDATA FROM RETIRE-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM.

           IF WS-NEW-ELIG-COUNT = ZERO
               WRITE PRINTDATA FROM NO-ENTRIES-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

           IF WS-ELIG-OVERFLOW > ZERO
               DISPLAY "WARNING - ELIGIBLE LISTING FULL - ",
                   WS-ELIG-OVERFLOW, " NOT LISTED BUT COUNTED"
           END-IF.

      *    A LINE FOR EACH DEPARTMENT WITH AN AWARD OR AN ELIGIBLE
      *    EMPLOYEE, THEN THE COMPANY TOTAL.
       0700-PRINT-DEPT-SUMMARY.

           MOVE 'BY DEPARTMENT' TO SHL-TEXT.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRINTDATA FROM DEPT-COLUMN-LINE
               AFTER ADVANCING 1 LINES.

           MOVE ZERO TO WS-DEPT-LINES.
           PERFORM 0710-PRINT-DEPT-LINE
               VARYING WS-DEPT-SUBIDX FROM 1 BY 1
               UNTIL WS-DEPT-SUBIDX > WS-DEPT-TABLE-COUNT.
           MOVE 51 TO WS-DEPT-SUBIDX.
           PERFORM 0710-PRINT-DEPT-LINE.

           MOVE SPACES TO DDL-DEPT.
           MOVE 'COMPANY TOTAL' TO DDL-NAME.
           MOVE WS-ANNIV-COUNT TO DDL-AWARDS.
           MOVE WS-NEW-ELIG-COUNT TO DDL-NEW-COUNT.
           MOVE WS-NEW-ELIG-SALARY TO DDL-NEW-SALARY.
           MOVE WS-OLD-ELIG-COUNT TO DDL-OLD-COUNT.
           MOVE WS-OLD-ELIG-SALARY TO DDL-OLD-SALARY.
           WRITE PRINTDATA FROM DEPT-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

       0710-PRINT-DEPT-LINE.

           IF WS-DP-AWARDS(WS-DEPT-SUBIDX) > ZERO
               OR WS-DP-NEW-COUNT(WS-DEPT-SUBIDX) > ZERO
               OR WS-DP-OLD-COUNT(WS-DEPT-SUBIDX) > ZERO
               ADD 1 TO WS-DEPT-LINES
               MOVE WS-DP-CODE(WS-DEPT-SUBIDX) TO DDL-DEPT
               MOVE WS-DP-NAME(WS-DEPT-SUBIDX) TO DDL-NAME
               MOVE WS-DP-AWARDS(WS-DEPT-SUBIDX) TO DDL-AWARDS
               MOVE WS-DP-NEW-COUNT(WS-DEPT-SUBIDX) TO DDL-NEW-COUNT
               MOVE WS-DP-NEW-SALARY(WS-DEPT-SUBIDX) TO DDL-NEW-SALARY
               MOVE WS-DP-OLD-COUNT(WS-DEPT-SUBIDX) TO DDL-OLD-COUNT
               MOVE WS-DP-OLD-SALARY(WS-DEPT-SUBIDX) TO DDL-OLD-SALARY
               WRITE PRINTDATA FROM DEPT-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

       0800-PRINT-TOTALS.

           MOVE 'EMPLOYEES READ:' TO MTO-LABEL.
           MOVE WS-EMPLOYEES-READ TO MTO-COUNT.
           WRITE PRINTDATA FROM MILESTONE-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE 'ACTIVE EMPLOYEES:' TO MTO-LABEL.
           MOVE WS-ACTIVE-COUNT TO MTO-COUNT.
           WRITE PRINTDATA FROM MILESTONE-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'SERVICE ANNIVERSARIES:' TO MTO-LABEL.
           MOVE WS-ANNIV-COUNT TO MTO-COUNT.
           WRITE PRINTDATA FROM MILESTONE-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'REACHING ELIGIBILITY:' TO MTO-LABEL.
           MOVE WS-NEW-ELIG-COUNT TO MTO-COUNT.
           WRITE PRINTDATA FROM MILESTONE-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'ALREADY ELIGIBLE:' TO MTO-LABEL.
           MOVE WS-OLD-ELIG-COUNT TO MTO-COUNT.
           WRITE PRINTDATA FROM MILESTONE-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'NO USABLE HIRE OR BIRTH DATE:' TO MTO-LABEL.
           MOVE WS-NO-DATES-COUNT TO MTO-COUNT.
           WRITE PRINTDATA FROM MILESTONE-TOTAL-LINE
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

      *    ONE AUDIT RECORD PER RUN: EMPLOYEES READ AND THE WHOLE-
      *    DOLLAR SALARY OF THOSE REACHING ELIGIBILITY.
       9998-WRITE-AUDIT-LOG.

           OPEN EXTEND BATCH-AUDIT.
           IF BA-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BATCH-AUDIT.DAT - STATUS: ",
                   BA-STATUS
               GO TO 9998-AUDIT-EXIT
           END-IF.

           MOVE "SVC-MILESTONE"    TO BA-PROGRAM-NAME.
           MOVE WS-TODAY-DATE      TO BA-RUN-DATE.
           MOVE WS-AUDIT-TIME      TO BA-RUN-TIME.
           MOVE WS-EMPLOYEES-READ  TO BA-RECORD-COUNT.
           MOVE WS-NEW-ELIG-SALARY TO BA-KEY-TOTAL.

           WRITE BATCH-AUDIT-RECORD.

           CLOSE BATCH-AUDIT.

       9998-AUDIT-EXIT.
           EXIT.

       9999-END-PROGRAM.

           PERFORM 9998-WRITE-AUDIT-LOG THRU 9998-AUDIT-EXIT.
           CLOSE MILESTONE-REPORT.
           CLOSE ED-DATA.
           STOP RUN.

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
