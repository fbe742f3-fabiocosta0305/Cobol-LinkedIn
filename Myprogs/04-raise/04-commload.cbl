       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMM-LOAD.
       AUTHOR. FABIO COSTA.
      *    LOADS THE CARSALES COMMISSION FEED COMMPAY.DAT INTO PAYROLL
      *    AS SUPPLEMENTAL EARNINGS, SO COMMISSION IS PAID BY
      *    PAYROLL-REGISTER INSTEAD OF BEING RE-KEYED. CARSALES KNOWS
      *    A SALESPERSON BY SALESPERSON ID AND PAYROLL KNOWS AN
      *    EMPLOYEE BY SSN; THE CROSS-REFERENCE SMXREF.DAT JOINS THE
      *    TWO AND IS VALIDATED AGAINST EES.DAT ON EVERY RUN.
      *    ONLY A FEED WHOSE TRAILER PROVES AGAINST ITS DETAIL IS
      *    LOADED. EACH SALESPERSON'S COMMISSION IS A YEAR-TO-DATE
      *    FIGURE, SO THE LOAD HISTORY COMMLOAD.DAT KEEPS WHAT HAS
      *    ALREADY BEEN QUEUED FOR THE COMMISSION YEAR AND ONLY THE
      *    CHANGE IS QUEUED ON PENDEARN.DAT: AN INCREASE AS A 'COMM'
      *    ROW, A DECREASE (A CLAWBACK ON THE SALES SIDE) AS A 'CLAW'
      *    ROW THAT REDUCES THE NEXT PAYDAY'S GROSS. A RERUN OF THE
      *    SAME FEED QUEUES NOTHING. COMMISSION FOR AN ID WITH NO
      *    CROSS-REFERENCE, OR WHOSE EMPLOYEE IS NOT ON EES.DAT OR IS
      *    TERMINATED, IS REJECTED TO EXCEPTIONS.DAT AND PICKED UP BY
      *    THE NEXT LOAD ONCE CORRECTED. THE QUEUED ROWS ARE HELD
      *    UNTIL THE HISTORY IS SAVED AND ONLY THEN APPENDED, SO A
      *    HISTORY THAT CANNOT BE SAVED QUEUES NOTHING AND THE RERUN
      *    QUEUES EVERYTHING ONCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ED-DATA
            ASSIGN TO "EES.DAT"
            FILE STATUS IS ED-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FD-ED-SSN.

      *    CARSALES COMMISSION FEED: ONE 'D' PER SALESPERSON WITH
      *    THE YEAR'S COMMISSION AND A 'T' TRAILER WITH COUNT AND
      *    TOTAL.
       SELECT COMMISSION-FEED
        ASSIGN TO "COMMPAY.DAT"
        FILE STATUS IS CP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    SALESPERSON ID TO SSN, ONE LINE PER SALESPERSON.
       SELECT SALES-XREF
        ASSIGN TO "SMXREF.DAT"
        FILE STATUS IS XR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    COMMISSION ALREADY QUEUED PER COMMISSION YEAR AND ID, HELD
      *    IN MEMORY FOR THE RUN AND WRITTEN BACK WHOLE AT THE END.
       SELECT LOAD-HISTORY
        ASSIGN TO "COMMLOAD.DAT"
        FILE STATUS IS CL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    EARNINGS OWED BUT NOT YET PAID, SHARED WITH EMP-TRANS AND
      *    PAID AND CLEARED BY PAYROLL-REGISTER.
       SELECT PENDING-EARNINGS
        ASSIGN TO "PENDEARN.DAT"
        FILE STATUS IS PE-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    SHARED CROSS-PROGRAM EXCEPTION FILE, APPENDED.
       SELECT SHARED-EXCEPTIONS
        ASSIGN TO "EXCEPTIONS.DAT"
        FILE STATUS IS ES-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LOAD-REPORT
        ASSIGN TO "COMMLOAD.RPT"
        FILE STATUS IS LR-STATUS
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

       FD COMMISSION-FEED.
       01 COMMISSION-FEED-RECORD PIC X(56).

       01 COMM-DETAIL-RECORD REDEFINES COMMISSION-FEED-RECORD.
           02 CPD-RECORD-TYPE   PIC X(1).
           02 CPD-SALESPERSON-ID PIC 9(5).
           02 CPD-LASTNAME      PIC X(15).
           02 CPD-FIRSTNAME     PIC X(10).
           02 CPD-YEARLY-SALES  PIC 9(12).
           02 CPD-COMM-RATE     PIC 9V999.
           02 CPD-COMM-AMOUNT   PIC 9(9).

       01 COMM-TRAILER-RECORD REDEFINES COMMISSION-FEED-RECORD.
           02 CPT-RECORD-TYPE   PIC X(1).
           02 CPT-RECORD-COUNT  PIC 9(8).
           02 CPT-COMM-TOTAL    PIC 9(12).
           02 FILLER            PIC X(35).

       FD SALES-XREF.
       01 SALES-XREF-RECORD.
           02 XR-SALESPERSON-ID PIC 9(5).
           02 XR-SSN            PIC 9(9).

       FD LOAD-HISTORY.
       01 LOAD-HISTORY-RECORD.
           02 CL-COMM-YEAR      PIC 9(4).
           02 CL-SALESPERSON-ID PIC 9(5).
           02 CL-SSN            PIC 9(9).
           02 CL-LOADED-AMOUNT  PIC 9(9).
           02 CL-LAST-LOAD-DATE PIC 9(8).

      *    PE-EARN-CODE 'COMM' IS SALES COMMISSION AND 'CLAW' A
      *    COMMISSION CLAWBACK; PE-PERIOD-DATE IS THE LOAD DATE AND
      *    THE RATES ARE ZERO.
       FD PENDING-EARNINGS.
       01 PENDING-EARNINGS-RECORD.
           02 PE-SSN            PIC 9(9).
           02 PE-EARN-CODE      PIC X(4).
           02 PE-PERIOD-DATE    PIC 9(8).
           02 PE-OLD-RATE       PIC 9(7)V99.
           02 PE-NEW-RATE       PIC 9(7)V99.
           02 PE-AMOUNT         PIC 9(7)V99.
           02 PE-CREATED-DATE   PIC 9(8).

      *    ONE FIXED-LAYOUT RECORD PER REJECT: PROGRAM, RUN DATE,
      *    KEY, REASON CODE.
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

       FD LOAD-REPORT.
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
          02 CP-STATUS  PIC X(2).
          02 XR-STATUS  PIC X(2).
          02 CL-STATUS  PIC X(2).
          02 PE-STATUS  PIC X(2).
          02 ES-STATUS  PIC X(2).
          02 LR-STATUS  PIC X(2).
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

      *    THE COMMISSION YEAR THE FEED BELONGS TO - RUNPARMS
      *    COMMYEAR WHEN SET, OTHERWISE THE YEAR OF THE RUN DATE.
       01  WS-COMM-YEAR            PIC 9(4) VALUE ZERO.

      *    THE FEED DETAIL, HELD WHOLE SO ITS TRAILER CAN BE PROVED
      *    BEFORE ANYTHING IS QUEUED.
       01  WS-FEED-AREAS.
           05  WS-FD-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-FD-SUBIDX        PIC 9(3) VALUE ZERO.
           05  WS-FD-TOTAL         PIC 9(12) VALUE ZERO.
           05  WS-FD-OVERFLOW-SW   PIC X(1) VALUE 'N'.
               88  WS-FD-OVERFLOW  VALUE 'Y'.
           05  WS-FD-TRAILER-SW    PIC X(1) VALUE 'N'.
               88  WS-FD-TRAILER-SEEN VALUE 'Y'.
           05  WS-FD-TRL-COUNT     PIC 9(8) VALUE ZERO.
           05  WS-FD-TRL-TOTAL     PIC 9(12) VALUE ZERO.
           05  WS-FD-PROVEN-SW     PIC X(1) VALUE 'N'.
               88  WS-FD-PROVEN    VALUE 'Y'.
           05  WS-FD-TABLE OCCURS 500 TIMES.
               10  WS-FD-ID        PIC 9(5).
               10  WS-FD-LASTNAME  PIC X(15).
               10  WS-FD-FIRSTNAME PIC X(10).
               10  WS-FD-AMOUNT    PIC 9(9).

      *    CROSS-REFERENCE ROWS WITH THEIR VALIDATION STATE:
      *    A = ACTIVE EMPLOYEE, N = SSN NOT ON EES.DAT, T = EMPLOYEE
      *    TERMINATED, D = SECOND ROW FOR AN ID ALREADY SEEN.
       01  WS-XREF-AREAS.
           05  WS-XR-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-XR-SUBIDX        PIC 9(3) VALUE ZERO.
           05  WS-XR-FOUND-IDX     PIC 9(3) VALUE ZERO.
           05  WS-XR-BAD-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-XR-TABLE OCCURS 500 TIMES.
               10  WS-XR-ID        PIC 9(5).
               10  WS-XR-SSN       PIC 9(9).
               10  WS-XR-STATE     PIC X(1).

       01  WS-HISTORY-AREAS.
           05  WS-CL-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-CL-SUBIDX        PIC 9(4) VALUE ZERO.
           05  WS-CL-FOUND-IDX     PIC 9(4) VALUE ZERO.
           05  WS-CL-OVERFLOW-SW   PIC X(1) VALUE 'N'.
               88  WS-CL-OVERFLOW  VALUE 'Y'.
           05  WS-CL-TABLE OCCURS 2000 TIMES.
               10  WS-CL-YEAR      PIC 9(4).
               10  WS-CL-ID        PIC 9(5).
               10  WS-CL-SSN       PIC 9(9).
               10  WS-CL-LOADED    PIC 9(9).
               10  WS-CL-LOAD-DATE PIC 9(8).

      *    EARNINGS ROWS WORKED OUT BY THIS LOAD, AT MOST ONE PER
      *    FEED SALESPERSON, HELD UNTIL COMMLOAD.DAT IS SAVED.
       01  WS-QUEUE-AREAS.
           05  WS-QU-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-QU-SUBIDX        PIC 9(3) VALUE ZERO.
           05  WS-HISTORY-SAVED-SW PIC X(1) VALUE 'N'.
               88  WS-HISTORY-SAVED VALUE 'Y'.
           05  WS-QU-TABLE OCCURS 500 TIMES.
               10  WS-QU-SSN       PIC 9(9).
               10  WS-QU-EARN-CODE PIC X(4).
               10  WS-QU-AMOUNT    PIC 9(7)V99.

       01  WS-WORK-AREAS.
           05  WS-PRIOR-LOADED     PIC 9(9) VALUE ZERO.
           05  WS-CHANGE           PIC S9(10) VALUE ZERO.
           05  WS-REJECT-CODE      PIC X(4) VALUE SPACES.
           05  WS-REJECT-TEXT      PIC X(40) VALUE SPACES.
           05  WS-EARN-CODE        PIC X(4) VALUE SPACES.
           05  WS-COMM-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-CLAW-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-NOCHANGE-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-TOT-COMM         PIC 9(12) VALUE ZERO.
           05  WS-TOT-CLAW         PIC 9(12) VALUE ZERO.
           05  WS-TOT-REJECTED     PIC 9(12) VALUE ZERO.
           05  WS-FILES-OPEN-SW    PIC X(1) VALUE 'N'.
               88  WS-FILES-OPEN   VALUE 'Y'.

       01  LOAD-TITLE-LINE.
            05 FILLER           PIC X(34) VALUE
               'COMMISSION EARNINGS LOAD - RUN OF '.
            05 LTL-DATE         PIC 9(8).
            05 FILLER           PIC X(19) VALUE
               '  COMMISSION YEAR: '.
            05 LTL-YEAR         PIC 9(4).
            05 FILLER           PIC X(67) VALUE SPACES.

       01  SECTION-HEADING-LINE.
            05 SHL-TITLE        PIC X(60).
            05 FILLER           PIC X(72) VALUE SPACES.

       01  XREF-DETAIL-LINE.
            05 XDL-ID           PIC 9(5).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 XDL-SSN          PIC X(11).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 XDL-TEXT         PIC X(40).
            05 FILLER           PIC X(72) VALUE SPACES.

       01  LOAD-DETAIL-LINE.
            05 LDL-ID           PIC 9(5).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 LDL-NAME         PIC X(26).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 LDL-SSN          PIC X(11).
            05 FILLER           PIC X(6) VALUE ' DUE: '.
            05 LDL-DUE          PIC $$$,$$$,$$9.
            05 FILLER           PIC X(8) VALUE ' PRIOR: '.
            05 LDL-PRIOR        PIC $$$,$$$,$$9.
            05 FILLER           PIC X(12) VALUE ' THIS LOAD: '.
            05 LDL-THIS         PIC $$$,$$$,$$9-.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 LDL-CODE         PIC X(9).
            05 FILLER           PIC X(15) VALUE SPACES.

       01  REJECT-DETAIL-LINE.
            05 RJL-ID           PIC 9(5).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 RJL-NAME         PIC X(26).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 RJL-CODE         PIC X(4).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 RJL-TEXT         PIC X(40).
            05 FILLER           PIC X(6) VALUE ' DUE: '.
            05 RJL-AMOUNT       PIC $$$,$$$,$$9.
            05 FILLER           PIC X(34) VALUE SPACES.

       01  NONE-LINE.
            05 FILLER           PIC X(6) VALUE 'NONE'.
            05 FILLER           PIC X(126) VALUE SPACES.

       01  LOAD-COUNT-LINE.
            05 LCL-LABEL        PIC X(34).
            05 LCL-COUNT        PIC ZZZ,ZZ9.
            05 FILLER           PIC X(91) VALUE SPACES.

       01  LOAD-AMOUNT-LINE.
            05 LAL-LABEL        PIC X(34).
            05 LAL-AMOUNT       PIC $$,$$$,$$$,$$$,$$9.
            05 FILLER           PIC X(81) VALUE SPACES.

       01  VERDICT-LINE.
            05 FILLER           PIC X(9) VALUE 'VERDICT: '.
            05 VDL-TEXT         PIC X(60).
            05 FILLER           PIC X(63) VALUE SPACES.

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

           MOVE WS-TODAY-DATE(1:4) TO WS-COMM-YEAR.
           MOVE 'COMMYEAR    ' TO WS-PARM-WANTED.
           PERFORM 9610-FIND-RUN-PARM.
           IF WS-PARM-FOUND
               AND WS-PARM-VALUE(1:4) IS NUMERIC
               MOVE WS-PARM-VALUE(1:4) TO WS-COMM-YEAR
           END-IF.

           OPEN OUTPUT LOAD-REPORT.
           IF LR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING COMMLOAD.RPT - STATUS: ",
                   LR-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           MOVE WS-TODAY-DATE TO LTL-DATE.
           MOVE WS-COMM-YEAR TO LTL-YEAR.
           WRITE PRINTDATA FROM LOAD-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRINTDATA FROM PARM-BANNER-LINE
               AFTER ADVANCING 1 LINES.

           PERFORM 0200-LOAD-COMMISSION-FEED.
           IF NOT WS-FD-PROVEN
               WRITE PRINTDATA FROM VERDICT-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY "COMMPAY.DAT NOT LOADED - ", VDL-TEXT
               GO TO 9999-END-PROGRAM
           END-IF.

           OPEN INPUT ED-DATA.
           IF ED-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EES.DAT - STATUS: ", ED-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           PERFORM 0300-LOAD-XREF.
           CLOSE ED-DATA.

           PERFORM 0400-LOAD-HISTORY.
           IF WS-CL-OVERFLOW
               DISPLAY "ERROR - COMMLOAD.DAT EXCEEDS 2000 ROWS - ",
                   "NOTHING LOADED"
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

           OPEN EXTEND SHARED-EXCEPTIONS.
           IF ES-STATUS = "35"
               OPEN OUTPUT SHARED-EXCEPTIONS
           END-IF.
           SET WS-FILES-OPEN TO TRUE.

           PERFORM 0500-LOAD-EARNINGS.
           PERFORM 0600-SAVE-HISTORY.
           PERFORM 0650-WRITE-QUEUED-EARNINGS.
           PERFORM 0700-PRINT-SUMMARY.

           PERFORM 9999-END-PROGRAM.

      *    READS THE WHOLE FEED AND PROVES ITS TRAILER. A FEED WITH
      *    NO TRAILER, A TRAILER THAT DISAGREES WITH THE DETAIL OR
      *    MORE DETAIL THAN THE TABLE HOLDS IS NOT LOADED AT ALL.
       0200-LOAD-COMMISSION-FEED.

           OPEN INPUT COMMISSION-FEED.
           IF CP-STATUS NOT = "00"
               MOVE 'COMMPAY.DAT NOT AVAILABLE' TO VDL-TEXT
           ELSE
               PERFORM 0210-READ-FEED-RECORD
                   UNTIL CP-STATUS NOT = "00"
               CLOSE COMMISSION-FEED
               EVALUATE TRUE
                   WHEN WS-FD-OVERFLOW
                       MOVE 'FEED EXCEEDS 500 SALESPEOPLE' TO VDL-TEXT
                   WHEN NOT WS-FD-TRAILER-SEEN
                       MOVE 'FEED HAS NO TRAILER' TO VDL-TEXT
                   WHEN WS-FD-TRL-COUNT NOT = WS-FD-COUNT
                       OR WS-FD-TRL-TOTAL NOT = WS-FD-TOTAL
                       MOVE 'FEED TRAILER DOES NOT MATCH ITS DETAIL'
                           TO VDL-TEXT
                   WHEN OTHER
                       SET WS-FD-PROVEN TO TRUE
               END-EVALUATE
           END-IF.

       0210-READ-FEED-RECORD.

           READ COMMISSION-FEED
               AT END
                   MOVE "10" TO CP-STATUS
               NOT AT END
                   EVALUATE CPD-RECORD-TYPE
                       WHEN 'D'
                           IF WS-FD-COUNT >= 500
                               SET WS-FD-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO WS-FD-COUNT
                               MOVE CPD-SALESPERSON-ID
                                   TO WS-FD-ID(WS-FD-COUNT)
                               MOVE CPD-LASTNAME
                                   TO WS-FD-LASTNAME(WS-FD-COUNT)
                               MOVE CPD-FIRSTNAME
                                   TO WS-FD-FIRSTNAME(WS-FD-COUNT)
                               MOVE CPD-COMM-AMOUNT
                                   TO WS-FD-AMOUNT(WS-FD-COUNT)
                               ADD CPD-COMM-AMOUNT TO WS-FD-TOTAL
                           END-IF
                       WHEN 'T'
                           SET WS-FD-TRAILER-SEEN TO TRUE
                           MOVE CPT-RECORD-COUNT TO WS-FD-TRL-COUNT
                           MOVE CPT-COMM-TOTAL TO WS-FD-TRL-TOTAL
                   END-EVALUATE
           END-READ.

      *    EVERY CROSS-REFERENCE ROW IS CHECKED AGAINST THE EMPLOYEE
      *    MASTER; THE ONES THAT DO NOT POINT AT AN ACTIVE EMPLOYEE
      *    ARE LISTED SO HR CAN CORRECT THEM BEFORE PAYDAY.
       0300-LOAD-XREF.

           MOVE 'CROSS-REFERENCE PROBLEMS (SMXREF.DAT)' TO SHL-TITLE.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           OPEN INPUT SALES-XREF.
           IF XR-STATUS NOT = "00"
               DISPLAY "WARNING - SMXREF.DAT NOT AVAILABLE - STATUS: ",
                   XR-STATUS, " - EVERY COMMISSION WILL BE REJECTED"
           ELSE
               PERFORM 0310-READ-XREF
                   UNTIL XR-STATUS NOT = "00"
               CLOSE SALES-XREF
           END-IF.

           IF WS-XR-BAD-COUNT = ZERO
               WRITE PRINTDATA FROM NONE-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

       0310-READ-XREF.

           READ SALES-XREF
               AT END
                   MOVE "10" TO XR-STATUS
               NOT AT END
                   IF XR-SALESPERSON-ID IS NOT NUMERIC
                       OR XR-SSN IS NOT NUMERIC
                       MOVE ZERO TO XDL-ID
                       MOVE SALES-XREF-RECORD(6:9) TO XDL-SSN
                       MOVE 'ID OR SSN NOT NUMERIC - ROW IGNORED'
                           TO XDL-TEXT
                       PERFORM 0330-WRITE-XREF-PROBLEM
                   ELSE
                       IF WS-XR-COUNT >= 500
                           DISPLAY "WARNING - SMXREF.DAT EXCEEDS 500 ",
                               "ROWS - ID ", XR-SALESPERSON-ID,
                               " IGNORED"
                       ELSE
                           PERFORM 0320-VALIDATE-XREF
                       END-IF
                   END-IF
           END-READ.

       0320-VALIDATE-XREF.

           ADD 1 TO WS-XR-COUNT.
           MOVE XR-SALESPERSON-ID TO WS-XR-ID(WS-XR-COUNT).
           MOVE XR-SSN TO WS-XR-SSN(WS-XR-COUNT).
           MOVE 'A' TO WS-XR-STATE(WS-XR-COUNT).

           PERFORM VARYING WS-XR-SUBIDX FROM 1 BY 1
               UNTIL WS-XR-SUBIDX >= WS-XR-COUNT
               IF WS-XR-ID(WS-XR-SUBIDX) = XR-SALESPERSON-ID
                   MOVE 'D' TO WS-XR-STATE(WS-XR-COUNT)
               END-IF
           END-PERFORM.

           IF WS-XR-STATE(WS-XR-COUNT) = 'A'
               MOVE XR-SSN TO FD-ED-SSN
               READ ED-DATA
                   INVALID KEY
                       MOVE 'N' TO WS-XR-STATE(WS-XR-COUNT)
                   NOT INVALID KEY
                       IF FD-ED-TERM-YEAR IS NUMERIC
                           AND FD-ED-TERM-YEAR > ZERO
                           MOVE 'T' TO WS-XR-STATE(WS-XR-COUNT)
                       END-IF
               END-READ
           END-IF.

           IF WS-XR-STATE(WS-XR-COUNT) NOT = 'A'
               MOVE XR-SALESPERSON-ID TO XDL-ID
               MOVE XR-SSN TO WS-SSN-WORK
               PERFORM 9900-FORMAT-SSN
               MOVE WS-SSN-MASKED TO XDL-SSN
               EVALUATE WS-XR-STATE(WS-XR-COUNT)
                   WHEN 'D'
                       MOVE 'DUPLICATE ID - FIRST ROW IS USED'
                           TO XDL-TEXT
                   WHEN 'N'
                       MOVE 'SSN NOT ON EES.DAT' TO XDL-TEXT
                   WHEN 'T'
                       MOVE 'EMPLOYEE IS TERMINATED' TO XDL-TEXT
               END-EVALUATE
               PERFORM 0330-WRITE-XREF-PROBLEM
           END-IF.

       0330-WRITE-XREF-PROBLEM.

           ADD 1 TO WS-XR-BAD-COUNT.
           WRITE PRINTDATA FROM XREF-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

      *    A MISSING HISTORY FILE SIMPLY MEANS NOTHING HAS BEEN
      *    LOADED YET.
       0400-LOAD-HISTORY.

           OPEN INPUT LOAD-HISTORY.
           IF CL-STATUS = "00"
               PERFORM 0410-READ-HISTORY
                   UNTIL CL-STATUS NOT = "00"
               CLOSE LOAD-HISTORY
           END-IF.

       0410-READ-HISTORY.

           READ LOAD-HISTORY
               AT END
                   MOVE "10" TO CL-STATUS
               NOT AT END
                   IF WS-CL-COUNT >= 2000
                       SET WS-CL-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-CL-COUNT
                       MOVE CL-COMM-YEAR TO WS-CL-YEAR(WS-CL-COUNT)
                       MOVE CL-SALESPERSON-ID TO WS-CL-ID(WS-CL-COUNT)
                       MOVE CL-SSN TO WS-CL-SSN(WS-CL-COUNT)
                       MOVE CL-LOADED-AMOUNT
                           TO WS-CL-LOADED(WS-CL-COUNT)
                       MOVE CL-LAST-LOAD-DATE
                           TO WS-CL-LOAD-DATE(WS-CL-COUNT)
                   END-IF
           END-READ.

       0500-LOAD-EARNINGS.

           MOVE 'COMMISSION QUEUED FOR PAYROLL' TO SHL-TITLE.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM VARYING WS-FD-SUBIDX FROM 1 BY 1
               UNTIL WS-FD-SUBIDX > WS-FD-COUNT
               PERFORM 0510-LOAD-ONE-SALESPERSON
           END-PERFORM.

           MOVE 'COMMISSION REJECTED TO EXCEPTIONS.DAT' TO SHL-TITLE.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM VARYING WS-FD-SUBIDX FROM 1 BY 1
               UNTIL WS-FD-SUBIDX > WS-FD-COUNT
               PERFORM 0520-FIND-XREF
               IF WS-REJECT-CODE NOT = SPACES
                   PERFORM 0560-WRITE-REJECT
               END-IF
           END-PERFORM.

           IF WS-REJECT-COUNT = ZERO
               WRITE PRINTDATA FROM NONE-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

      *    THE CHANGE SINCE THE LAST LOAD FOR THE COMMISSION YEAR IS
      *    QUEUED; A SALESPERSON WHO CANNOT BE MATCHED TO AN ACTIVE
      *    EMPLOYEE IS LEFT FOR THE REJECT SECTION AND THE HISTORY IS
      *    NOT TOUCHED.
       0510-LOAD-ONE-SALESPERSON.

           PERFORM 0520-FIND-XREF.
           IF WS-REJECT-CODE = SPACES
               COMPUTE WS-CHANGE =
                   WS-FD-AMOUNT(WS-FD-SUBIDX) - WS-PRIOR-LOADED
               PERFORM 0540-QUEUE-CHANGE
           END-IF.

      *    SETS WS-XR-FOUND-IDX TO THE ACTIVE ROW FOR THE ID AND THE
      *    HISTORY ROW FOR THE YEAR, OR THE REJECT CODE WHY THE
      *    COMMISSION CANNOT BE QUEUED.
       0520-FIND-XREF.

           MOVE SPACES TO WS-REJECT-CODE.
           MOVE ZERO TO WS-XR-FOUND-IDX.
           PERFORM VARYING WS-XR-SUBIDX FROM 1 BY 1
               UNTIL WS-XR-SUBIDX > WS-XR-COUNT
               IF WS-XR-ID(WS-XR-SUBIDX) = WS-FD-ID(WS-FD-SUBIDX)
                   AND WS-XR-STATE(WS-XR-SUBIDX) NOT = 'D'
                   MOVE WS-XR-SUBIDX TO WS-XR-FOUND-IDX
                   MOVE 501 TO WS-XR-SUBIDX
               END-IF
           END-PERFORM.

           IF WS-XR-FOUND-IDX = ZERO
               MOVE 'NOXR' TO WS-REJECT-CODE
               MOVE 'NO SSN CROSS-REFERENCE FOR THE ID'
                   TO WS-REJECT-TEXT
           ELSE
               EVALUATE WS-XR-STATE(WS-XR-FOUND-IDX)
                   WHEN 'N'
                       MOVE 'NOEE' TO WS-REJECT-CODE
                       MOVE 'CROSS-REFERENCED SSN NOT ON EES.DAT'
                           TO WS-REJECT-TEXT
                   WHEN 'T'
                       MOVE 'TERM' TO WS-REJECT-CODE
                       MOVE 'CROSS-REFERENCED EMPLOYEE TERMINATED'
                           TO WS-REJECT-TEXT
               END-EVALUATE
           END-IF.

           IF WS-REJECT-CODE = SPACES
               PERFORM 0530-FIND-HISTORY
               IF WS-FD-AMOUNT(WS-FD-SUBIDX) - WS-PRIOR-LOADED
                       > 9999999
                   OR WS-PRIOR-LOADED - WS-FD-AMOUNT(WS-FD-SUBIDX)
                       > 9999999
                   MOVE 'AMT ' TO WS-REJECT-CODE
                   MOVE 'CHANGE TOO LARGE FOR ONE EARNINGS ROW'
                       TO WS-REJECT-TEXT
               END-IF
           END-IF.

      *    A FIRST LOAD FOR THE YEAR NEEDS A HISTORY ROW. WITHOUT
      *    ROOM FOR ONE THE AMOUNT WOULD BE QUEUED AGAIN IN FULL BY
      *    EVERY LATER LOAD, SO IT IS REJECTED INSTEAD.
           IF WS-REJECT-CODE = SPACES
               AND WS-CL-FOUND-IDX = ZERO
               AND WS-CL-COUNT >= 2000
               AND WS-FD-AMOUNT(WS-FD-SUBIDX) > ZERO
               MOVE 'HFUL' TO WS-REJECT-CODE
               MOVE 'COMMLOAD.DAT HISTORY FULL - NOT QUEUED'
                   TO WS-REJECT-TEXT
           END-IF.

       0530-FIND-HISTORY.

           MOVE ZERO TO WS-CL-FOUND-IDX.
           MOVE ZERO TO WS-PRIOR-LOADED.
           PERFORM VARYING WS-CL-SUBIDX FROM 1 BY 1
               UNTIL WS-CL-SUBIDX > WS-CL-COUNT
               IF WS-CL-YEAR(WS-CL-SUBIDX) = WS-COMM-YEAR
                   AND WS-CL-ID(WS-CL-SUBIDX) = WS-FD-ID(WS-FD-SUBIDX)
                   MOVE WS-CL-SUBIDX TO WS-CL-FOUND-IDX
                   MOVE WS-CL-LOADED(WS-CL-SUBIDX) TO WS-PRIOR-LOADED
                   MOVE 2001 TO WS-CL-SUBIDX
               END-IF
           END-PERFORM.

       0540-QUEUE-CHANGE.

           MOVE SPACES TO WS-EARN-CODE.
           IF WS-CHANGE > ZERO
               MOVE 'COMM' TO WS-EARN-CODE
               ADD 1 TO WS-COMM-COUNT
               ADD WS-CHANGE TO WS-TOT-COMM
           END-IF.
           IF WS-CHANGE < ZERO
               MOVE 'CLAW' TO WS-EARN-CODE
               ADD 1 TO WS-CLAW-COUNT
               SUBTRACT WS-CHANGE FROM WS-TOT-CLAW
           END-IF.
           IF WS-CHANGE = ZERO
               ADD 1 TO WS-NOCHANGE-COUNT
           END-IF.

           IF WS-EARN-CODE NOT = SPACES
               ADD 1 TO WS-QU-COUNT
               MOVE WS-XR-SSN(WS-XR-FOUND-IDX)
                   TO WS-QU-SSN(WS-QU-COUNT)
               MOVE WS-EARN-CODE TO WS-QU-EARN-CODE(WS-QU-COUNT)
               IF WS-CHANGE < ZERO
                   COMPUTE WS-QU-AMOUNT(WS-QU-COUNT) = ZERO - WS-CHANGE
               ELSE
                   MOVE WS-CHANGE TO WS-QU-AMOUNT(WS-QU-COUNT)
               END-IF
           END-IF.

      *    0520 HAS ALREADY REJECTED ANY AMOUNT WITH NO ROOM FOR ITS
      *    HISTORY ROW; ONLY A ZERO FIRST LOAD CAN ARRIVE HERE WITH
      *    THE TABLE FULL, AND THAT HAS NOTHING TO RECORD.
           IF WS-CL-FOUND-IDX = ZERO AND WS-CL-COUNT < 2000
               ADD 1 TO WS-CL-COUNT
               MOVE WS-CL-COUNT TO WS-CL-FOUND-IDX
               MOVE WS-COMM-YEAR TO WS-CL-YEAR(WS-CL-FOUND-IDX)
               MOVE WS-FD-ID(WS-FD-SUBIDX) TO WS-CL-ID(WS-CL-FOUND-IDX)
           END-IF.
           IF WS-CL-FOUND-IDX > ZERO
               MOVE WS-XR-SSN(WS-XR-FOUND-IDX)
                   TO WS-CL-SSN(WS-CL-FOUND-IDX)
               MOVE WS-FD-AMOUNT(WS-FD-SUBIDX)
                   TO WS-CL-LOADED(WS-CL-FOUND-IDX)
               MOVE WS-TODAY-DATE TO WS-CL-LOAD-DATE(WS-CL-FOUND-IDX)
           END-IF.

           MOVE WS-FD-ID(WS-FD-SUBIDX) TO LDL-ID.
           PERFORM 0550-FORMAT-NAME.
           MOVE RJL-NAME TO LDL-NAME.
           MOVE WS-XR-SSN(WS-XR-FOUND-IDX) TO WS-SSN-WORK.
           PERFORM 9900-FORMAT-SSN.
           MOVE WS-SSN-MASKED TO LDL-SSN.
           MOVE WS-FD-AMOUNT(WS-FD-SUBIDX) TO LDL-DUE.
           MOVE WS-PRIOR-LOADED TO LDL-PRIOR.
           MOVE WS-CHANGE TO LDL-THIS.
           IF WS-EARN-CODE = SPACES
               MOVE 'NO CHANGE' TO LDL-CODE
           ELSE
               MOVE WS-EARN-CODE TO LDL-CODE
           END-IF.
           WRITE PRINTDATA FROM LOAD-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

       0550-FORMAT-NAME.

           MOVE SPACES TO RJL-NAME.
           STRING WS-FD-FIRSTNAME(WS-FD-SUBIDX) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-FD-LASTNAME(WS-FD-SUBIDX) DELIMITED BY SPACE
               INTO RJL-NAME.

       0560-WRITE-REJECT.

           ADD 1 TO WS-REJECT-COUNT.
           ADD WS-FD-AMOUNT(WS-FD-SUBIDX) TO WS-TOT-REJECTED.

           MOVE WS-FD-ID(WS-FD-SUBIDX) TO RJL-ID.
           PERFORM 0550-FORMAT-NAME.
           MOVE WS-REJECT-CODE TO RJL-CODE.
           MOVE WS-REJECT-TEXT TO RJL-TEXT.
           MOVE WS-FD-AMOUNT(WS-FD-SUBIDX) TO RJL-AMOUNT.
           WRITE PRINTDATA FROM REJECT-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

           IF ES-STATUS = "00"
               MOVE "COMM-LOAD" TO EXR-PROGRAM-NAME
               MOVE WS-TODAY-DATE TO EXR-RUN-DATE
               MOVE SPACES TO EXR-KEY
               MOVE WS-FD-ID(WS-FD-SUBIDX) TO EXR-KEY(1:5)
               MOVE WS-REJECT-CODE TO EXR-REASON-CODE
               MOVE SPACES TO EXR-STATUS
               MOVE SPACES TO EXR-RESOLVE-NOTE
               WRITE SHARED-EXCEPTION-RECORD
           END-IF.

       0600-SAVE-HISTORY.

           OPEN OUTPUT LOAD-HISTORY.
           IF CL-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING COMMLOAD.DAT - STATUS: ",
                   CL-STATUS, " - NOTHING QUEUED, RERUN THE LOAD"
           ELSE
               PERFORM VARYING WS-CL-SUBIDX FROM 1 BY 1
                   UNTIL WS-CL-SUBIDX > WS-CL-COUNT
                   MOVE WS-CL-YEAR(WS-CL-SUBIDX) TO CL-COMM-YEAR
                   MOVE WS-CL-ID(WS-CL-SUBIDX) TO CL-SALESPERSON-ID
                   MOVE WS-CL-SSN(WS-CL-SUBIDX) TO CL-SSN
                   MOVE WS-CL-LOADED(WS-CL-SUBIDX)
                       TO CL-LOADED-AMOUNT
                   MOVE WS-CL-LOAD-DATE(WS-CL-SUBIDX)
                       TO CL-LAST-LOAD-DATE
                   WRITE LOAD-HISTORY-RECORD
               END-PERFORM
               CLOSE LOAD-HISTORY
               SET WS-HISTORY-SAVED TO TRUE
           END-IF.

      *    THE HELD ROWS GO TO PENDEARN.DAT ONLY ONCE THE HISTORY
      *    THAT RECORDS THEM IS ON DISK. WITHOUT IT NOTHING IS
      *    QUEUED AND THE QUEUED COUNTS AND TOTALS ARE CLEARED, SO
      *    THE REPORT AND AUDIT SHOW WHAT REALLY HAPPENED.
       0650-WRITE-QUEUED-EARNINGS.

           IF WS-HISTORY-SAVED
               PERFORM VARYING WS-QU-SUBIDX FROM 1 BY 1
                   UNTIL WS-QU-SUBIDX > WS-QU-COUNT
                   MOVE WS-QU-SSN(WS-QU-SUBIDX) TO PE-SSN
                   MOVE WS-QU-EARN-CODE(WS-QU-SUBIDX) TO PE-EARN-CODE
                   MOVE WS-TODAY-DATE TO PE-PERIOD-DATE
                   MOVE ZERO TO PE-OLD-RATE
                   MOVE ZERO TO PE-NEW-RATE
                   MOVE WS-QU-AMOUNT(WS-QU-SUBIDX) TO PE-AMOUNT
                   MOVE WS-TODAY-DATE TO PE-CREATED-DATE
                   WRITE PENDING-EARNINGS-RECORD
               END-PERFORM
           ELSE
               MOVE ZERO TO WS-COMM-COUNT
               MOVE ZERO TO WS-CLAW-COUNT
               MOVE ZERO TO WS-TOT-COMM
               MOVE ZERO TO WS-TOT-CLAW
           END-IF.

       0700-PRINT-SUMMARY.

           MOVE 'FEED SALESPEOPLE READ:            ' TO LCL-LABEL.
           MOVE WS-FD-COUNT TO LCL-COUNT.
           WRITE PRINTDATA FROM LOAD-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'COMMISSION ROWS QUEUED:           ' TO LCL-LABEL.
           MOVE WS-COMM-COUNT TO LCL-COUNT.
           WRITE PRINTDATA FROM LOAD-COUNT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'CLAWBACK ROWS QUEUED:             ' TO LCL-LABEL.
           MOVE WS-CLAW-COUNT TO LCL-COUNT.
           WRITE PRINTDATA FROM LOAD-COUNT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'UNCHANGED SINCE LAST LOAD:        ' TO LCL-LABEL.
           MOVE WS-NOCHANGE-COUNT TO LCL-COUNT.
           WRITE PRINTDATA FROM LOAD-COUNT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'REJECTED:                         ' TO LCL-LABEL.
           MOVE WS-REJECT-COUNT TO LCL-COUNT.
           WRITE PRINTDATA FROM LOAD-COUNT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'CROSS-REFERENCE PROBLEMS:         ' TO LCL-LABEL.
           MOVE WS-XR-BAD-COUNT TO LCL-COUNT.
           WRITE PRINTDATA FROM LOAD-COUNT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'FEED COMMISSION TOTAL:            ' TO LAL-LABEL.
           MOVE WS-FD-TOTAL TO LAL-AMOUNT.
           WRITE PRINTDATA FROM LOAD-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'COMMISSION QUEUED:                ' TO LAL-LABEL.
           MOVE WS-TOT-COMM TO LAL-AMOUNT.
           WRITE PRINTDATA FROM LOAD-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'CLAWBACK QUEUED:                  ' TO LAL-LABEL.
           MOVE WS-TOT-CLAW TO LAL-AMOUNT.
           WRITE PRINTDATA FROM LOAD-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'COMMISSION REJECTED:              ' TO LAL-LABEL.
           MOVE WS-TOT-REJECTED TO LAL-AMOUNT.
           WRITE PRINTDATA FROM LOAD-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.

           EVALUATE TRUE
               WHEN NOT WS-HISTORY-SAVED
                   MOVE 'COMMLOAD.DAT NOT SAVED - NOTHING QUEUED, RERUN'
                       TO VDL-TEXT
               WHEN WS-REJECT-COUNT = ZERO AND WS-XR-BAD-COUNT = ZERO
                   MOVE 'FEED PROVEN AND LOADED CLEAN' TO VDL-TEXT
               WHEN OTHER
                   MOVE 'FEED LOADED - REJECTS NEED HR ATTENTION'
                       TO VDL-TEXT
           END-EVALUATE.
           WRITE PRINTDATA FROM VERDICT-LINE
               AFTER ADVANCING 2 LINES.

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

      *    ONE AUDIT RECORD PER RUN: FEED ROWS READ AND THE
      *    COMMISSION QUEUED.
       9998-WRITE-AUDIT-LOG.

           ACCEPT WS-AUDIT-TIME FROM TIME.

           OPEN EXTEND BATCH-AUDIT.
           IF BA-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BATCH-AUDIT.DAT - STATUS: ",
                   BA-STATUS
               GO TO 9998-AUDIT-EXIT
           END-IF.

           MOVE "COMM-LOAD"      TO BA-PROGRAM-NAME.
           MOVE WS-TODAY-DATE    TO BA-RUN-DATE.
           MOVE WS-AUDIT-TIME    TO BA-RUN-TIME.
           MOVE WS-FD-COUNT      TO BA-RECORD-COUNT.
           MOVE WS-TOT-COMM      TO BA-KEY-TOTAL.

           WRITE BATCH-AUDIT-RECORD.

           CLOSE BATCH-AUDIT.

       9998-AUDIT-EXIT.
           EXIT.

       9999-END-PROGRAM.

           PERFORM 9998-WRITE-AUDIT-LOG THRU 9998-AUDIT-EXIT.
           CLOSE LOAD-REPORT.
           IF WS-FILES-OPEN
               CLOSE PENDING-EARNINGS
               CLOSE SHARED-EXCEPTIONS
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
