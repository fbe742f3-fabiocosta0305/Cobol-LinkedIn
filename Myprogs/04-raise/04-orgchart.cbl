       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORG-CHART.
       AUTHOR. FABIO COSTA.
      *    ORGANIZATION HIERARCHY REPORT FROM THE MANAGER SSN ON THE
      *    EMPLOYEE MASTER EES.DAT, FOR MANAGEMENT AT EVERY REORG:
      *    AN INDENTED ORG TREE FROM THE TOP (ACTIVE EMPLOYEES WITH
      *    NO MANAGER) DOWN, THE SPAN OF CONTROL OF EVERY MANAGER
      *    (DIRECT REPORTS AND EVERYONE BELOW), AND THE ORPHANS -
      *    ACTIVE EMPLOYEES WHOSE MANAGER HAS BEEN TERMINATED, SWEPT
      *    TO EES-ARCH.DAT BY EMP-ARCHIVE, OR IS NOT ON FILE AT ALL -
      *    EACH WITH THE BRANCH STILL REPORTING TO THEM. ANYONE NOT
      *    REACHED FROM THE TOP OR FROM AN ORPHAN SITS IN A
      *    REPORTING LINE THAT LOOPS AND IS LISTED LAST. READS ONLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ED-DATA
            ASSIGN TO "EES.DAT"
            FILE STATUS IS ED-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FD-ED-SSN.

      *    EMP-ARCHIVE'S FLAT ARCHIVE OF TERMINATED RECORDS, READ
      *    ONLY TO TELL AN ARCHIVED MANAGER FROM ONE NEVER ON FILE.
       SELECT ARCHIVE-DATA
        ASSIGN TO "EES-ARCH.DAT"
        FILE STATUS IS AR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ORG-REPORT
        ASSIGN TO "ORG-CHART.RPT"
        FILE STATUS IS OR-STATUS
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

       FD ARCHIVE-DATA.
       01 ARCHIVEDETAILS.
            COPY EMPMASTER REPLACING LEADING ==EM-== BY ==FD-AR-==.

       FD ORG-REPORT.
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
          02 AR-STATUS  PIC X(2).
          02 OR-STATUS  PIC X(2).
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

      *    EVERY EMPLOYEE ON EES.DAT IN SSN ORDER, AS READ, SO A
      *    MANAGER IS FOUND BY BINARY SEARCH. PARENT, FIRST-CHILD AND
      *    NEXT-SIBLING ARE TABLE SUBSCRIPTS LINKING EACH ACTIVE
      *    EMPLOYEE TO AN ACTIVE MANAGER; THE ORPHAN CODE SAYS WHY
      *    AN ACTIVE EMPLOYEE'S MANAGER COULD NOT BE LINKED:
      *    T = TERMINATED, A = ARCHIVED, N = NOT ON FILE.
       01  WS-ORG-AREAS.
           05  WS-ORG-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-ORG-SUBIDX       PIC 9(4) VALUE ZERO.
           05  WS-ORG-FOUND-IDX    PIC 9(4) VALUE ZERO.
           05  WS-FIND-SSN         PIC 9(9) VALUE ZERO.
           05  WS-FIND-LOW         PIC 9(4) VALUE ZERO.
           05  WS-FIND-HIGH        PIC 9(4) VALUE ZERO.
           05  WS-FIND-MID         PIC 9(4) VALUE ZERO.
           05  WS-ORG-TABLE OCCURS 5000 TIMES.
               10  WS-OR-SSN        PIC 9(9).
               10  WS-OR-LASTNAME   PIC X(10).
               10  WS-OR-FIRSTNAME  PIC X(10).
               10  WS-OR-DEPT       PIC X(4).
               10  WS-OR-GRADE      PIC X(2).
               10  WS-OR-MGR-SSN    PIC 9(9).
               10  WS-OR-ACTIVE-SW  PIC X(1).
               10  WS-OR-PARENT     PIC 9(4).
               10  WS-OR-FIRST-CHILD PIC 9(4).
               10  WS-OR-NEXT-SIB   PIC 9(4).
               10  WS-OR-DIRECT     PIC 9(4).
               10  WS-OR-TOTAL      PIC 9(4).
               10  WS-OR-PRINTED-SW PIC X(1).
               10  WS-OR-ORPHAN-CODE PIC X(1).

      *    SSNS SWEPT TO THE ARCHIVE, ONE PER ARCHIVED RECORD.
       01  WS-ARCHIVE-AREAS.
           05  WS-ARCH-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-ARCH-SUBIDX      PIC 9(5) VALUE ZERO.
           05  WS-ARCH-FULL-SW     PIC X(1) VALUE 'N'.
               88  WS-ARCH-FULL    VALUE 'Y'.
           05  WS-ARCH-TABLE OCCURS 20000 TIMES.
               10  WS-ARCH-SSN     PIC 9(9).

      *    THE TREE IS PRINTED DEPTH FIRST WITHOUT RECURSION: EACH
      *    STACK LEVEL HOLDS THE NEXT CHILD STILL TO PRINT AT THAT
      *    DEPTH. A BRANCH DEEPER THAN 50 LEVELS IS CUT OFF AND ITS
      *    REMAINDER FALLS TO THE NOT-REACHED LISTING.
       01  WS-TREE-AREAS.
           05  WS-STACK-PTR        PIC 9(2) VALUE ZERO.
           05  WS-STACK-TABLE OCCURS 50 TIMES.
               10  WS-ST-NEXT      PIC 9(4).
           05  WS-NODE-IDX         PIC 9(4) VALUE ZERO.
           05  WS-CHILD-IDX        PIC 9(4) VALUE ZERO.
           05  WS-NODE-LEVEL       PIC 9(2) VALUE ZERO.
           05  WS-INDENT-POS       PIC 9(3) VALUE ZERO.
           05  WS-WALK-IDX         PIC 9(4) VALUE ZERO.
           05  WS-WALK-DEPTH       PIC 9(2) VALUE ZERO.

       01  WS-WORK-AREAS.
           05  WS-EMPLOYEES-READ   PIC 9(8) VALUE ZERO.
           05  WS-ACTIVE-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-TOP-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-MANAGER-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-ORPHAN-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-LOOP-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-DEEPEST-LEVEL    PIC 9(2) VALUE ZERO.
           05  WS-SECTION-LINES    PIC 9(6) VALUE ZERO.

       01  ORG-TITLE-LINE.
            05 FILLER           PIC X(32) VALUE
               'ORGANIZATION HIERARCHY - RUN OF '.
            05 OTL-DATE         PIC 9(8).
            05 FILLER           PIC X(92) VALUE SPACES.

       01  SECTION-HEADING-LINE.
            05 SHL-TEXT         PIC X(60).
            05 FILLER           PIC X(72) VALUE SPACES.

      *    ONE EMPLOYEE OF THE TREE, INDENTED THREE POSITIONS PER
      *    LEVEL BELOW THE TOP INTO TREE-LINE.
       01  NODE-TEXT.
            05 NT-SSN           PIC X(11).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 NT-LASTNAME      PIC X(10).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 NT-FIRSTNAME     PIC X(10).
            05 FILLER           PIC X(6) VALUE ' DEPT '.
            05 NT-DEPT          PIC X(4).
            05 FILLER           PIC X(7) VALUE ' GRADE '.
            05 NT-GRADE         PIC X(2).
            05 FILLER           PIC X(10) VALUE '  DIRECT: '.
            05 NT-DIRECT        PIC ZZZ9.

       01  TREE-LINE            PIC X(132) VALUE SPACES.

       01  ORPHAN-COLUMN-LINE.
            05 FILLER           PIC X(13) VALUE 'SSN'.
            05 FILLER           PIC X(23) VALUE 'EMPLOYEE'.
            05 FILLER           PIC X(6) VALUE 'DEPT'.
            05 FILLER           PIC X(13) VALUE 'MANAGER SSN'.
            05 FILLER           PIC X(30) VALUE 'REASON'.
            05 FILLER           PIC X(47) VALUE SPACES.

       01  ORPHAN-DETAIL-LINE.
            05 ODL-SSN          PIC X(11).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 ODL-LASTNAME     PIC X(10).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 ODL-FIRSTNAME    PIC X(10).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 ODL-DEPT         PIC X(4).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 ODL-MANAGER      PIC X(11).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 ODL-REASON       PIC X(30).
            05 FILLER           PIC X(47) VALUE SPACES.

       01  SPAN-COLUMN-LINE.
            05 FILLER           PIC X(13) VALUE 'MANAGER SSN'.
            05 FILLER           PIC X(23) VALUE 'MANAGER'.
            05 FILLER           PIC X(8) VALUE 'DEPT'.
            05 FILLER           PIC X(7) VALUE ' DIRECT'.
            05 FILLER           PIC X(4) VALUE SPACES.
            05 FILLER           PIC X(7) VALUE '  TOTAL'.
            05 FILLER           PIC X(70) VALUE SPACES.

       01  SPAN-DETAIL-LINE.
            05 SDL-SSN          PIC X(11).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 SDL-LASTNAME     PIC X(10).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 SDL-FIRSTNAME    PIC X(10).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 SDL-DEPT         PIC X(4).
            05 FILLER           PIC X(4) VALUE SPACES.
            05 SDL-DIRECT       PIC ZZZ,ZZ9.
            05 FILLER           PIC X(4) VALUE SPACES.
            05 SDL-TOTAL        PIC ZZZ,ZZ9.
            05 FILLER           PIC X(70) VALUE SPACES.

       01  NO-ENTRIES-LINE.
            05 FILLER           PIC X(4) VALUE SPACES.
            05 FILLER           PIC X(20) VALUE 'NONE'.
            05 FILLER           PIC X(108) VALUE SPACES.

       01  ORG-TOTAL-LINE.
            05 OTO-LABEL        PIC X(30).
            05 OTO-COUNT        PIC ZZZ,ZZ9.
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

           PERFORM 0110-LOAD-ARCHIVE.

           OPEN INPUT ED-DATA.
           IF ED-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EES.DAT - STATUS: ", ED-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           READ ED-DATA NEXT RECORD
               AT END SET ED-ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0200-LOAD-EMPLOYEE UNTIL ED-ENDOFFILE.

           PERFORM 0300-LINK-REPORTING-LINES.

           OPEN OUTPUT ORG-REPORT.
           MOVE WS-TODAY-DATE TO OTL-DATE.
           WRITE PRINTDATA FROM ORG-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRINTDATA FROM PARM-BANNER-LINE
               AFTER ADVANCING 1 LINES.

           PERFORM 0400-PRINT-ORG-TREE.
           PERFORM 0500-PRINT-ORPHANS.
           PERFORM 0600-PRINT-SPAN-OF-CONTROL.
           PERFORM 0650-PRINT-NOT-REACHED.
           PERFORM 0700-PRINT-TOTALS.

           PERFORM 9999-END-PROGRAM.

      *    NO ARCHIVE YET SIMPLY MEANS NO MANAGER HAS BEEN ARCHIVED.
       0110-LOAD-ARCHIVE.

           OPEN INPUT ARCHIVE-DATA.
           IF AR-STATUS NOT = "00"
               DISPLAY "NOTICE - EES-ARCH.DAT UNAVAILABLE - STATUS: ",
                   AR-STATUS, " - NO MANAGER SHOWS AS ARCHIVED"
           ELSE
               PERFORM 0115-READ-ARCHIVE-RECORD
                   UNTIL AR-STATUS NOT = "00"
               CLOSE ARCHIVE-DATA
               IF WS-ARCH-FULL
                   DISPLAY "WARNING - ARCHIVE TABLE FULL AT ",
                       WS-ARCH-COUNT, " - LATER SSNS NOT LOADED"
               END-IF
           END-IF.

       0115-READ-ARCHIVE-RECORD.

           READ ARCHIVE-DATA
               AT END
                   MOVE "10" TO AR-STATUS
               NOT AT END
                   IF FD-AR-SSN IS NUMERIC
                       IF WS-ARCH-COUNT < 20000
                           ADD 1 TO WS-ARCH-COUNT
                           MOVE FD-AR-SSN
                               TO WS-ARCH-SSN(WS-ARCH-COUNT)
                       ELSE
                           SET WS-ARCH-FULL TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    A RECORD WRITTEN BEFORE THE MANAGER SSN EXISTED CARRIES
      *    BLANKS THERE AND IS TAKEN AS THE TOP OF THE ORGANIZATION.
       0200-LOAD-EMPLOYEE.

           ADD 1 TO WS-EMPLOYEES-READ.

           IF WS-ORG-COUNT >= 5000
               DISPLAY "WARNING - EMPLOYEE TABLE FULL, SKIPPING ",
                   FD-ED-SSN
           ELSE
               ADD 1 TO WS-ORG-COUNT
               MOVE FD-ED-SSN TO WS-OR-SSN(WS-ORG-COUNT)
               MOVE FD-ED-LASTNAME TO WS-OR-LASTNAME(WS-ORG-COUNT)
               MOVE FD-ED-FIRSTNAME TO WS-OR-FIRSTNAME(WS-ORG-COUNT)
               MOVE FD-ED-DEPT-CODE TO WS-OR-DEPT(WS-ORG-COUNT)
               MOVE FD-ED-JOB-GRADE TO WS-OR-GRADE(WS-ORG-COUNT)
               IF FD-ED-MANAGER-SSN IS NUMERIC
                   MOVE FD-ED-MANAGER-SSN
                       TO WS-OR-MGR-SSN(WS-ORG-COUNT)
               ELSE
                   MOVE ZERO TO WS-OR-MGR-SSN(WS-ORG-COUNT)
               END-IF
               IF FD-ED-TERM-YEAR IS NOT NUMERIC
                   OR FD-ED-TERM-YEAR = ZERO
                   MOVE 'Y' TO WS-OR-ACTIVE-SW(WS-ORG-COUNT)
                   ADD 1 TO WS-ACTIVE-COUNT
               ELSE
                   MOVE 'N' TO WS-OR-ACTIVE-SW(WS-ORG-COUNT)
               END-IF
               MOVE ZERO TO WS-OR-PARENT(WS-ORG-COUNT)
               MOVE ZERO TO WS-OR-FIRST-CHILD(WS-ORG-COUNT)
               MOVE ZERO TO WS-OR-NEXT-SIB(WS-ORG-COUNT)
               MOVE ZERO TO WS-OR-DIRECT(WS-ORG-COUNT)
               MOVE ZERO TO WS-OR-TOTAL(WS-ORG-COUNT)
               MOVE 'N' TO WS-OR-PRINTED-SW(WS-ORG-COUNT)
               MOVE SPACE TO WS-OR-ORPHAN-CODE(WS-ORG-COUNT)
           END-IF.

           READ ED-DATA NEXT RECORD
               AT END SET ED-ENDOFFILE TO TRUE
           END-READ.

      *    LINKS EACH ACTIVE EMPLOYEE TO AN ACTIVE MANAGER, THEN
      *    CHAINS EVERY MANAGER'S DIRECT REPORTS (WALKING THE TABLE
      *    BACKWARDS LEAVES THEM IN SSN ORDER), THEN COUNTS EACH
      *    EMPLOYEE INTO THE TOTAL OF EVERY MANAGER ABOVE.
       0300-LINK-REPORTING-LINES.

           PERFORM 0310-LINK-ONE-EMPLOYEE
               VARYING WS-ORG-SUBIDX FROM 1 BY 1
               UNTIL WS-ORG-SUBIDX > WS-ORG-COUNT.

           PERFORM 0320-CHAIN-DIRECT-REPORT
               VARYING WS-ORG-SUBIDX FROM WS-ORG-COUNT BY -1
               UNTIL WS-ORG-SUBIDX < 1.

           PERFORM 0330-COUNT-UP-THE-CHAIN
               VARYING WS-ORG-SUBIDX FROM 1 BY 1
               UNTIL WS-ORG-SUBIDX > WS-ORG-COUNT.

       0310-LINK-ONE-EMPLOYEE.

           IF WS-OR-ACTIVE-SW(WS-ORG-SUBIDX) = 'Y'
               AND WS-OR-MGR-SSN(WS-ORG-SUBIDX) > ZERO
               MOVE WS-OR-MGR-SSN(WS-ORG-SUBIDX) TO WS-FIND-SSN
               PERFORM 0350-FIND-SSN
               IF WS-ORG-FOUND-IDX > ZERO
                   IF WS-OR-ACTIVE-SW(WS-ORG-FOUND-IDX) = 'Y'
                       MOVE WS-ORG-FOUND-IDX
                           TO WS-OR-PARENT(WS-ORG-SUBIDX)
                       ADD 1 TO WS-OR-DIRECT(WS-ORG-FOUND-IDX)
                   ELSE
                       MOVE 'T' TO WS-OR-ORPHAN-CODE(WS-ORG-SUBIDX)
                   END-IF
               ELSE
                   PERFORM 0315-CHECK-ARCHIVE
               END-IF
           END-IF.

       0315-CHECK-ARCHIVE.

           MOVE 'N' TO WS-OR-ORPHAN-CODE(WS-ORG-SUBIDX).
           PERFORM VARYING WS-ARCH-SUBIDX FROM 1 BY 1
               UNTIL WS-ARCH-SUBIDX > WS-ARCH-COUNT
               IF WS-ARCH-SSN(WS-ARCH-SUBIDX) = WS-FIND-SSN
                   MOVE 'A' TO WS-OR-ORPHAN-CODE(WS-ORG-SUBIDX)
                   MOVE 20001 TO WS-ARCH-SUBIDX
               END-IF
           END-PERFORM.

       0320-CHAIN-DIRECT-REPORT.

           IF WS-OR-PARENT(WS-ORG-SUBIDX) > ZERO
               MOVE WS-OR-PARENT(WS-ORG-SUBIDX) TO WS-WALK-IDX
               MOVE WS-OR-FIRST-CHILD(WS-WALK-IDX)
                   TO WS-OR-NEXT-SIB(WS-ORG-SUBIDX)
               MOVE WS-ORG-SUBIDX TO WS-OR-FIRST-CHILD(WS-WALK-IDX)
           END-IF.

      *    THE WALK IS CAPPED SO A LOOPING LINE CANNOT HANG THE RUN.
       0330-COUNT-UP-THE-CHAIN.

           MOVE WS-OR-PARENT(WS-ORG-SUBIDX) TO WS-WALK-IDX.
           MOVE ZERO TO WS-WALK-DEPTH.
           PERFORM UNTIL WS-WALK-IDX = ZERO
               OR WS-WALK-DEPTH > 50
               ADD 1 TO WS-OR-TOTAL(WS-WALK-IDX)
               ADD 1 TO WS-WALK-DEPTH
               MOVE WS-OR-PARENT(WS-WALK-IDX) TO WS-WALK-IDX
           END-PERFORM.

      *    BINARY SEARCH OF THE SSN-ORDERED TABLE FOR WS-FIND-SSN;
      *    ZERO WHEN IT IS NOT THERE.
       0350-FIND-SSN.

           MOVE ZERO TO WS-ORG-FOUND-IDX.
           MOVE 1 TO WS-FIND-LOW.
           MOVE WS-ORG-COUNT TO WS-FIND-HIGH.
           PERFORM UNTIL WS-FIND-LOW > WS-FIND-HIGH
               COMPUTE WS-FIND-MID = (WS-FIND-LOW + WS-FIND-HIGH) / 2
               IF WS-OR-SSN(WS-FIND-MID) = WS-FIND-SSN
                   MOVE WS-FIND-MID TO WS-ORG-FOUND-IDX
                   COMPUTE WS-FIND-LOW = WS-FIND-HIGH + 1
               ELSE
                   IF WS-OR-SSN(WS-FIND-MID) < WS-FIND-SSN
                       COMPUTE WS-FIND-LOW = WS-FIND-MID + 1
                   ELSE
                       COMPUTE WS-FIND-HIGH = WS-FIND-MID - 1
                   END-IF
               END-IF
           END-PERFORM.

      *    ONE BRANCH PER ACTIVE EMPLOYEE WITH NO MANAGER.
       0400-PRINT-ORG-TREE.

           MOVE 'ORGANIZATION TREE FROM THE TOP' TO SHL-TEXT.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-SECTION-LINES.

           PERFORM 0410-PRINT-TOP-BRANCH
               VARYING WS-ORG-SUBIDX FROM 1 BY 1
               UNTIL WS-ORG-SUBIDX > WS-ORG-COUNT.

           IF WS-SECTION-LINES = ZERO
               WRITE PRINTDATA FROM NO-ENTRIES-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

       0410-PRINT-TOP-BRANCH.

           IF WS-OR-ACTIVE-SW(WS-ORG-SUBIDX) = 'Y'
               AND WS-OR-MGR-SSN(WS-ORG-SUBIDX) = ZERO
               ADD 1 TO WS-TOP-COUNT
               MOVE WS-ORG-SUBIDX TO WS-NODE-IDX
               MOVE ZERO TO WS-NODE-LEVEL
               PERFORM 0430-PRINT-TREE-NODE
               PERFORM 0420-PRINT-BRANCH
           END-IF.

      *    PRINTS EVERYONE BELOW WS-NODE-IDX, DEPTH FIRST, ONE LEVEL
      *    DEEPER PER STACK ENTRY.
       0420-PRINT-BRANCH.

           MOVE 1 TO WS-STACK-PTR.
           MOVE WS-OR-FIRST-CHILD(WS-NODE-IDX) TO WS-ST-NEXT(1).
           PERFORM 0425-BRANCH-STEP
               UNTIL WS-STACK-PTR = ZERO.

       0425-BRANCH-STEP.

           IF WS-ST-NEXT(WS-STACK-PTR) = ZERO
               SUBTRACT 1 FROM WS-STACK-PTR
           ELSE
               MOVE WS-ST-NEXT(WS-STACK-PTR) TO WS-CHILD-IDX
               MOVE WS-OR-NEXT-SIB(WS-CHILD-IDX)
                   TO WS-ST-NEXT(WS-STACK-PTR)
               MOVE WS-CHILD-IDX TO WS-NODE-IDX
               MOVE WS-STACK-PTR TO WS-NODE-LEVEL
               PERFORM 0430-PRINT-TREE-NODE
               IF WS-STACK-PTR < 50
                   ADD 1 TO WS-STACK-PTR
                   MOVE WS-OR-FIRST-CHILD(WS-CHILD-IDX)
                       TO WS-ST-NEXT(WS-STACK-PTR)
               END-IF
           END-IF.

      *    BELOW 20 LEVELS THE INDENT STOPS GROWING SO THE LINE
      *    STILL FITS THE PAGE.
       0430-PRINT-TREE-NODE.

           MOVE 'Y' TO WS-OR-PRINTED-SW(WS-NODE-IDX).
           ADD 1 TO WS-SECTION-LINES.
           IF WS-NODE-LEVEL > WS-DEEPEST-LEVEL
               MOVE WS-NODE-LEVEL TO WS-DEEPEST-LEVEL
           END-IF.

           MOVE WS-OR-SSN(WS-NODE-IDX) TO WS-SSN-WORK.
           PERFORM 9900-FORMAT-SSN.
           MOVE WS-SSN-MASKED TO NT-SSN.
           MOVE WS-OR-LASTNAME(WS-NODE-IDX) TO NT-LASTNAME.
           MOVE WS-OR-FIRSTNAME(WS-NODE-IDX) TO NT-FIRSTNAME.
           MOVE WS-OR-DEPT(WS-NODE-IDX) TO NT-DEPT.
           MOVE WS-OR-GRADE(WS-NODE-IDX) TO NT-GRADE.
           MOVE WS-OR-DIRECT(WS-NODE-IDX) TO NT-DIRECT.

           IF WS-NODE-LEVEL > 20
               MOVE 61 TO WS-INDENT-POS
           ELSE
               COMPUTE WS-INDENT-POS = WS-NODE-LEVEL * 3 + 1
           END-IF.
           MOVE SPACES TO TREE-LINE.
           MOVE NODE-TEXT TO TREE-LINE(WS-INDENT-POS:67).
           WRITE PRINTDATA FROM TREE-LINE
               AFTER ADVANCING 1 LINES.

      *    EACH ORPHAN WITH THE REASON ITS MANAGER IS GONE, AND THE
      *    BRANCH STILL REPORTING TO IT INDENTED BELOW.
       0500-PRINT-ORPHANS.

           MOVE 'ORPHANS - MANAGER TERMINATED, ARCHIVED OR NOT ON FILE'
               TO SHL-TEXT.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRINTDATA FROM ORPHAN-COLUMN-LINE
               AFTER ADVANCING 1 LINES.

           PERFORM 0510-PRINT-ORPHAN
               VARYING WS-ORG-SUBIDX FROM 1 BY 1
               UNTIL WS-ORG-SUBIDX > WS-ORG-COUNT.

           IF WS-ORPHAN-COUNT = ZERO
               WRITE PRINTDATA FROM NO-ENTRIES-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

       0510-PRINT-ORPHAN.

           IF WS-OR-ORPHAN-CODE(WS-ORG-SUBIDX) NOT = SPACE
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE 'Y' TO WS-OR-PRINTED-SW(WS-ORG-SUBIDX)
               EVALUATE WS-OR-ORPHAN-CODE(WS-ORG-SUBIDX)
                   WHEN 'T'
                       MOVE 'MANAGER TERMINATED' TO ODL-REASON
                   WHEN 'A'
                       MOVE 'MANAGER ARCHIVED (EMP-ARCHIVE)'
                           TO ODL-REASON
                   WHEN OTHER
                       MOVE 'MANAGER NOT ON FILE' TO ODL-REASON
               END-EVALUATE
               PERFORM 0520-FILL-ORPHAN-LINE
               WRITE PRINTDATA FROM ORPHAN-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
               MOVE WS-ORG-SUBIDX TO WS-NODE-IDX
               PERFORM 0420-PRINT-BRANCH
           END-IF.

       0520-FILL-ORPHAN-LINE.

           MOVE WS-OR-SSN(WS-ORG-SUBIDX) TO WS-SSN-WORK.
           PERFORM 9900-FORMAT-SSN.
           MOVE WS-SSN-MASKED TO ODL-SSN.
           MOVE WS-OR-LASTNAME(WS-ORG-SUBIDX) TO ODL-LASTNAME.
           MOVE WS-OR-FIRSTNAME(WS-ORG-SUBIDX) TO ODL-FIRSTNAME.
           MOVE WS-OR-DEPT(WS-ORG-SUBIDX) TO ODL-DEPT.
           MOVE WS-OR-MGR-SSN(WS-ORG-SUBIDX) TO WS-SSN-WORK.
           PERFORM 9900-FORMAT-SSN.
           MOVE WS-SSN-MASKED TO ODL-MANAGER.

      *    EVERY ACTIVE EMPLOYEE WITH AT LEAST ONE ACTIVE DIRECT
      *    REPORT, WITH THE HEADCOUNT OF THE WHOLE BRANCH BELOW.
       0600-PRINT-SPAN-OF-CONTROL.

           MOVE 'SPAN OF CONTROL - DIRECT AND TOTAL REPORTS PER MANAGER'
               TO SHL-TEXT.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRINTDATA FROM SPAN-COLUMN-LINE
               AFTER ADVANCING 1 LINES.

           PERFORM 0610-PRINT-MANAGER-SPAN
               VARYING WS-ORG-SUBIDX FROM 1 BY 1
               UNTIL WS-ORG-SUBIDX > WS-ORG-COUNT.

           IF WS-MANAGER-COUNT = ZERO
               WRITE PRINTDATA FROM NO-ENTRIES-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

       0610-PRINT-MANAGER-SPAN.

           IF WS-OR-ACTIVE-SW(WS-ORG-SUBIDX) = 'Y'
               AND WS-OR-DIRECT(WS-ORG-SUBIDX) > ZERO
               ADD 1 TO WS-MANAGER-COUNT
               MOVE WS-OR-SSN(WS-ORG-SUBIDX) TO WS-SSN-WORK
               PERFORM 9900-FORMAT-SSN
               MOVE WS-SSN-MASKED TO SDL-SSN
               MOVE WS-OR-LASTNAME(WS-ORG-SUBIDX) TO SDL-LASTNAME
               MOVE WS-OR-FIRSTNAME(WS-ORG-SUBIDX) TO SDL-FIRSTNAME
               MOVE WS-OR-DEPT(WS-ORG-SUBIDX) TO SDL-DEPT
               MOVE WS-OR-DIRECT(WS-ORG-SUBIDX) TO SDL-DIRECT
               MOVE WS-OR-TOTAL(WS-ORG-SUBIDX) TO SDL-TOTAL
               WRITE PRINTDATA FROM SPAN-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

      *    AN ACTIVE EMPLOYEE NEITHER UNDER THE TOP NOR UNDER AN
      *    ORPHAN CAN ONLY SIT IN A LINE THAT LOOPS BACK ON ITSELF,
      *    LEFT FROM BEFORE EMP-MAINT AND EMP-TRANS CHECKED FOR IT.
       0650-PRINT-NOT-REACHED.

           MOVE 'NOT REACHED FROM THE TOP - REPORTING LINE LOOPS'
               TO SHL-TEXT.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRINTDATA FROM ORPHAN-COLUMN-LINE
               AFTER ADVANCING 1 LINES.

           PERFORM 0660-PRINT-UNREACHED-EMPLOYEE
               VARYING WS-ORG-SUBIDX FROM 1 BY 1
               UNTIL WS-ORG-SUBIDX > WS-ORG-COUNT.

           IF WS-LOOP-COUNT = ZERO
               WRITE PRINTDATA FROM NO-ENTRIES-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

       0660-PRINT-UNREACHED-EMPLOYEE.

           IF WS-OR-ACTIVE-SW(WS-ORG-SUBIDX) = 'Y'
               AND WS-OR-PRINTED-SW(WS-ORG-SUBIDX) = 'N'
               ADD 1 TO WS-LOOP-COUNT
               PERFORM 0520-FILL-ORPHAN-LINE
               MOVE 'REPORTING LINE LOOPS' TO ODL-REASON
               WRITE PRINTDATA FROM ORPHAN-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

       0700-PRINT-TOTALS.

           MOVE 'EMPLOYEES READ:' TO OTO-LABEL.
           MOVE WS-EMPLOYEES-READ TO OTO-COUNT.
           WRITE PRINTDATA FROM ORG-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE 'ACTIVE EMPLOYEES:' TO OTO-LABEL.
           MOVE WS-ACTIVE-COUNT TO OTO-COUNT.
           WRITE PRINTDATA FROM ORG-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'AT THE TOP (NO MANAGER):' TO OTO-LABEL.
           MOVE WS-TOP-COUNT TO OTO-COUNT.
           WRITE PRINTDATA FROM ORG-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'MANAGERS:' TO OTO-LABEL.
           MOVE WS-MANAGER-COUNT TO OTO-COUNT.
           WRITE PRINTDATA FROM ORG-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'ORPHANS:' TO OTO-LABEL.
           MOVE WS-ORPHAN-COUNT TO OTO-COUNT.
           WRITE PRINTDATA FROM ORG-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'IN A LOOPING REPORTING LINE:' TO OTO-LABEL.
           MOVE WS-LOOP-COUNT TO OTO-COUNT.
           WRITE PRINTDATA FROM ORG-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'LEVELS BELOW THE TOP:' TO OTO-LABEL.
           MOVE WS-DEEPEST-LEVEL TO OTO-COUNT.
           WRITE PRINTDATA FROM ORG-TOTAL-LINE
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

      *    ONE AUDIT RECORD PER RUN: ACTIVE EMPLOYEES CHARTED AND THE
      *    ORPHAN COUNT.
       9998-WRITE-AUDIT-LOG.

           OPEN EXTEND BATCH-AUDIT.
           IF BA-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BATCH-AUDIT.DAT - STATUS: ",
                   BA-STATUS
               GO TO 9998-AUDIT-EXIT
           END-IF.

           MOVE "ORG-CHART"      TO BA-PROGRAM-NAME.
           MOVE WS-TODAY-DATE    TO BA-RUN-DATE.
           MOVE WS-AUDIT-TIME    TO BA-RUN-TIME.
           MOVE WS-ACTIVE-COUNT  TO BA-RECORD-COUNT.
           MOVE WS-ORPHAN-COUNT  TO BA-KEY-TOTAL.

           WRITE BATCH-AUDIT-RECORD.

           CLOSE BATCH-AUDIT.

       9998-AUDIT-EXIT.
           EXIT.

       9999-END-PROGRAM.

           PERFORM 9998-WRITE-AUDIT-LOG THRU 9998-AUDIT-EXIT.
           CLOSE ORG-REPORT.
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
