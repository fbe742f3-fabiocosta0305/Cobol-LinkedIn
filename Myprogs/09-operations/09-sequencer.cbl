      *    <STEP>' AFTER IT COMPLETES; A START WHOSE PREDECESSOR HAS
      *    NOT COMPLETED SUCCESSFULLY TODAY IS REFUSED, AND THE
      *    'FORCE <STEP>' OVERRIDE IS WRITTEN TO BATCH-AUDIT.DAT SO
      *    AN OUT-OF-ORDER RUN CAN NEVER HAPPEN SILENTLY. A FORCE
      *    NEEDS AN OPERATOR SIGNED ON WITH SEQFORCE AUTHORITY. EVERY
      *    START AND COMPLETION IS RECORDED IN THE RUN-CONTROL FILE
      *    RUNCTL.DAT.
      *    NOT EVERY NIGHT RUNS THE SAME CHAIN: THE BATCH CALENDAR
      *    BATCHCAL.DAT SAYS WHAT KIND OF DAY EACH DATE IS (BUSINESS,
      *    HOLIDAY, MONTH-END, PAYDAY, YEAR-END) AND WHICH JOB SETS
      *    EACH KIND OF DAY RUNS. ONLY THE STEPS WHOSE JOB SET RUNS ON
      *    THE RUN DATE ARE CLEARED TO START, NOTHING RUNS ON A
      *    HOLIDAY, AND 'SCHED' PRINTS THE NEXT 30 DAYS' SCHEDULE TO
      *    SEQSCHED.RPT SO NOBODY HAS TO REMEMBER WHICH NIGHT IS
      *    PAYDAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ONE LINE PER STEP: STEP NUMBER, PROGRAM NAME, THE STEP
      *    THAT MUST COMPLETE FIRST (00 = NO PREDECESSOR) AND THE JOB
      *    SET THE STEP BELONGS TO. A BLANK JOB SET RUNS EVERY NIGHT
      *    THAT IS NOT A HOLIDAY.
       SELECT JOB-CHAIN-FILE
        ASSIGN TO "JOBCHAIN.DAT"
        FILE STATUS IS JC-STATUS
        FILE STATUS IS RC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    BATCH CALENDAR. 'D' LINES GIVE A DATE AND UP TO FIVE
      *    DAY-TYPE LETTERS: B = BUSINESS, H = HOLIDAY, M = MONTH-END,
      *    P = PAYDAY, Y = YEAR-END. 'S' LINES GIVE A DAY-TYPE LETTER
      *    AND A JOB SET THAT RUNS ON THAT KIND OF DAY. A WEEKDAY
      *    WITH NO 'D' LINE IS A BUSINESS DAY AND A SATURDAY OR
      *    SUNDAY WITH NONE IS NOT. THE LAST BUSINESS DAY OF A MONTH
      *    IS ALSO MONTH-END, AND OF DECEMBER YEAR-END. WITH NO
      *    CALENDAR AT ALL EVERY STEP RUNS EVERY NIGHT AS BEFORE.
       SELECT CALENDAR-FILE
        ASSIGN TO "BATCHCAL.DAT"
        FILE STATUS IS CA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SCHEDULE-REPORT
        ASSIGN TO "SEQSCHED.RPT"
        FILE STATUS IS SR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE RECORD: ACTION (START/END/FORCE/SCHED) AND STEP
      *    NUMBER. WITH NO PARAMETER FILE THE OPERATOR IS PROMPTED.
       SELECT SEQ-PARM-FILE
        ASSIGN TO "SEQSTEP.PRM"
        FILE STATUS IS SQ-STATUS
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
           02 JC-STEP           PIC 9(2).
           02 JC-PROGRAM        PIC X(13).
           02 JC-PREDECESSOR    PIC 9(2).
           02 JC-JOB-SET        PIC X(8).

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           02 CAL-REC-TYPE      PIC X(1).
           02 CAL-BODY          PIC X(20).

       01 CALENDAR-DATE-RECORD REDEFINES CALENDAR-RECORD.
           02 FILLER            PIC X(1).
           02 CAL-DATE          PIC 9(8).
           02 FILLER            PIC X(1).
           02 CAL-DAY-TYPES     PIC X(5).
           02 FILLER            PIC X(6).

       01 CALENDAR-SET-RECORD REDEFINES CALENDAR-RECORD.
           02 FILLER            PIC X(1).
           02 CAL-SET-DAY-TYPE  PIC X(1).
           02 FILLER            PIC X(1).
           02 CAL-JOB-SET       PIC X(8).
           02 FILLER            PIC X(10).

       FD SCHEDULE-REPORT.
       01 PRINTDATA.
           02 FILLER      PIC X(132).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
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
          02 RC-STATUS  PIC X(2).
          02 SQ-STATUS  PIC X(2).
          02 BA-STATUS  PIC X(2).
          02 CA-STATUS  PIC X(2).
          02 SR-STATUS  PIC X(2).

       01  WS-AUDIT-AREAS.
           05  WS-TODAY-DATE       PIC 9(8).
               10  WS-CH-STEP      PIC 9(2).
               10  WS-CH-PROGRAM   PIC X(13).
               10  WS-CH-PRED      PIC 9(2).
               10  WS-CH-JOB-SET   PIC X(8).
               10  WS-CH-SCHED-SW  PIC X(1).

      *    THE BATCH CALENDAR - SEE THE CALENDAR-FILE SELECT COMMENT.
       01  WS-CALENDAR-AREAS.
           05  WS-CAL-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-CAL-SUBIDX       PIC 9(3) VALUE ZERO.
           05  WS-CAL-LOADED-SW    PIC X(1) VALUE 'N'.
               88  WS-CAL-LOADED   VALUE 'Y'.
           05  WS-CAL-TABLE OCCURS 400 TIMES.
               10  WS-CA-DATE      PIC 9(8).
               10  WS-CA-TYPES     PIC X(5).
           05  WS-SET-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-SET-SUBIDX       PIC 9(2) VALUE ZERO.
           05  WS-SET-TABLE OCCURS 40 TIMES.
               10  WS-SE-DAY-TYPE  PIC X(1).
               10  WS-SE-JOB-SET   PIC X(8).

      *    THE DAY BEING RESOLVED: ITS DATE, DAY-TYPE LETTERS AND A
      *    PRINTABLE DESCRIPTION.
       01  WS-DAY-AREAS.
           05  WS-DAY-DATE         PIC 9(8) VALUE ZERO.
           05  WS-DAY-DATE-X REDEFINES WS-DAY-DATE.
               10  WS-DAY-YYYY     PIC 9(4).
               10  WS-DAY-MM       PIC 9(2).
               10  WS-DAY-DD       PIC 9(2).
           05  WS-DAY-TYPES        PIC X(5) VALUE SPACES.
           05  WS-DAY-TYPE-IDX     PIC 9(1) VALUE ZERO.
           05  WS-DAY-SOURCE       PIC X(8) VALUE SPACES.
           05  WS-DAY-HOLIDAY-SW   PIC X(1) VALUE 'N'.
               88  WS-DAY-HOLIDAY  VALUE 'Y'.
           05  WS-DAY-TEXT         PIC X(60) VALUE SPACES.
           05  WS-DAY-TEXT-PTR     PIC 9(3) VALUE 1.
           05  WS-DAY-STEP-COUNT   PIC 9(2) VALUE ZERO.
           05  WS-LAST-DAY         PIC 9(2) VALUE ZERO.
           05  WS-LEAP-QUOTIENT    PIC 9(4) VALUE ZERO.
           05  WS-LEAP-4           PIC 9(4) VALUE ZERO.
           05  WS-LEAP-100         PIC 9(4) VALUE ZERO.
           05  WS-LEAP-400         PIC 9(4) VALUE ZERO.
           05  WS-WEEKDAY-NUMBER   PIC 9(1) VALUE ZERO.
           05  WS-PRIOR-YEARS      PIC 9(4) VALUE ZERO.
           05  WS-PRIOR-LEAP-4     PIC 9(4) VALUE ZERO.
           05  WS-PRIOR-LEAP-100   PIC 9(4) VALUE ZERO.
           05  WS-PRIOR-LEAP-400   PIC 9(4) VALUE ZERO.
           05  WS-MONTH-IDX        PIC 9(2) VALUE ZERO.
           05  WS-WEEK-QUOTIENT    PIC 9(7) VALUE ZERO.
           05  WS-DAY-WEEKEND-SW   PIC X(1) VALUE 'N'.
               88  WS-DAY-WEEKEND  VALUE 'Y'.
           05  WS-TYPE-TALLY       PIC 9(1) VALUE ZERO.
           05  WS-PROBE-DATE       PIC 9(8) VALUE ZERO.
           05  WS-PROBE-DATE-X REDEFINES WS-PROBE-DATE.
               10  WS-PROBE-YYYY   PIC 9(4).
               10  WS-PROBE-MM     PIC 9(2).
               10  WS-PROBE-DD     PIC 9(2).
           05  WS-PROBE-SUBIDX     PIC 9(3) VALUE ZERO.
           05  WS-PROBE-SOURCE     PIC X(8) VALUE SPACES.
           05  WS-LATER-BUSINESS-SW PIC X(1) VALUE 'N'.
               88  WS-LATER-BUSINESS-DAY VALUE 'Y'.
           05  WS-AHEAD-COUNT      PIC 9(2) VALUE ZERO.
           05  WS-DW-DATE          PIC 9(8) VALUE ZERO.
           05  WS-DW-DATE-X REDEFINES WS-DW-DATE.
               10  WS-DW-YEAR      PIC 9(4).
               10  WS-DW-MONTH     PIC 9(2).
               10  WS-DW-DAY       PIC 9(2).
           05  WS-DAY-NUMBER       PIC 9(7) VALUE ZERO.

       01  WS-MONTH-DAYS-DATA      PIC X(24) VALUE
               '312831303130313130313031'.
       01  WS-MONTH-DAYS-MAP REDEFINES WS-MONTH-DAYS-DATA.
           05  WS-MONTH-DAYS       PIC 9(2) OCCURS 12 TIMES.

       01  SCHED-TITLE-LINE.
           05  FILLER              PIC X(38) VALUE
               'BATCH SCHEDULE - NEXT 30 DAYS FROM   '.
           05  STL-DATE            PIC 9(8).
           05  FILLER              PIC X(86) VALUE SPACES.

       01  SCHED-DATE-LINE.
           05  SDL-DATE            PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  SDL-TEXT            PIC X(60).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  SDL-SOURCE          PIC X(8).
           05  FILLER              PIC X(9) VALUE '  STEPS: '.
           05  SDL-COUNT           PIC Z9.
           05  FILLER              PIC X(41) VALUE SPACES.

       01  SCHED-STEP-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE 'STEP '.
           05  SSL-STEP            PIC 9(2).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  SSL-PROGRAM         PIC X(13).
           05  FILLER              PIC X(6) VALUE '  SET '.
           05  SSL-JOB-SET         PIC X(8).
           05  FILLER              PIC X(13) VALUE '  AFTER STEP '.
           05  SSL-PRED            PIC 9(2).
           05  FILLER              PIC X(71) VALUE SPACES.

      *    TODAY'S LATEST STATE PER STEP NUMBER, REBUILT FROM THE
      *    RUN-CONTROL FILE AT EVERY INVOCATION.
           05  WS-PRED-IDX         PIC 9(2) VALUE ZERO.
           05  WS-NEW-STATUS       PIC X(1) VALUE SPACE.

      *    SIGN-ON AND AUTHORITY STATE - SEE THE OPERATOR-SECURITY
      *    SELECT COMMENT.
       01  WS-SECURITY-AREAS.
           05  OS-STATUS           PIC X(2) VALUE SPACES.
           05  RA-STATUS           PIC X(2) VALUE SPACES.
           05  SV-STATUS           PIC X(2) VALUE SPACES.
           05  WS-SEC-PROGRAM      PIC X(13) VALUE 'RUN-SEQUENCER'.
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
               GO TO 9999-END-PROGRAM
           END-IF.

           PERFORM 0150-LOAD-CALENDAR.

           PERFORM 0120-GET-ACTION-AND-STEP.

           IF WS-ACTION = 'SCHED' OR WS-ACTION = 'sched'
               PERFORM 0600-PRINT-LOOK-AHEAD
               GO TO 9999-END-PROGRAM
           END-IF.

           MOVE WS-TODAY-DATE TO WS-DAY-DATE.
           PERFORM 0160-RESOLVE-DAY-TYPES.
           PERFORM 0170-MARK-SCHEDULED-STEPS.
           DISPLAY "RUN DATE ", WS-TODAY-DATE, " - ",
               WS-DAY-TEXT(1:WS-DAY-TEXT-PTR), "- ",
               WS-DAY-STEP-COUNT, " OF ", WS-CHAIN-COUNT,
               " STEPS SCHEDULED".

           PERFORM 0130-LOAD-TODAYS-STATE.

           PERFORM 0140-FIND-CHAIN-STEP.
                   PERFORM 0300-END-STEP
               WHEN 'FORCE'
               WHEN 'force'
                   PERFORM 0400-FORCE-STEP THRU 0499-FORCE-EXIT
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION '", WS-ACTION,
                       "' - USE START, END, FORCE OR SCHED"
           END-EVALUATE.

           PERFORM 9999-END-PROGRAM.
                       MOVE JC-STEP TO WS-CH-STEP(WS-CHAIN-COUNT)
                       MOVE JC-PROGRAM
                           TO WS-CH-PROGRAM(WS-CHAIN-COUNT)
                       MOVE JC-JOB-SET
                           TO WS-CH-JOB-SET(WS-CHAIN-COUNT)
                       MOVE 'Y' TO WS-CH-SCHED-SW(WS-CHAIN-COUNT)
                       IF JC-PREDECESSOR IS NUMERIC
                           MOVE JC-PREDECESSOR
                               TO WS-CH-PRED(WS-CHAIN-COUNT)
               END-READ
               CLOSE SEQ-PARM-FILE
           ELSE
               DISPLAY "ENTER ACTION (START/END/FORCE/SCHED): "
                   WITH NO ADVANCING
               ACCEPT WS-ACTION
               DISPLAY "ENTER STEP NUMBER (2 DIGITS): "
               ACCEPT WS-STEP
           END-IF.

       0150-LOAD-CALENDAR.

           OPEN INPUT CALENDAR-FILE.
           IF CA-STATUS = "00"
               SET WS-CAL-LOADED TO TRUE
               PERFORM 0155-READ-CALENDAR-RECORD
                   UNTIL CA-STATUS NOT = "00"
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY "NOTE - NO BATCHCAL.DAT - EVERY STEP IS ",
                   "SCHEDULED EVERY NIGHT"
           END-IF.

       0155-READ-CALENDAR-RECORD.

           READ CALENDAR-FILE
               AT END
                   MOVE "10" TO CA-STATUS
               NOT AT END
                   EVALUATE CAL-REC-TYPE
                       WHEN 'D'
                           IF CAL-DATE IS NUMERIC
                               IF WS-CAL-COUNT >= 400
                                   DISPLAY "WARNING - BATCHCAL.DAT ",
                                       "HOLDS OVER 400 DATES - ",
                                       CAL-DATE, " IGNORED"
                               ELSE
                                   ADD 1 TO WS-CAL-COUNT
                                   MOVE CAL-DATE
                                       TO WS-CA-DATE(WS-CAL-COUNT)
                                   MOVE CAL-DAY-TYPES
                                       TO WS-CA-TYPES(WS-CAL-COUNT)
                               END-IF
                           END-IF
                       WHEN 'S'
                           IF WS-SET-COUNT < 40
                               ADD 1 TO WS-SET-COUNT
                               MOVE CAL-SET-DAY-TYPE
                                   TO WS-SE-DAY-TYPE(WS-SET-COUNT)
                               MOVE CAL-JOB-SET
                                   TO WS-SE-JOB-SET(WS-SET-COUNT)
                           END-IF
                   END-EVALUATE
           END-READ.

      *    DAY TYPES FOR WS-DAY-DATE: THE CALENDAR LINE WHEN THERE IS
      *    ONE, OTHERWISE BUSINESS ON A WEEKDAY AND NOTHING ON A
      *    WEEKEND. A BUSINESS DAY WITH NO LATER BUSINESS DAY IN ITS
      *    MONTH IS ALSO MONTH-END, AND IN DECEMBER YEAR-END.
       0160-RESOLVE-DAY-TYPES.

           MOVE SPACES TO WS-DAY-TYPES.
           MOVE 'DEFAULT ' TO WS-DAY-SOURCE.
           MOVE 'N' TO WS-DAY-WEEKEND-SW.
           PERFORM VARYING WS-CAL-SUBIDX FROM 1 BY 1
               UNTIL WS-CAL-SUBIDX > WS-CAL-COUNT
               IF WS-CA-DATE(WS-CAL-SUBIDX) = WS-DAY-DATE
                   MOVE WS-CA-TYPES(WS-CAL-SUBIDX) TO WS-DAY-TYPES
                   MOVE 'CALENDAR' TO WS-DAY-SOURCE
                   MOVE 401 TO WS-CAL-SUBIDX
               END-IF
           END-PERFORM.

           IF WS-DAY-SOURCE = 'DEFAULT '
               PERFORM 0163-FIND-WEEKDAY
               IF WS-WEEKDAY-NUMBER = 0 OR WS-WEEKDAY-NUMBER = 6
                   SET WS-DAY-WEEKEND TO TRUE
               ELSE
                   MOVE 'B' TO WS-DAY-TYPES(1:1)
               END-IF
           END-IF.

           MOVE ZERO TO WS-TYPE-TALLY.
           INSPECT WS-DAY-TYPES TALLYING WS-TYPE-TALLY FOR ALL 'B'.
           IF WS-TYPE-TALLY > ZERO
               PERFORM 0165-FIND-MONTH-LENGTH
               PERFORM 0166-FIND-LATER-BUSINESS-DAY
               IF NOT WS-LATER-BUSINESS-DAY
                   MOVE ZERO TO WS-TYPE-TALLY
                   INSPECT WS-DAY-TYPES TALLYING WS-TYPE-TALLY
                       FOR ALL 'M'
                   IF WS-TYPE-TALLY = ZERO
                       INSPECT WS-DAY-TYPES
                           REPLACING FIRST SPACE BY 'M'
                   END-IF
                   MOVE ZERO TO WS-TYPE-TALLY
                   INSPECT WS-DAY-TYPES TALLYING WS-TYPE-TALLY
                       FOR ALL 'Y'
                   IF WS-DAY-MM = 12 AND WS-TYPE-TALLY = ZERO
                       INSPECT WS-DAY-TYPES
                           REPLACING FIRST SPACE BY 'Y'
                   END-IF
               END-IF
           END-IF.

           MOVE 'N' TO WS-DAY-HOLIDAY-SW.
           MOVE SPACES TO WS-DAY-TEXT.
           MOVE 1 TO WS-DAY-TEXT-PTR.
           PERFORM VARYING WS-DAY-TYPE-IDX FROM 1 BY 1
               UNTIL WS-DAY-TYPE-IDX > 5
               EVALUATE WS-DAY-TYPES(WS-DAY-TYPE-IDX:1)
                   WHEN 'B'
                       STRING 'BUSINESS ' DELIMITED BY SIZE
                           INTO WS-DAY-TEXT
                           WITH POINTER WS-DAY-TEXT-PTR
                   WHEN 'H'
                       SET WS-DAY-HOLIDAY TO TRUE
                       STRING 'HOLIDAY ' DELIMITED BY SIZE
                           INTO WS-DAY-TEXT
                           WITH POINTER WS-DAY-TEXT-PTR
                   WHEN 'M'
                       STRING 'MONTH-END ' DELIMITED BY SIZE
                           INTO WS-DAY-TEXT
                           WITH POINTER WS-DAY-TEXT-PTR
                   WHEN 'P'
                       STRING 'PAYDAY ' DELIMITED BY SIZE
                           INTO WS-DAY-TEXT
                           WITH POINTER WS-DAY-TEXT-PTR
                   WHEN 'Y'
                       STRING 'YEAR-END ' DELIMITED BY SIZE
                           INTO WS-DAY-TEXT
                           WITH POINTER WS-DAY-TEXT-PTR
               END-EVALUATE
           END-PERFORM.

           IF WS-DAY-WEEKEND
               STRING 'WEEKEND ' DELIMITED BY SIZE
                   INTO WS-DAY-TEXT
                   WITH POINTER WS-DAY-TEXT-PTR
           END-IF.

      *    DAY OF THE WEEK FOR WS-DAY-DATE, 0 = SUNDAY TO 6 = SATURDAY.
       0163-FIND-WEEKDAY.

           MOVE WS-DAY-DATE TO WS-DW-DATE.
           PERFORM 0164-COMPUTE-DAY-NUMBER.

      *    TRUE DAY NUMBER OF WS-DW-DATE, COUNTING 1 JANUARY OF YEAR
      *    1 AS DAY 1: WHOLE YEARS BEFORE IT WITH THEIR LEAP DAYS,
      *    THE MONTHS BEFORE IT FROM THE MONTH TABLE, THE LEAP DAY OF
      *    ITS OWN YEAR ONCE FEBRUARY IS PAST, THEN THE DAY. DAY 1 WAS
      *    A MONDAY, SO THE REMAINDER BY 7 IS 1 FOR MONDAY THROUGH 6
      *    FOR SATURDAY AND 0 FOR SUNDAY.
       0164-COMPUTE-DAY-NUMBER.

           SUBTRACT 1 FROM WS-DW-YEAR GIVING WS-PRIOR-YEARS.
           DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-PRIOR-LEAP-4.
           DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-PRIOR-LEAP-100.
           DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-PRIOR-LEAP-400.
           COMPUTE WS-DAY-NUMBER = WS-PRIOR-YEARS * 365
               + WS-PRIOR-LEAP-4 - WS-PRIOR-LEAP-100
               + WS-PRIOR-LEAP-400.

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX >= WS-DW-MONTH
                   OR WS-MONTH-IDX > 12
               ADD WS-MONTH-DAYS(WS-MONTH-IDX) TO WS-DAY-NUMBER
           END-PERFORM.

           IF WS-DW-MONTH > 2
               DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-4
               DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-100
               DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-400
               IF WS-LEAP-400 = ZERO
                   OR (WS-LEAP-4 = ZERO AND WS-LEAP-100 NOT = ZERO)
                   ADD 1 TO WS-DAY-NUMBER
               END-IF
           END-IF.

           ADD WS-DW-DAY TO WS-DAY-NUMBER.

           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEKDAY-NUMBER.

       0165-FIND-MONTH-LENGTH.

           MOVE WS-MONTH-DAYS(WS-DAY-MM) TO WS-LAST-DAY.
           IF WS-DAY-MM = 2
               DIVIDE WS-DAY-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-4
               DIVIDE WS-DAY-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-100
               DIVIDE WS-DAY-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-400
               IF WS-LEAP-400 = ZERO
                   OR (WS-LEAP-4 = ZERO AND WS-LEAP-100 NOT = ZERO)
                   MOVE 29 TO WS-LAST-DAY
               END-IF
           END-IF.

      *    LOOKS AT EVERY LATER DAY OF WS-DAY-DATE'S MONTH FOR ONE
      *    THAT IS A BUSINESS DAY - BY ITS CALENDAR LINE WHEN IT HAS
      *    ONE, OTHERWISE BY BEING A WEEKDAY.
       0166-FIND-LATER-BUSINESS-DAY.

           MOVE 'N' TO WS-LATER-BUSINESS-SW.
           MOVE WS-DAY-DATE TO WS-PROBE-DATE.
           ADD 1 TO WS-PROBE-DD.
           PERFORM 0167-PROBE-ONE-DAY
               UNTIL WS-PROBE-DD > WS-LAST-DAY
                   OR WS-LATER-BUSINESS-DAY.

       0167-PROBE-ONE-DAY.

           MOVE 'DEFAULT ' TO WS-PROBE-SOURCE.
           PERFORM VARYING WS-PROBE-SUBIDX FROM 1 BY 1
               UNTIL WS-PROBE-SUBIDX > WS-CAL-COUNT
               IF WS-CA-DATE(WS-PROBE-SUBIDX) = WS-PROBE-DATE
                   MOVE 'CALENDAR' TO WS-PROBE-SOURCE
                   MOVE ZERO TO WS-TYPE-TALLY
                   INSPECT WS-CA-TYPES(WS-PROBE-SUBIDX)
                       TALLYING WS-TYPE-TALLY FOR ALL 'B'
                   IF WS-TYPE-TALLY > ZERO
                       SET WS-LATER-BUSINESS-DAY TO TRUE
                   END-IF
                   MOVE 401 TO WS-PROBE-SUBIDX
               END-IF
           END-PERFORM.

           IF WS-PROBE-SOURCE = 'DEFAULT '
               MOVE WS-PROBE-DATE TO WS-DW-DATE
               PERFORM 0164-COMPUTE-DAY-NUMBER
               IF WS-WEEKDAY-NUMBER NOT = 0
                   AND WS-WEEKDAY-NUMBER NOT = 6
                   SET WS-LATER-BUSINESS-DAY TO TRUE
               END-IF
           END-IF.

           ADD 1 TO WS-PROBE-DD.

      *    A STEP RUNS ON THE DAY WHEN ITS JOB SET IS BLANK OR IS RUN
      *    BY ONE OF THE DAY'S TYPES - NEVER ON A HOLIDAY. WITH NO
      *    CALENDAR EVERY STEP RUNS.
       0170-MARK-SCHEDULED-STEPS.

           MOVE ZERO TO WS-DAY-STEP-COUNT.
           PERFORM VARYING WS-CHAIN-SUBIDX FROM 1 BY 1
               UNTIL WS-CHAIN-SUBIDX > WS-CHAIN-COUNT
               MOVE 'N' TO WS-CH-SCHED-SW(WS-CHAIN-SUBIDX)
               EVALUATE TRUE
                   WHEN NOT WS-CAL-LOADED
                       MOVE 'Y' TO WS-CH-SCHED-SW(WS-CHAIN-SUBIDX)
                   WHEN WS-DAY-HOLIDAY
                       CONTINUE
                   WHEN WS-CH-JOB-SET(WS-CHAIN-SUBIDX) = SPACES
                       MOVE 'Y' TO WS-CH-SCHED-SW(WS-CHAIN-SUBIDX)
                   WHEN OTHER
                       PERFORM VARYING WS-SET-SUBIDX FROM 1 BY 1
                           UNTIL WS-SET-SUBIDX > WS-SET-COUNT
                           IF WS-SE-JOB-SET(WS-SET-SUBIDX) =
                                   WS-CH-JOB-SET(WS-CHAIN-SUBIDX)
                               AND WS-SE-DAY-TYPE(WS-SET-SUBIDX)
                                   NOT = SPACE
                               PERFORM 0175-MATCH-DAY-TYPE
                           END-IF
                       END-PERFORM
               END-EVALUATE
               IF WS-CH-SCHED-SW(WS-CHAIN-SUBIDX) = 'Y'
                   ADD 1 TO WS-DAY-STEP-COUNT
               END-IF
           END-PERFORM.

       0175-MATCH-DAY-TYPE.

           PERFORM VARYING WS-DAY-TYPE-IDX FROM 1 BY 1
               UNTIL WS-DAY-TYPE-IDX > 5
               IF WS-DAY-TYPES(WS-DAY-TYPE-IDX:1) =
                       WS-SE-DAY-TYPE(WS-SET-SUBIDX)
                   MOVE 'Y' TO WS-CH-SCHED-SW(WS-CHAIN-SUBIDX)
               END-IF
           END-PERFORM.

      *    THE RUN-CONTROL FILE IS APPEND-ONLY, SO REPLAYING TODAY'S
      *    RECORDS IN ORDER LEAVES EACH STEP'S LATEST STATE.
       0130-LOAD-TODAYS-STATE.
      *    A START IS REFUSED UNLESS THE PREDECESSOR HAS A 'C' ON
      *    TODAY'S RUN CONTROL - SO THE RAISE CYCLE CAN NEVER RUN
      *    AGAINST A HALF-MERGED MASTER AGAIN.
      *    A STEP WHOSE JOB SET DOES NOT RUN TODAY IS REFUSED TOO; A
      *    PREDECESSOR THAT IS NOT SCHEDULED TODAY DOES NOT HOLD UP
      *    ITS SUCCESSOR.
       0200-START-STEP.

           IF WS-CH-SCHED-SW(WS-CHAIN-FOUND-IDX) NOT = 'Y'
               DISPLAY "STEP ", WS-STEP, " (",
                   WS-CH-PROGRAM(WS-CHAIN-FOUND-IDX),
                   ") REFUSED - JOB SET ",
                   WS-CH-JOB-SET(WS-CHAIN-FOUND-IDX),
                   " IS NOT SCHEDULED TODAY"
               DISPLAY "  CHECK BATCHCAL.DAT, OR USE FORCE"
               GO TO 0299-START-EXIT
           END-IF.

           MOVE WS-CH-PRED(WS-CHAIN-FOUND-IDX) TO WS-PRED-STEP.

           MOVE ZERO TO WS-PRED-IDX.
           PERFORM VARYING WS-CHAIN-SUBIDX FROM 1 BY 1
               UNTIL WS-CHAIN-SUBIDX > WS-CHAIN-COUNT
               IF WS-CH-STEP(WS-CHAIN-SUBIDX) = WS-PRED-STEP
                   MOVE WS-CHAIN-SUBIDX TO WS-PRED-IDX
                   MOVE 21 TO WS-CHAIN-SUBIDX
               END-IF
           END-PERFORM.

           IF WS-PRED-STEP > ZERO AND WS-PRED-IDX > ZERO
               IF WS-CH-SCHED-SW(WS-PRED-IDX) NOT = 'Y'
                   DISPLAY "NOTE - PREDECESSOR STEP ", WS-PRED-STEP,
                       " IS NOT SCHEDULED TODAY - NOT WAITED FOR"
                   MOVE ZERO TO WS-PRED-STEP
               END-IF
           END-IF.

           IF WS-PRED-STEP > ZERO
               IF WS-STEP-STATE(WS-PRED-STEP) NOT = 'C'
                   DISPLAY "STEP ", WS-STEP, " (",
                       WS-CH-PROGRAM(WS-CHAIN-FOUND-IDX),
                       ") REFUSED - PREDECESSOR STEP ",
      *    BATCH-AUDIT.DAT - IT MUST NEVER HAPPEN SILENTLY.
       0400-FORCE-STEP.

           PERFORM 9800-SIGN-ON.
           IF NOT WS-SEC-VALID
               GO TO 0499-FORCE-EXIT
           END-IF.
           MOVE 'SEQFORCE' TO WS-SEC-FUNCTION.
           PERFORM 9820-CHECK-AUTHORITY.
           IF NOT WS-SEC-GRANTED
               DISPLAY "FORCE REFUSED - OPERATOR ", WS-SEC-OPERATOR-ID,
                   " IS NOT AUTHORIZED FOR SEQFORCE"
               GO TO 0499-FORCE-EXIT
           END-IF.

           DISPLAY "WARNING - STEP ", WS-STEP, " (",
               WS-CH-PROGRAM(WS-CHAIN-FOUND-IDX),
               ") STARTED UNDER FORCED-SKIP OVERRIDE".
           IF WS-CH-SCHED-SW(WS-CHAIN-FOUND-IDX) NOT = 'Y'
               DISPLAY "WARNING - STEP ", WS-STEP,
                   " IS NOT SCHEDULED TODAY - RUNNING OFF-CALENDAR"
           END-IF.

           OPEN EXTEND BATCH-AUDIT.
           IF BA-STATUS NOT = "00"
           MOVE 'S' TO WS-NEW-STATUS.
           PERFORM 0500-WRITE-CONTROL-RECORD.

       0499-FORCE-EXIT.
           EXIT.

       0500-WRITE-CONTROL-RECORD.

           OPEN EXTEND RUN-CONTROL-FILE.
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *    TODAY AND THE 29 DAYS AFTER IT: EACH DATE'S DAY TYPES AND
      *    THE STEPS THAT WILL RUN, IN CHAIN ORDER.
       0600-PRINT-LOOK-AHEAD.

           OPEN OUTPUT SCHEDULE-REPORT.
           IF SR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SEQSCHED.RPT - STATUS: ",
                   SR-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           MOVE WS-TODAY-DATE TO STL-DATE.
           WRITE PRINTDATA FROM SCHED-TITLE-LINE
               AFTER ADVANCING PAGE.

           MOVE WS-TODAY-DATE TO WS-DAY-DATE.
           PERFORM 0610-PRINT-ONE-DAY
               VARYING WS-AHEAD-COUNT FROM 1 BY 1
               UNTIL WS-AHEAD-COUNT > 30.

           CLOSE SCHEDULE-REPORT.
           DISPLAY "30-DAY SCHEDULE WRITTEN TO SEQSCHED.RPT".

       0610-PRINT-ONE-DAY.

           PERFORM 0160-RESOLVE-DAY-TYPES.
           PERFORM 0170-MARK-SCHEDULED-STEPS.

           MOVE WS-DAY-DATE TO SDL-DATE.
           MOVE WS-DAY-TEXT TO SDL-TEXT.
           MOVE WS-DAY-SOURCE TO SDL-SOURCE.
           MOVE WS-DAY-STEP-COUNT TO SDL-COUNT.
           WRITE PRINTDATA FROM SCHED-DATE-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM VARYING WS-CHAIN-SUBIDX FROM 1 BY 1
               UNTIL WS-CHAIN-SUBIDX > WS-CHAIN-COUNT
               IF WS-CH-SCHED-SW(WS-CHAIN-SUBIDX) = 'Y'
                   MOVE WS-CH-STEP(WS-CHAIN-SUBIDX) TO SSL-STEP
                   MOVE WS-CH-PROGRAM(WS-CHAIN-SUBIDX) TO SSL-PROGRAM
                   MOVE WS-CH-JOB-SET(WS-CHAIN-SUBIDX) TO SSL-JOB-SET
                   MOVE WS-CH-PRED(WS-CHAIN-SUBIDX) TO SSL-PRED
                   WRITE PRINTDATA FROM SCHED-STEP-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM.

      *    ON TO THE NEXT CALENDAR DATE.
           PERFORM 0165-FIND-MONTH-LENGTH.
           ADD 1 TO WS-DAY-DD.
           IF WS-DAY-DD > WS-LAST-DAY
               MOVE 1 TO WS-DAY-DD
               ADD 1 TO WS-DAY-MM
               IF WS-DAY-MM > 12
                   MOVE 1 TO WS-DAY-MM
                   ADD 1 TO WS-DAY-YYYY
               END-IF
           END-IF.

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
