       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORNING-STATUS.
       AUTHOR. FABIO COSTA.
      *    FIRST-THING-IN-THE-MORNING STATUS OF THE NIGHT'S BATCH,
      *    PULLED FROM EVERY BATCH CONTROL IN ONE REPORT INSTEAD OF
      *    FOUR SEPARATE LOOKS: EACH JOBCHAIN.DAT STEP SCHEDULED FOR
      *    LAST NIGHT BY THE BATCH CALENDAR AND ITS RUNCTL.DAT
      *    STATUS, ANY STEP ON ANY NIGHT THAT STARTED BUT NEVER
      *    ENDED, LAST NIGHT'S BATCH-AUDIT.DAT RECORD COUNTS AGAINST
      *    EACH PROGRAM'S TRAILING AVERAGE, OPEN EXCEPTIONS.DAT ITEMS
      *    BY PROGRAM AND AGE, AND AN EES-LOCK.DAT RUN LOCK LEFT
      *    HELD PAST A THRESHOLD. EVERYTHING THAT NEEDS SOMEONE TO
      *    ACT IS REPEATED IN AN ATTENTION SUMMARY AT THE TOP, SO AN
      *    EMPTY SUMMARY MEANS A CLEAN NIGHT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE STEP DEFINITIONS RUN-SEQUENCER ENFORCES: STEP NUMBER,
      *    PROGRAM NAME, PREDECESSOR STEP AND JOB SET.
       SELECT JOB-CHAIN-FILE
        ASSIGN TO "JOBCHAIN.DAT"
        FILE STATUS IS JC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    BATCH CALENDAR OF DAY TYPES AND THE JOB SETS EACH DAY
      *    TYPE RUNS, READ THE SAME WAY RUN-SEQUENCER READS IT SO THE
      *    REPORT AGREES WITH WHAT THE SEQUENCER ALLOWED.
       SELECT CALENDAR-FILE
        ASSIGN TO "BATCHCAL.DAT"
        FILE STATUS IS CA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    APPEND-ONLY STEP STATES WRITTEN BY RUN-SEQUENCER: S =
      *    STARTED, C = COMPLETE.
       SELECT RUN-CONTROL-FILE
        ASSIGN TO "RUNCTL.DAT"
        FILE STATUS IS RC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BATCH-AUDIT
        ASSIGN TO "BATCH-AUDIT.DAT"
        FILE STATUS IS BA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SHARED-EXCEPTIONS
        ASSIGN TO "EXCEPTIONS.DAT"
        FILE STATUS IS ES-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    RUN LOCK SHARED BY EVERY PROGRAM THAT OPENS EES.DAT FOR
      *    UPDATE. A NON-BLANK HOLDER MEANS THE LOCK IS TAKEN.
       SELECT LOCK-FILE
        ASSIGN TO "EES-LOCK.DAT"
        FILE STATUS IS LK-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT STATUS-REPORT
        ASSIGN TO "MORNING-STATUS.RPT"
        FILE STATUS IS MS-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    CENTRAL KEYED RUN-PARAMETER FILE. STATUSDATE NAMES THE
      *    BATCH NIGHT TO REPORT (DEFAULT YESTERDAY), AVGRUNS THE
      *    NUMBER OF PRIOR RUNS IN THE TRAILING AVERAGE (DEFAULT 5),
      *    SWINGPCT THE PERCENT OFF THE AVERAGE THAT IS FLAGGED
      *    (DEFAULT 25), EXCAGE THE AGE IN DAYS AT WHICH AN OPEN
      *    EXCEPTION IS FLAGGED (DEFAULT 30) AND LOCKHOURS THE AGE AT
      *    WHICH A HELD RUN LOCK IS FLAGGED (DEFAULT 12).
       SELECT RUN-PARMS-FILE
        ASSIGN TO "RUNPARMS.DAT"
        FILE STATUS IS PM-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD JOB-CHAIN-FILE.
       01 JOB-CHAIN-RECORD.
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

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           02 RC-RUN-DATE       PIC 9(8).
           02 RC-STEP           PIC 9(2).
           02 RC-PROGRAM        PIC X(13).
           02 RC-STEP-STATUS    PIC X(1).

       FD BATCH-AUDIT.
       01 BATCH-AUDIT-RECORD.
           02 BA-PROGRAM-NAME   PIC X(13).
           02 BA-RUN-DATE       PIC 9(8).
           02 BA-RUN-TIME       PIC 9(8).
           02 BA-RECORD-COUNT   PIC 9(8).
           02 BA-KEY-TOTAL      PIC 9(12).

       FD SHARED-EXCEPTIONS.
       01 SHARED-EXCEPTION-RECORD.
           02 EXR-PROGRAM-NAME  PIC X(13).
           02 EXR-RUN-DATE      PIC 9(8).
           02 EXR-KEY           PIC X(20).
           02 EXR-REASON-CODE   PIC X(4).
           02 EXR-STATUS        PIC X(1).
           02 EXR-RESOLVE-NOTE  PIC X(20).

       FD LOCK-FILE.
       01 LOCK-RECORD.
           02 LK-HOLDER         PIC X(13).
           02 LK-LOCK-DATE      PIC 9(8).
           02 LK-LOCK-TIME      PIC 9(8).

       FD STATUS-REPORT.
       01 PRINTDATA.
           02 FILLER      PIC X(132).

      *    ONE LINE PER OPTION: KEY, VALUE.
       FD RUN-PARMS-FILE.
       01 RUN-PARMS-RECORD.
           02 PM-KEY            PIC X(12).
           02 PM-VALUE          PIC X(20).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          02 JC-STATUS  PIC X(2).
          02 CA-STATUS  PIC X(2).
          02 RC-STATUS  PIC X(2).
          02 BA-STATUS  PIC X(2).
          02 ES-STATUS  PIC X(2).
          02 LK-STATUS  PIC X(2).
          02 MS-STATUS  PIC X(2).

       01  WS-DATE-AREAS.
           05  WS-TODAY-DATE       PIC 9(8) VALUE ZERO.
           05  WS-TODAY-TIME       PIC 9(8) VALUE ZERO.
           05  WS-TODAY-TIME-X REDEFINES WS-TODAY-TIME.
               10  WS-TODAY-HH     PIC 9(2).
               10  WS-TODAY-MI     PIC 9(2).
               10  FILLER          PIC 9(4).
           05  WS-BATCH-DATE       PIC 9(8) VALUE ZERO.
           05  WS-DW-DATE          PIC 9(8) VALUE ZERO.
           05  WS-DW-DATE-X REDEFINES WS-DW-DATE.
               10  WS-DW-YEAR      PIC 9(4).
               10  WS-DW-MONTH     PIC 9(2).
               10  WS-DW-DAY       PIC 9(2).
      *    DAY NUMBERS ARE A TRUE COUNT OF DAYS FROM 1 JANUARY OF
      *    YEAR 1, SO EXCEPTION AGES AND LOCK HOURS COME OUT EXACT
      *    ACROSS MONTH AND YEAR ENDS - SEE 0390-COMPUTE-DAY-NUMBER.
           05  WS-DAY-NUMBER       PIC 9(7) VALUE ZERO.
           05  WS-TODAY-DAYS       PIC 9(7) VALUE ZERO.

      *    THE STEP CHAIN, WITH LAST NIGHT'S SCHEDULE AND OUTCOME.
       01  WS-CHAIN-AREAS.
           05  WS-CHAIN-COUNT      PIC 9(2) VALUE ZERO.
           05  WS-CHAIN-SUBIDX     PIC 9(2) VALUE ZERO.
           05  WS-CHAIN-TABLE OCCURS 20 TIMES.
               10  WS-CH-STEP      PIC 9(2).
               10  WS-CH-PROGRAM   PIC X(13).
               10  WS-CH-PRED      PIC 9(2).
               10  WS-CH-JOB-SET   PIC X(8).
               10  WS-CH-SCHED-SW  PIC X(1).
               10  WS-CH-STATE     PIC X(1).
               10  WS-CH-FORCED-SW PIC X(1).
               10  WS-CH-RESULT    PIC X(24).

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

       01  WS-MONTH-DAYS-DATA      PIC X(24) VALUE
               '312831303130313130313031'.
       01  WS-MONTH-DAYS-MAP REDEFINES WS-MONTH-DAYS-DATA.
           05  WS-MONTH-DAYS       PIC 9(2) OCCURS 12 TIMES.

      *    LATEST STATE OF EVERY DATE AND STEP ON RUNCTL.DAT - THE
      *    FILE IS APPEND-ONLY, SO THE LAST RECORD READ WINS. WHEN
      *    THE TABLE IS FULL THE OLDEST ENTRY IS DROPPED, SO IT
      *    ALWAYS HOLDS THE MOST RECENT 500 DATE/STEP PAIRS.
       01  WS-STATE-AREAS.
           05  WS-ST-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-ST-SUBIDX        PIC 9(3) VALUE ZERO.
           05  WS-ST-FOUND-IDX     PIC 9(3) VALUE ZERO.
           05  WS-ST-TABLE OCCURS 500 TIMES.
               10  WS-ST-DATE      PIC 9(8).
               10  WS-ST-STEP      PIC 9(2).
               10  WS-ST-PROGRAM   PIC X(13).
               10  WS-ST-STATE     PIC X(1).
           05  WS-STUCK-COUNT      PIC 9(3) VALUE ZERO.

      *    EVERY AUDIT RECORD, IN APPEND (AND SO TIME) ORDER. WHEN
      *    THE TABLE IS FULL THE OLDEST RUN IS DROPPED, SO IT ALWAYS
      *    HOLDS THE MOST RECENT 500 RUNS.
       01  WS-RUN-AREAS.
           05  WS-RUN-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-RUN-SUBIDX       PIC 9(4) VALUE ZERO.
           05  WS-RUN-TABLE OCCURS 500 TIMES.
               10  WS-RT-PROGRAM   PIC X(13).
               10  WS-RT-DATE      PIC 9(8).
               10  WS-RT-COUNT     PIC 9(8).

      *    EACH PROGRAM THAT RAN ON THE BATCH NIGHT: ITS LAST COUNT
      *    THAT NIGHT AGAINST THE AVERAGE OF ITS PRIOR RUNS.
       01  WS-COMPARE-AREAS.
           05  WS-CMP-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-CMP-SUBIDX       PIC 9(2) VALUE ZERO.
           05  WS-CMP-FOUND-IDX    PIC 9(2) VALUE ZERO.
           05  WS-CMP-TABLE OCCURS 20 TIMES.
               10  WS-CM-PROGRAM   PIC X(13).
               10  WS-CM-RUNS      PIC 9(3).
               10  WS-CM-COUNT     PIC 9(8).
               10  WS-CM-AVG-RUNS  PIC 9(3).
               10  WS-CM-AVERAGE   PIC 9(8).
               10  WS-CM-PCT       PIC S9(5).
               10  WS-CM-FLAG      PIC X(24).
           05  WS-AVG-TOTAL        PIC 9(12) VALUE ZERO.
           05  WS-AVG-TAKEN        PIC 9(3) VALUE ZERO.
           05  WS-DELTA-WORK       PIC S9(13) VALUE ZERO.

      *    OPEN EXCEPTIONS BY PROGRAM AND AGE BAND.
       01  WS-EXCEPTION-AREAS.
           05  WS-EXC-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-EXC-SUBIDX       PIC 9(2) VALUE ZERO.
           05  WS-EXC-FOUND-IDX    PIC 9(2) VALUE ZERO.
           05  WS-EXC-TABLE OCCURS 20 TIMES.
               10  WS-EX-PROGRAM   PIC X(13).
               10  WS-EX-BAND      PIC 9(6) OCCURS 4 TIMES.
               10  WS-EX-OPEN      PIC 9(6).
               10  WS-EX-OVER-AGE  PIC 9(6).
               10  WS-EX-OLDEST    PIC 9(8).
           05  WS-EXC-BAND-IDX     PIC 9(1) VALUE ZERO.
           05  WS-EXC-AGE          PIC S9(5) VALUE ZERO.
           05  WS-EXC-OPEN-TOTAL   PIC 9(6) VALUE ZERO.

       01  WS-LOCK-AREAS.
           05  WS-LOCK-HELD-SW     PIC X(1) VALUE 'N'.
               88  WS-LOCK-HELD    VALUE 'Y'.
           05  WS-LOCK-HOLDER      PIC X(13) VALUE SPACES.
           05  WS-LOCK-DATE        PIC 9(8) VALUE ZERO.
           05  WS-LOCK-TIME        PIC 9(8) VALUE ZERO.
           05  WS-LOCK-TIME-X REDEFINES WS-LOCK-TIME.
               10  WS-LOCK-HH      PIC 9(2).
               10  WS-LOCK-MI      PIC 9(2).
               10  FILLER          PIC 9(4).
           05  WS-LOCK-MINUTES     PIC S9(9) VALUE ZERO.
           05  WS-LOCK-HOURS       PIC S9(7) VALUE ZERO.

       01  WS-OPTION-AREAS.
           05  WS-AVG-RUNS         PIC 9(3) VALUE 5.
           05  WS-SWING-PCT        PIC 9(3) VALUE 25.
           05  WS-EXC-AGE-LIMIT    PIC 9(3) VALUE 30.
           05  WS-LOCK-HOUR-LIMIT  PIC 9(3) VALUE 12.

      *    ITEMS NEEDING ATTENTION, GATHERED WHILE THE CONTROLS ARE
      *    CHECKED AND PRINTED AHEAD OF THE DETAIL.
       01  WS-ATTENTION-AREAS.
           05  WS-ATT-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ATT-SUBIDX       PIC 9(3) VALUE ZERO.
           05  WS-ATT-WORK         PIC X(110) VALUE SPACES.
           05  WS-ATT-TABLE OCCURS 60 TIMES.
               10  WS-ATT-TEXT     PIC X(110).
           05  WS-ATT-LOST         PIC 9(3) VALUE ZERO.
           05  WS-EDIT-COUNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-STEP        PIC 9(2).
           05  WS-EDIT-DAYS        PIC ZZ9.
           05  WS-EDIT-PCT         PIC -ZZZZ9.

       01  STATUS-TITLE-LINE.
           05  FILLER              PIC X(38) VALUE
               'MORNING OPERATIONS STATUS - BATCH OF '.
           05  MTL-BATCH-DATE      PIC 9(8).
           05  FILLER              PIC X(12) VALUE '   RUN ON   '.
           05  MTL-TODAY-DATE      PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  MTL-TODAY-TIME      PIC 9(8).
           05  FILLER              PIC X(57) VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05  SHL-TITLE           PIC X(60).
           05  FILLER              PIC X(72) VALUE SPACES.

       01  ATTENTION-LINE.
           05  FILLER              PIC X(4) VALUE ' ** '.
           05  ATL-TEXT            PIC X(110).
           05  FILLER              PIC X(18) VALUE SPACES.

       01  STEP-DETAIL-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE 'STEP '.
           05  SDL-STEP            PIC 9(2).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  SDL-PROGRAM         PIC X(13).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  SDL-JOB-SET         PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  SDL-SCHEDULED       PIC X(13).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  SDL-RESULT          PIC X(34).
           05  FILLER              PIC X(47) VALUE SPACES.

       01  STUCK-DETAIL-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  KDL-DATE            PIC 9(8).
           05  FILLER              PIC X(7) VALUE '  STEP '.
           05  KDL-STEP            PIC 9(2).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  KDL-PROGRAM         PIC X(13).
           05  FILLER              PIC X(28) VALUE
               '  STARTED - NEVER ENDED     '.
           05  FILLER              PIC X(70) VALUE SPACES.

       01  COUNT-HEADING-LINE.
           05  FILLER              PIC X(47) VALUE
               '  PROGRAM       RUNS  LAST COUNT       AVERAGE'.
           05  FILLER              PIC X(43) VALUE
               'PRIOR   PCT OFF  FLAG'.
           05  FILLER              PIC X(42) VALUE SPACES.

       01  COUNT-DETAIL-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CDL-PROGRAM         PIC X(13).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CDL-RUNS            PIC ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CDL-COUNT           PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  CDL-AVERAGE         PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  CDL-AVG-RUNS        PIC ZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  CDL-PCT             PIC -ZZZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  CDL-FLAG            PIC X(24).
           05  FILLER              PIC X(44) VALUE SPACES.

       01  EXCEPTION-HEADING-LINE.
           05  FILLER              PIC X(50) VALUE
               '  PROGRAM         0-6 DAYS  7-29 DAYS  30-89 DAYS'.
           05  FILLER              PIC X(50) VALUE
               '  90+ DAYS  TOTAL OPEN  OLDEST    OVER LIMIT'.
           05  FILLER              PIC X(32) VALUE SPACES.

       01  EXCEPTION-DETAIL-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  EDL-PROGRAM         PIC X(13).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  EDL-BAND-1          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  EDL-BAND-2          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  EDL-BAND-3          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  EDL-BAND-4          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  EDL-OPEN            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  EDL-OLDEST          PIC 9(8).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  EDL-OVER-AGE        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(44) VALUE SPACES.

       01  LOCK-DETAIL-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LDL-TEXT            PIC X(110).
           05  FILLER              PIC X(20) VALUE SPACES.

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
           ACCEPT WS-TODAY-TIME FROM TIME.
           MOVE WS-TODAY-DATE TO WS-DW-DATE.
           PERFORM 0390-COMPUTE-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-TODAY-DAYS.

           PERFORM 9600-LOAD-RUN-PARMS.
           PERFORM 0110-LOAD-OPTIONS.

           PERFORM 0120-LOAD-JOB-CHAIN.
           PERFORM 0150-LOAD-CALENDAR.
           MOVE WS-BATCH-DATE TO WS-DAY-DATE.
           PERFORM 0160-RESOLVE-DAY-TYPES.
           PERFORM 0170-MARK-SCHEDULED-STEPS.

           PERFORM 0200-LOAD-RUN-CONTROL.
           PERFORM 0300-LOAD-BATCH-AUDIT.
           PERFORM 0400-LOAD-EXCEPTIONS.
           PERFORM 0500-CHECK-RUN-LOCK.

           PERFORM 0600-CHECK-STEPS.
           PERFORM 0650-CHECK-STUCK-STEPS.
           PERFORM 0700-CHECK-RECORD-COUNTS.
           PERFORM 0750-CHECK-EXCEPTION-AGE.

           OPEN OUTPUT STATUS-REPORT.
           IF MS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING MORNING-STATUS.RPT - STATUS: ",
                   MS-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           MOVE WS-BATCH-DATE TO MTL-BATCH-DATE.
           MOVE WS-TODAY-DATE TO MTL-TODAY-DATE.
           MOVE WS-TODAY-TIME TO MTL-TODAY-TIME.
           WRITE PRINTDATA FROM STATUS-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRINTDATA FROM PARM-BANNER-LINE
               AFTER ADVANCING 1 LINES.

           PERFORM 0800-PRINT-ATTENTION.
           PERFORM 0810-PRINT-STEPS.
           PERFORM 0820-PRINT-STUCK-STEPS.
           PERFORM 0830-PRINT-RECORD-COUNTS.
           PERFORM 0840-PRINT-EXCEPTIONS.
           PERFORM 0850-PRINT-RUN-LOCK.

           CLOSE STATUS-REPORT.
           DISPLAY "MORNING STATUS FOR ", WS-BATCH-DATE, " - ",
               WS-ATT-COUNT, " ITEM(S) NEED ATTENTION".

           PERFORM 9999-END-PROGRAM.

      *    THE BATCH NIGHT DEFAULTS TO YESTERDAY - RUN-SEQUENCER
      *    STAMPS STEPS WITH THE DATE THE NIGHT'S BATCH BEGAN.
       0110-LOAD-OPTIONS.

           MOVE WS-TODAY-DATE TO WS-DAY-DATE.
           IF WS-DAY-DD > 1
               SUBTRACT 1 FROM WS-DAY-DD
           ELSE
               IF WS-DAY-MM > 1
                   SUBTRACT 1 FROM WS-DAY-MM
               ELSE
                   MOVE 12 TO WS-DAY-MM
                   SUBTRACT 1 FROM WS-DAY-YYYY
               END-IF
               PERFORM 0165-FIND-MONTH-LENGTH
               MOVE WS-LAST-DAY TO WS-DAY-DD
           END-IF.
           MOVE WS-DAY-DATE TO WS-BATCH-DATE.

           MOVE 'STATUSDATE  ' TO WS-PARM-WANTED.
           PERFORM 9610-FIND-RUN-PARM.
           IF WS-PARM-FOUND
               AND WS-PARM-VALUE(1:8) IS NUMERIC
               MOVE WS-PARM-VALUE(1:8) TO WS-BATCH-DATE
           END-IF.

           MOVE 'AVGRUNS     ' TO WS-PARM-WANTED.
           PERFORM 9610-FIND-RUN-PARM.
           IF WS-PARM-FOUND
               AND WS-PARM-VALUE(1:3) IS NUMERIC
               AND WS-PARM-VALUE(1:3) > ZERO
               MOVE WS-PARM-VALUE(1:3) TO WS-AVG-RUNS
           END-IF.

           MOVE 'SWINGPCT    ' TO WS-PARM-WANTED.
           PERFORM 9610-FIND-RUN-PARM.
           IF WS-PARM-FOUND
               AND WS-PARM-VALUE(1:3) IS NUMERIC
               MOVE WS-PARM-VALUE(1:3) TO WS-SWING-PCT
           END-IF.

           MOVE 'EXCAGE      ' TO WS-PARM-WANTED.
           PERFORM 9610-FIND-RUN-PARM.
           IF WS-PARM-FOUND
               AND WS-PARM-VALUE(1:3) IS NUMERIC
               MOVE WS-PARM-VALUE(1:3) TO WS-EXC-AGE-LIMIT
           END-IF.

           MOVE 'LOCKHOURS   ' TO WS-PARM-WANTED.
           PERFORM 9610-FIND-RUN-PARM.
           IF WS-PARM-FOUND
               AND WS-PARM-VALUE(1:3) IS NUMERIC
               MOVE WS-PARM-VALUE(1:3) TO WS-LOCK-HOUR-LIMIT
           END-IF.

       0120-LOAD-JOB-CHAIN.

           OPEN INPUT JOB-CHAIN-FILE.
           IF JC-STATUS = "00"
               PERFORM 0125-READ-CHAIN-RECORD
                   UNTIL JC-STATUS NOT = "00"
                   OR WS-CHAIN-COUNT = 20
               CLOSE JOB-CHAIN-FILE
           ELSE
               MOVE 'NO JOBCHAIN.DAT - STEP STATUS CANNOT BE CHECKED'
                   TO WS-ATT-WORK
               PERFORM 0900-ADD-ATTENTION
           END-IF.

       0125-READ-CHAIN-RECORD.

           READ JOB-CHAIN-FILE
               AT END
                   MOVE "10" TO JC-STATUS
               NOT AT END
                   IF JC-STEP IS NUMERIC AND JC-STEP > ZERO
                       ADD 1 TO WS-CHAIN-COUNT
                       MOVE JC-STEP TO WS-CH-STEP(WS-CHAIN-COUNT)
                       MOVE JC-PROGRAM
                           TO WS-CH-PROGRAM(WS-CHAIN-COUNT)
                       MOVE JC-JOB-SET
                           TO WS-CH-JOB-SET(WS-CHAIN-COUNT)
                       MOVE 'Y' TO WS-CH-SCHED-SW(WS-CHAIN-COUNT)
                       MOVE SPACE TO WS-CH-STATE(WS-CHAIN-COUNT)
                       MOVE 'N' TO WS-CH-FORCED-SW(WS-CHAIN-COUNT)
                       MOVE SPACES TO WS-CH-RESULT(WS-CHAIN-COUNT)
                       IF JC-PREDECESSOR IS NUMERIC
                           MOVE JC-PREDECESSOR
                               TO WS-CH-PRED(WS-CHAIN-COUNT)
                       ELSE
                           MOVE ZERO TO WS-CH-PRED(WS-CHAIN-COUNT)
                       END-IF
                   END-IF
           END-READ.

       0150-LOAD-CALENDAR.

           OPEN INPUT CALENDAR-FILE.
           IF CA-STATUS = "00"
               SET WS-CAL-LOADED TO TRUE
               PERFORM 0155-READ-CALENDAR-RECORD
                   UNTIL CA-STATUS NOT = "00"
               CLOSE CALENDAR-FILE
           END-IF.

       0155-READ-CALENDAR-RECORD.

           READ CALENDAR-FILE
               AT END
                   MOVE "10" TO CA-STATUS
               NOT AT END
                   EVALUATE CAL-REC-TYPE
                       WHEN 'D'
                           IF CAL-DATE IS NUMERIC
                               AND WS-CAL-COUNT < 400
                               ADD 1 TO WS-CAL-COUNT
                               MOVE CAL-DATE
                                   TO WS-CA-DATE(WS-CAL-COUNT)
                               MOVE CAL-DAY-TYPES
                                   TO WS-CA-TYPES(WS-CAL-COUNT)
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
           PERFORM 0390-COMPUTE-DAY-NUMBER.

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
               PERFORM 0390-COMPUTE-DAY-NUMBER
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

       0200-LOAD-RUN-CONTROL.

           OPEN INPUT RUN-CONTROL-FILE.
           IF RC-STATUS = "00"
               PERFORM 0210-READ-CONTROL-RECORD
                   UNTIL RC-STATUS NOT = "00"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0210-READ-CONTROL-RECORD.

           READ RUN-CONTROL-FILE
               AT END
                   MOVE "10" TO RC-STATUS
               NOT AT END
                   IF RC-STEP IS NUMERIC AND RC-STEP > ZERO
                       AND RC-RUN-DATE IS NUMERIC
                       AND RC-RUN-DATE NOT > WS-BATCH-DATE
                       PERFORM 0220-NOTE-STEP-STATE
                   END-IF
           END-READ.

       0220-NOTE-STEP-STATE.

           MOVE ZERO TO WS-ST-FOUND-IDX.
           PERFORM VARYING WS-ST-SUBIDX FROM 1 BY 1
               UNTIL WS-ST-SUBIDX > WS-ST-COUNT
               IF WS-ST-DATE(WS-ST-SUBIDX) = RC-RUN-DATE
                   AND WS-ST-STEP(WS-ST-SUBIDX) = RC-STEP
                   MOVE WS-ST-SUBIDX TO WS-ST-FOUND-IDX
                   MOVE 501 TO WS-ST-SUBIDX
               END-IF
           END-PERFORM.

           IF WS-ST-FOUND-IDX = ZERO
               IF WS-ST-COUNT >= 500
                   PERFORM 0225-DROP-OLDEST-STATE
               ELSE
                   ADD 1 TO WS-ST-COUNT
               END-IF
               MOVE RC-RUN-DATE TO WS-ST-DATE(WS-ST-COUNT)
               MOVE RC-STEP TO WS-ST-STEP(WS-ST-COUNT)
               MOVE WS-ST-COUNT TO WS-ST-FOUND-IDX
           END-IF.

           MOVE RC-PROGRAM TO WS-ST-PROGRAM(WS-ST-FOUND-IDX).
           MOVE RC-STEP-STATUS TO WS-ST-STATE(WS-ST-FOUND-IDX).

      *    SHIFTS THE STATE TABLE DOWN ONE, DROPPING THE OLDEST
      *    ENTRY AND FREEING THE LAST SLOT FOR THE NEW ONE.
       0225-DROP-OLDEST-STATE.

           PERFORM VARYING WS-ST-SUBIDX FROM 1 BY 1
               UNTIL WS-ST-SUBIDX > 499
               MOVE WS-ST-TABLE(WS-ST-SUBIDX + 1)
                   TO WS-ST-TABLE(WS-ST-SUBIDX)
           END-PERFORM.

      *    SEQ-FORCED RECORDS ARE RUN-SEQUENCER'S LOG OF A STEP
      *    STARTED PAST ITS PREDECESSOR; THE STEP NUMBER IS IN THE
      *    RECORD-COUNT FIELD. THEY ARE NOT PROGRAM RUNS AND ARE NOT
      *    AVERAGED.
       0300-LOAD-BATCH-AUDIT.

           OPEN INPUT BATCH-AUDIT.
           IF BA-STATUS = "00"
               PERFORM 0310-READ-AUDIT-RECORD
                   UNTIL BA-STATUS NOT = "00"
               CLOSE BATCH-AUDIT
           ELSE
               MOVE 'NO BATCH-AUDIT.DAT - RECORD COUNTS NOT CHECKED'
                   TO WS-ATT-WORK
               PERFORM 0900-ADD-ATTENTION
           END-IF.

       0310-READ-AUDIT-RECORD.

           READ BATCH-AUDIT
               AT END
                   MOVE "10" TO BA-STATUS
               NOT AT END
                   EVALUATE TRUE
                       WHEN BA-PROGRAM-NAME = 'SEQ-FORCED'
                           IF BA-RUN-DATE = WS-BATCH-DATE
                               PERFORM 0320-NOTE-FORCED-STEP
                           END-IF
                       WHEN BA-RUN-DATE > WS-BATCH-DATE
                           CONTINUE
                       WHEN OTHER
                           IF WS-RUN-COUNT >= 500
                               PERFORM 0315-DROP-OLDEST-RUN
                           ELSE
                               ADD 1 TO WS-RUN-COUNT
                           END-IF
                           MOVE BA-PROGRAM-NAME
                               TO WS-RT-PROGRAM(WS-RUN-COUNT)
                           MOVE BA-RUN-DATE
                               TO WS-RT-DATE(WS-RUN-COUNT)
                           MOVE BA-RECORD-COUNT
                               TO WS-RT-COUNT(WS-RUN-COUNT)
                           IF BA-RUN-DATE = WS-BATCH-DATE
                               PERFORM 0330-NOTE-NIGHTS-RUN
                           END-IF
                   END-EVALUATE
           END-READ.

      *    SHIFTS THE RUN TABLE DOWN ONE, DROPPING THE OLDEST RUN
      *    AND FREEING THE LAST SLOT FOR THE NEW ONE.
       0315-DROP-OLDEST-RUN.

           PERFORM VARYING WS-RUN-SUBIDX FROM 1 BY 1
               UNTIL WS-RUN-SUBIDX > 499
               MOVE WS-RUN-TABLE(WS-RUN-SUBIDX + 1)
                   TO WS-RUN-TABLE(WS-RUN-SUBIDX)
           END-PERFORM.

       0320-NOTE-FORCED-STEP.

           PERFORM VARYING WS-CHAIN-SUBIDX FROM 1 BY 1
               UNTIL WS-CHAIN-SUBIDX > WS-CHAIN-COUNT
               IF WS-CH-STEP(WS-CHAIN-SUBIDX) = BA-RECORD-COUNT
                   MOVE 'Y' TO WS-CH-FORCED-SW(WS-CHAIN-SUBIDX)
               END-IF
           END-PERFORM.

       0330-NOTE-NIGHTS-RUN.

           MOVE ZERO TO WS-CMP-FOUND-IDX.
           PERFORM VARYING WS-CMP-SUBIDX FROM 1 BY 1
               UNTIL WS-CMP-SUBIDX > WS-CMP-COUNT
               IF WS-CM-PROGRAM(WS-CMP-SUBIDX) = BA-PROGRAM-NAME
                   MOVE WS-CMP-SUBIDX TO WS-CMP-FOUND-IDX
                   MOVE 21 TO WS-CMP-SUBIDX
               END-IF
           END-PERFORM.

           IF WS-CMP-FOUND-IDX = ZERO
               IF WS-CMP-COUNT >= 20
                   DISPLAY "WARNING - PROGRAM TABLE FULL"
               ELSE
                   ADD 1 TO WS-CMP-COUNT
                   INITIALIZE WS-CMP-TABLE(WS-CMP-COUNT)
                   MOVE BA-PROGRAM-NAME
                       TO WS-CM-PROGRAM(WS-CMP-COUNT)
                   MOVE WS-CMP-COUNT TO WS-CMP-FOUND-IDX
               END-IF
           END-IF.

           IF WS-CMP-FOUND-IDX > ZERO
               ADD 1 TO WS-CM-RUNS(WS-CMP-FOUND-IDX)
               MOVE BA-RECORD-COUNT TO WS-CM-COUNT(WS-CMP-FOUND-IDX)
           END-IF.

      *    TRUE DAY NUMBER OF WS-DW-DATE, COUNTING 1 JANUARY OF YEAR
      *    1 AS DAY 1: WHOLE YEARS BEFORE IT WITH THEIR LEAP DAYS,
      *    THE MONTHS BEFORE IT FROM THE MONTH TABLE, THE LEAP DAY OF
      *    ITS OWN YEAR ONCE FEBRUARY IS PAST, THEN THE DAY. DAY 1 WAS
      *    A MONDAY, SO THE REMAINDER BY 7 IS 1 FOR MONDAY THROUGH 6
      *    FOR SATURDAY AND 0 FOR SUNDAY.
       0390-COMPUTE-DAY-NUMBER.

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

      *    OPEN ITEMS ONLY - R (RESOLVED) AND I (IGNORED) ARE DONE.
       0400-LOAD-EXCEPTIONS.

           OPEN INPUT SHARED-EXCEPTIONS.
           IF ES-STATUS = "00"
               PERFORM 0410-READ-EXCEPTION
                   UNTIL ES-STATUS NOT = "00"
               CLOSE SHARED-EXCEPTIONS
           END-IF.

       0410-READ-EXCEPTION.

           READ SHARED-EXCEPTIONS
               AT END
                   MOVE "10" TO ES-STATUS
               NOT AT END
                   IF EXR-STATUS NOT = 'R' AND EXR-STATUS NOT = 'I'
                       AND EXR-RUN-DATE IS NUMERIC
                       PERFORM 0420-TALLY-OPEN-EXCEPTION
                   END-IF
           END-READ.

       0420-TALLY-OPEN-EXCEPTION.

           MOVE ZERO TO WS-EXC-FOUND-IDX.
           PERFORM VARYING WS-EXC-SUBIDX FROM 1 BY 1
               UNTIL WS-EXC-SUBIDX > WS-EXC-COUNT
               IF WS-EX-PROGRAM(WS-EXC-SUBIDX) = EXR-PROGRAM-NAME
                   MOVE WS-EXC-SUBIDX TO WS-EXC-FOUND-IDX
                   MOVE 21 TO WS-EXC-SUBIDX
               END-IF
           END-PERFORM.

           IF WS-EXC-FOUND-IDX = ZERO
               IF WS-EXC-COUNT >= 20
                   DISPLAY "WARNING - EXCEPTION PROGRAM TABLE FULL"
               ELSE
                   ADD 1 TO WS-EXC-COUNT
                   INITIALIZE WS-EXC-TABLE(WS-EXC-COUNT)
                   MOVE EXR-PROGRAM-NAME
                       TO WS-EX-PROGRAM(WS-EXC-COUNT)
                   MOVE EXR-RUN-DATE TO WS-EX-OLDEST(WS-EXC-COUNT)
                   MOVE WS-EXC-COUNT TO WS-EXC-FOUND-IDX
               END-IF
           END-IF.

           IF WS-EXC-FOUND-IDX > ZERO
               MOVE EXR-RUN-DATE TO WS-DW-DATE
               PERFORM 0390-COMPUTE-DAY-NUMBER
               COMPUTE WS-EXC-AGE = WS-TODAY-DAYS - WS-DAY-NUMBER
               IF WS-EXC-AGE < ZERO
                   MOVE ZERO TO WS-EXC-AGE
               END-IF
               EVALUATE TRUE
                   WHEN WS-EXC-AGE < 7
                       MOVE 1 TO WS-EXC-BAND-IDX
                   WHEN WS-EXC-AGE < 30
                       MOVE 2 TO WS-EXC-BAND-IDX
                   WHEN WS-EXC-AGE < 90
                       MOVE 3 TO WS-EXC-BAND-IDX
                   WHEN OTHER
                       MOVE 4 TO WS-EXC-BAND-IDX
               END-EVALUATE
               ADD 1 TO WS-EX-BAND(WS-EXC-FOUND-IDX, WS-EXC-BAND-IDX)
               ADD 1 TO WS-EX-OPEN(WS-EXC-FOUND-IDX)
               ADD 1 TO WS-EXC-OPEN-TOTAL
               IF WS-EXC-AGE >= WS-EXC-AGE-LIMIT
                   ADD 1 TO WS-EX-OVER-AGE(WS-EXC-FOUND-IDX)
               END-IF
               IF EXR-RUN-DATE < WS-EX-OLDEST(WS-EXC-FOUND-IDX)
                   MOVE EXR-RUN-DATE
                       TO WS-EX-OLDEST(WS-EXC-FOUND-IDX)
               END-IF
           END-IF.

      *    A HELD LOCK IS NORMAL WHILE A RUN IS UNDER WAY; ONE HELD
      *    LONGER THAN LOCKHOURS WAS ALMOST CERTAINLY LEFT BEHIND BY
      *    AN ABEND AND BLOCKS THE NEXT EES.DAT UPDATE.
       0500-CHECK-RUN-LOCK.

           OPEN INPUT LOCK-FILE.
           IF LK-STATUS = "00"
               READ LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LK-HOLDER NOT = SPACES
                           SET WS-LOCK-HELD TO TRUE
                           MOVE LK-HOLDER TO WS-LOCK-HOLDER
                           MOVE LK-LOCK-DATE TO WS-LOCK-DATE
                           MOVE LK-LOCK-TIME TO WS-LOCK-TIME
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF.

           IF WS-LOCK-HELD
               MOVE WS-LOCK-DATE TO WS-DW-DATE
               PERFORM 0390-COMPUTE-DAY-NUMBER
               COMPUTE WS-LOCK-MINUTES =
                   (WS-TODAY-DAYS - WS-DAY-NUMBER) * 1440
                   + (WS-TODAY-HH * 60 + WS-TODAY-MI)
                   - (WS-LOCK-HH * 60 + WS-LOCK-MI)
               DIVIDE WS-LOCK-MINUTES BY 60 GIVING WS-LOCK-HOURS
               IF WS-LOCK-HOURS >= WS-LOCK-HOUR-LIMIT
                   MOVE WS-LOCK-HOURS TO WS-EDIT-COUNT
                   MOVE SPACES TO WS-ATT-WORK
                   STRING 'EES-LOCK.DAT HELD BY ' DELIMITED BY SIZE
                       WS-LOCK-HOLDER DELIMITED BY SPACE
                       ' SINCE ' DELIMITED BY SIZE
                       WS-LOCK-DATE DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       ' HOURS - CLEAR WITH EESLOCKOVR.PRM IF STALE'
                           DELIMITED BY SIZE
                       INTO WS-ATT-WORK
                   PERFORM 0900-ADD-ATTENTION
               END-IF
           END-IF.

      *    EACH STEP'S OUTCOME FOR THE BATCH NIGHT. A SCHEDULED STEP
      *    THAT DID NOT RUN OR DID NOT FINISH, OR ANY STEP RUN UNDER
      *    FORCE, NEEDS ATTENTION.
       0600-CHECK-STEPS.

           PERFORM 0610-CHECK-ONE-STEP
               VARYING WS-CHAIN-SUBIDX FROM 1 BY 1
               UNTIL WS-CHAIN-SUBIDX > WS-CHAIN-COUNT.

       0610-CHECK-ONE-STEP.

           PERFORM VARYING WS-ST-SUBIDX FROM 1 BY 1
               UNTIL WS-ST-SUBIDX > WS-ST-COUNT
               IF WS-ST-DATE(WS-ST-SUBIDX) = WS-BATCH-DATE
                   AND WS-ST-STEP(WS-ST-SUBIDX) =
                       WS-CH-STEP(WS-CHAIN-SUBIDX)
                   MOVE WS-ST-STATE(WS-ST-SUBIDX)
                       TO WS-CH-STATE(WS-CHAIN-SUBIDX)
               END-IF
           END-PERFORM.

           MOVE WS-CH-STEP(WS-CHAIN-SUBIDX) TO WS-EDIT-STEP.
           MOVE SPACES TO WS-ATT-WORK.

           EVALUATE TRUE
               WHEN WS-CH-STATE(WS-CHAIN-SUBIDX) = 'C'
                   IF WS-CH-SCHED-SW(WS-CHAIN-SUBIDX) = 'Y'
                       MOVE 'COMPLETE'
                           TO WS-CH-RESULT(WS-CHAIN-SUBIDX)
                   ELSE
                       MOVE 'COMPLETE - OFF-CALENDAR'
                           TO WS-CH-RESULT(WS-CHAIN-SUBIDX)
                   END-IF
               WHEN WS-CH-STATE(WS-CHAIN-SUBIDX) = 'S'
                   MOVE 'STARTED - NEVER ENDED'
                       TO WS-CH-RESULT(WS-CHAIN-SUBIDX)
                   STRING 'STEP ' DELIMITED BY SIZE
                       WS-EDIT-STEP DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-CH-PROGRAM(WS-CHAIN-SUBIDX)
                           DELIMITED BY SPACE
                       ' STARTED BUT NEVER ENDED' DELIMITED BY SIZE
                       INTO WS-ATT-WORK
               WHEN WS-CH-SCHED-SW(WS-CHAIN-SUBIDX) = 'Y'
                   MOVE 'NOT RUN'
                       TO WS-CH-RESULT(WS-CHAIN-SUBIDX)
                   STRING 'STEP ' DELIMITED BY SIZE
                       WS-EDIT-STEP DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-CH-PROGRAM(WS-CHAIN-SUBIDX)
                           DELIMITED BY SPACE
                       ' WAS SCHEDULED BUT DID NOT RUN'
                           DELIMITED BY SIZE
                       INTO WS-ATT-WORK
               WHEN OTHER
                   MOVE 'NOT SCHEDULED'
                       TO WS-CH-RESULT(WS-CHAIN-SUBIDX)
           END-EVALUATE.
           IF WS-ATT-WORK NOT = SPACES
               PERFORM 0900-ADD-ATTENTION
           END-IF.

           IF WS-CH-FORCED-SW(WS-CHAIN-SUBIDX) = 'Y'
               MOVE SPACES TO WS-ATT-WORK
               STRING 'STEP ' DELIMITED BY SIZE
                   WS-EDIT-STEP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-CH-PROGRAM(WS-CHAIN-SUBIDX) DELIMITED BY SPACE
                   ' WAS FORCED PAST ITS PREDECESSOR'
                       DELIMITED BY SIZE
                   INTO WS-ATT-WORK
               PERFORM 0900-ADD-ATTENTION
           END-IF.

      *    STEPS LEFT STARTED ON EARLIER NIGHTS ARE FLAGGED HERE;
      *    THE BATCH NIGHT'S OWN ARE FLAGGED WITH ITS STEPS.
       0650-CHECK-STUCK-STEPS.

           MOVE ZERO TO WS-STUCK-COUNT.
           PERFORM VARYING WS-ST-SUBIDX FROM 1 BY 1
               UNTIL WS-ST-SUBIDX > WS-ST-COUNT
               IF WS-ST-STATE(WS-ST-SUBIDX) = 'S'
                   ADD 1 TO WS-STUCK-COUNT
                   IF WS-ST-DATE(WS-ST-SUBIDX) < WS-BATCH-DATE
                       MOVE WS-ST-STEP(WS-ST-SUBIDX) TO WS-EDIT-STEP
                       MOVE SPACES TO WS-ATT-WORK
                       STRING 'STEP ' DELIMITED BY SIZE
                           WS-EDIT-STEP DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-ST-PROGRAM(WS-ST-SUBIDX)
                               DELIMITED BY SPACE
                           ' STARTED ' DELIMITED BY SIZE
                           WS-ST-DATE(WS-ST-SUBIDX) DELIMITED BY SIZE
                           ' AND NEVER ENDED' DELIMITED BY SIZE
                           INTO WS-ATT-WORK
                       PERFORM 0900-ADD-ATTENTION
                   END-IF
               END-IF
           END-PERFORM.

      *    THE TRAILING AVERAGE IS TAKEN OVER THE LATEST AVGRUNS RUNS
      *    OF THE PROGRAM BEFORE THE BATCH NIGHT, WALKING THE AUDIT
      *    TABLE BACKWARDS FROM ITS NEWEST RECORD.
       0700-CHECK-RECORD-COUNTS.

           PERFORM 0710-CHECK-ONE-PROGRAM
               VARYING WS-CMP-SUBIDX FROM 1 BY 1
               UNTIL WS-CMP-SUBIDX > WS-CMP-COUNT.

       0710-CHECK-ONE-PROGRAM.

           MOVE ZERO TO WS-AVG-TOTAL.
           MOVE ZERO TO WS-AVG-TAKEN.
           PERFORM VARYING WS-RUN-SUBIDX FROM WS-RUN-COUNT BY -1
               UNTIL WS-RUN-SUBIDX < 1
               OR WS-AVG-TAKEN >= WS-AVG-RUNS
               IF WS-RT-PROGRAM(WS-RUN-SUBIDX) =
                       WS-CM-PROGRAM(WS-CMP-SUBIDX)
                   AND WS-RT-DATE(WS-RUN-SUBIDX) < WS-BATCH-DATE
                   ADD WS-RT-COUNT(WS-RUN-SUBIDX) TO WS-AVG-TOTAL
                   ADD 1 TO WS-AVG-TAKEN
               END-IF
           END-PERFORM.

           MOVE WS-AVG-TAKEN TO WS-CM-AVG-RUNS(WS-CMP-SUBIDX).
           MOVE ZERO TO WS-CM-PCT(WS-CMP-SUBIDX).
           MOVE SPACES TO WS-CM-FLAG(WS-CMP-SUBIDX).

           IF WS-AVG-TAKEN = ZERO
               MOVE ZERO TO WS-CM-AVERAGE(WS-CMP-SUBIDX)
               MOVE 'NO PRIOR RUNS' TO WS-CM-FLAG(WS-CMP-SUBIDX)
           ELSE
               COMPUTE WS-CM-AVERAGE(WS-CMP-SUBIDX) ROUNDED =
                   WS-AVG-TOTAL / WS-AVG-TAKEN
               IF WS-CM-AVERAGE(WS-CMP-SUBIDX) > ZERO
                   COMPUTE WS-DELTA-WORK =
                       WS-CM-COUNT(WS-CMP-SUBIDX)
                       - WS-CM-AVERAGE(WS-CMP-SUBIDX)
                   COMPUTE WS-CM-PCT(WS-CMP-SUBIDX) =
                       (WS-DELTA-WORK * 100)
                       / WS-CM-AVERAGE(WS-CMP-SUBIDX)
                   IF WS-CM-PCT(WS-CMP-SUBIDX) > WS-SWING-PCT
                       MOVE 'ABOVE TRAILING AVERAGE'
                           TO WS-CM-FLAG(WS-CMP-SUBIDX)
                   END-IF
                   IF WS-CM-PCT(WS-CMP-SUBIDX) <
                           (ZERO - WS-SWING-PCT)
                       MOVE 'BELOW TRAILING AVERAGE'
                           TO WS-CM-FLAG(WS-CMP-SUBIDX)
                   END-IF
               END-IF
           END-IF.

           IF WS-CM-FLAG(WS-CMP-SUBIDX)(1:5) = 'ABOVE'
               OR WS-CM-FLAG(WS-CMP-SUBIDX)(1:5) = 'BELOW'
               MOVE WS-CM-PCT(WS-CMP-SUBIDX) TO WS-EDIT-PCT
               MOVE SPACES TO WS-ATT-WORK
               STRING WS-CM-PROGRAM(WS-CMP-SUBIDX) DELIMITED BY SPACE
                   ' RECORD COUNT ' DELIMITED BY SIZE
                   WS-EDIT-PCT DELIMITED BY SIZE
                   ' PCT OFF ITS TRAILING AVERAGE' DELIMITED BY SIZE
                   INTO WS-ATT-WORK
               PERFORM 0900-ADD-ATTENTION
           END-IF.

           IF WS-CM-RUNS(WS-CMP-SUBIDX) > 1
               MOVE WS-CM-RUNS(WS-CMP-SUBIDX) TO WS-EDIT-COUNT
               MOVE SPACES TO WS-ATT-WORK
               STRING WS-CM-PROGRAM(WS-CMP-SUBIDX) DELIMITED BY SPACE
                   ' RAN ' DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   ' TIMES ON THE BATCH NIGHT' DELIMITED BY SIZE
                   INTO WS-ATT-WORK
               PERFORM 0900-ADD-ATTENTION
           END-IF.

       0750-CHECK-EXCEPTION-AGE.

           PERFORM VARYING WS-EXC-SUBIDX FROM 1 BY 1
               UNTIL WS-EXC-SUBIDX > WS-EXC-COUNT
               IF WS-EX-OVER-AGE(WS-EXC-SUBIDX) > ZERO
                   MOVE WS-EX-OVER-AGE(WS-EXC-SUBIDX) TO WS-EDIT-COUNT
                   MOVE WS-EXC-AGE-LIMIT TO WS-EDIT-DAYS
                   MOVE SPACES TO WS-ATT-WORK
                   STRING WS-EX-PROGRAM(WS-EXC-SUBIDX)
                           DELIMITED BY SPACE
                       ' HAS ' DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       ' OPEN EXCEPTION(S) OVER ' DELIMITED BY SIZE
                       WS-EDIT-DAYS DELIMITED BY SIZE
                       ' DAYS OLD' DELIMITED BY SIZE
                       INTO WS-ATT-WORK
                   PERFORM 0900-ADD-ATTENTION
               END-IF
           END-PERFORM.

       0800-PRINT-ATTENTION.

           MOVE 'NEEDS ATTENTION' TO SHL-TITLE.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           IF WS-ATT-COUNT = ZERO
               MOVE 'NOTHING - ALL BATCH CONTROLS ARE CLEAN'
                   TO LDL-TEXT
               WRITE PRINTDATA FROM LOCK-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

           PERFORM VARYING WS-ATT-SUBIDX FROM 1 BY 1
               UNTIL WS-ATT-SUBIDX > WS-ATT-COUNT
               MOVE WS-ATT-TEXT(WS-ATT-SUBIDX) TO ATL-TEXT
               WRITE PRINTDATA FROM ATTENTION-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM.

           IF WS-ATT-LOST > ZERO
               MOVE WS-ATT-LOST TO WS-EDIT-COUNT
               MOVE SPACES TO ATL-TEXT
               STRING '... AND ' DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   ' MORE - SEE THE SECTIONS BELOW' DELIMITED BY SIZE
                   INTO ATL-TEXT
               WRITE PRINTDATA FROM ATTENTION-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

       0810-PRINT-STEPS.

           MOVE SPACES TO SHL-TITLE.
           STRING 'SCHEDULED STEPS - ' DELIMITED BY SIZE
               WS-DAY-TEXT DELIMITED BY '  '
               INTO SHL-TITLE.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           IF WS-CHAIN-COUNT = ZERO
               MOVE 'NO JOB CHAIN DEFINED' TO LDL-TEXT
               WRITE PRINTDATA FROM LOCK-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

           PERFORM VARYING WS-CHAIN-SUBIDX FROM 1 BY 1
               UNTIL WS-CHAIN-SUBIDX > WS-CHAIN-COUNT
               MOVE WS-CH-STEP(WS-CHAIN-SUBIDX) TO SDL-STEP
               MOVE WS-CH-PROGRAM(WS-CHAIN-SUBIDX) TO SDL-PROGRAM
               MOVE WS-CH-JOB-SET(WS-CHAIN-SUBIDX) TO SDL-JOB-SET
               IF WS-CH-SCHED-SW(WS-CHAIN-SUBIDX) = 'Y'
                   MOVE 'SCHEDULED' TO SDL-SCHEDULED
               ELSE
                   MOVE 'NOT SCHEDULED' TO SDL-SCHEDULED
               END-IF
               MOVE WS-CH-RESULT(WS-CHAIN-SUBIDX) TO SDL-RESULT
               IF WS-CH-FORCED-SW(WS-CHAIN-SUBIDX) = 'Y'
                   STRING WS-CH-RESULT(WS-CHAIN-SUBIDX)
                           DELIMITED BY '  '
                       ' - FORCED' DELIMITED BY SIZE
                       INTO SDL-RESULT
               END-IF
               WRITE PRINTDATA FROM STEP-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM.

       0820-PRINT-STUCK-STEPS.

           MOVE 'STEPS STARTED BUT NEVER ENDED - ALL NIGHTS'
               TO SHL-TITLE.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           IF WS-STUCK-COUNT = ZERO
               MOVE 'NONE' TO LDL-TEXT
               WRITE PRINTDATA FROM LOCK-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

           PERFORM VARYING WS-ST-SUBIDX FROM 1 BY 1
               UNTIL WS-ST-SUBIDX > WS-ST-COUNT
               IF WS-ST-STATE(WS-ST-SUBIDX) = 'S'
                   MOVE WS-ST-DATE(WS-ST-SUBIDX) TO KDL-DATE
                   MOVE WS-ST-STEP(WS-ST-SUBIDX) TO KDL-STEP
                   MOVE WS-ST-PROGRAM(WS-ST-SUBIDX) TO KDL-PROGRAM
                   WRITE PRINTDATA FROM STUCK-DETAIL-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM.

       0830-PRINT-RECORD-COUNTS.

           MOVE 'RECORD COUNTS AGAINST TRAILING AVERAGE' TO SHL-TITLE.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           IF WS-CMP-COUNT = ZERO
               MOVE 'NO PROGRAM LOGGED A RUN ON THE BATCH NIGHT'
                   TO LDL-TEXT
               WRITE PRINTDATA FROM LOCK-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           ELSE
               WRITE PRINTDATA FROM COUNT-HEADING-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

           PERFORM VARYING WS-CMP-SUBIDX FROM 1 BY 1
               UNTIL WS-CMP-SUBIDX > WS-CMP-COUNT
               MOVE WS-CM-PROGRAM(WS-CMP-SUBIDX) TO CDL-PROGRAM
               MOVE WS-CM-RUNS(WS-CMP-SUBIDX) TO CDL-RUNS
               MOVE WS-CM-COUNT(WS-CMP-SUBIDX) TO CDL-COUNT
               MOVE WS-CM-AVERAGE(WS-CMP-SUBIDX) TO CDL-AVERAGE
               MOVE WS-CM-AVG-RUNS(WS-CMP-SUBIDX) TO CDL-AVG-RUNS
               MOVE WS-CM-PCT(WS-CMP-SUBIDX) TO CDL-PCT
               MOVE WS-CM-FLAG(WS-CMP-SUBIDX) TO CDL-FLAG
               WRITE PRINTDATA FROM COUNT-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM.

       0840-PRINT-EXCEPTIONS.

           MOVE 'OPEN EXCEPTIONS BY PROGRAM AND AGE' TO SHL-TITLE.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           IF WS-EXC-COUNT = ZERO
               MOVE 'NO OPEN EXCEPTIONS' TO LDL-TEXT
               WRITE PRINTDATA FROM LOCK-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           ELSE
               WRITE PRINTDATA FROM EXCEPTION-HEADING-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

           PERFORM VARYING WS-EXC-SUBIDX FROM 1 BY 1
               UNTIL WS-EXC-SUBIDX > WS-EXC-COUNT
               MOVE WS-EX-PROGRAM(WS-EXC-SUBIDX) TO EDL-PROGRAM
               MOVE WS-EX-BAND(WS-EXC-SUBIDX, 1) TO EDL-BAND-1
               MOVE WS-EX-BAND(WS-EXC-SUBIDX, 2) TO EDL-BAND-2
               MOVE WS-EX-BAND(WS-EXC-SUBIDX, 3) TO EDL-BAND-3
               MOVE WS-EX-BAND(WS-EXC-SUBIDX, 4) TO EDL-BAND-4
               MOVE WS-EX-OPEN(WS-EXC-SUBIDX) TO EDL-OPEN
               MOVE WS-EX-OLDEST(WS-EXC-SUBIDX) TO EDL-OLDEST
               MOVE WS-EX-OVER-AGE(WS-EXC-SUBIDX) TO EDL-OVER-AGE
               WRITE PRINTDATA FROM EXCEPTION-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM.

       0850-PRINT-RUN-LOCK.

           MOVE 'EES.DAT RUN LOCK' TO SHL-TITLE.
           WRITE PRINTDATA FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO LDL-TEXT.
           IF WS-LOCK-HELD
               MOVE WS-LOCK-HOURS TO WS-EDIT-COUNT
               STRING 'HELD BY ' DELIMITED BY SIZE
                   WS-LOCK-HOLDER DELIMITED BY SPACE
                   ' SINCE ' DELIMITED BY SIZE
                   WS-LOCK-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-LOCK-TIME DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   ' HOURS' DELIMITED BY SIZE
                   INTO LDL-TEXT
           ELSE
               MOVE 'NOT HELD' TO LDL-TEXT
           END-IF.
           WRITE PRINTDATA FROM LOCK-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

       0900-ADD-ATTENTION.

           IF WS-ATT-COUNT >= 60
               ADD 1 TO WS-ATT-LOST
           ELSE
               ADD 1 TO WS-ATT-COUNT
               MOVE WS-ATT-WORK TO WS-ATT-TEXT(WS-ATT-COUNT)
           END-IF.
           MOVE SPACES TO WS-ATT-WORK.

       9999-END-PROGRAM.

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
