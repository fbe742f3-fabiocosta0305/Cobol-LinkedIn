      *    STATION MASTER REFERENCE FILE SO EVERY REPORT CAN SHOW
      *    THE STATION NAME AND STATE NEXT TO THE SIX-DIGIT NUMBER
      *    INSTEAD OF MAKING THE OPERATORS DECODE IT FROM A CHEAT
      *    SHEET. MAINTAINED BY STATION-MAINT, OR IN PLACE BY RUN
      *    OPTION 6; BOTH JOURNAL EVERY CHANGE TO STATION-JOURNAL.DAT.
      *    READINGS OUTSIDE A STATION'S SERVICE DATES NEVER SET A
      *    RECORD EXTREME.
        SELECT STATION-MASTER
            ASSIGN TO "STATION-MST.DAT"
            FILE STATUS IS SM-STATUS
      *    STATION 640320' IS ONE REPORT LINE INSTEAD OF AN ARCHIVE
      *    TRAWL. EVERY READING THAT SETS OR TIES A RECORD IS LISTED
      *    ON WEATHER-RECORDS.RPT IN THE SAME RUN.
        SELECT STATION-JOURNAL
            ASSIGN TO "STATION-JOURNAL.DAT"
            FILE STATUS IS SJ-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT STATION-EXTREMES
            ASSIGN TO "STATION-EXT.DAT"
            FILE STATUS IS XT-STATUS
            FILE STATUS IS DDF-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *    DAILY CLIMATE NORMALS BUILT ONCE A YEAR FROM THE ARCHIVE
      *    BY WEATHER-NORMALS. WHEN PRESENT, EVERY RUN LISTS EACH
      *    OBSERVATION'S DEPARTURE FROM ITS STATION'S NORMAL FOR THAT
      *    CALENDAR DAY, AND A MONTHLY ABOVE/BELOW SUMMARY, ON
      *    WEATHER-DEPART.RPT.
        SELECT CLIMATE-NORMALS
            ASSIGN TO "WEATHER-NORM.DAT"
            FILE STATUS IS NM-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS NM-KEY.

        SELECT DEPARTURE-REPORT
            ASSIGN TO "WEATHER-DEPART.RPT"
            FILE STATUS IS DP-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *    NEIGHBOR-STATION ANOMALY CHECK. A READING TOO FAR FROM THE
      *    MEDIAN OF THE OTHER STATIONS IN ITS REGION THAT SAME DAY
      *    IS KEPT HERE AS SUSPECT AND HELD OUT OF RECORD-EXTREME AND
      *    DEGREE-DAY PROCESSING UNTIL A LINE ON WEATHER-CLEAR.DAT
      *    RELEASES IT. THE RUN'S FINDINGS, THE CLEARANCES APPLIED
      *    AND THE STATIONS DUE FOR A SITE VISIT ARE LISTED ON
      *    WEATHER-ANOMALY.RPT.
        SELECT SUSPECT-READINGS
            ASSIGN TO "WEATHER-SUSPECT.DAT"
            FILE STATUS IS SR-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SR-KEY.

        SELECT SUSPECT-CLEARANCE
            ASSIGN TO "WEATHER-CLEAR.DAT"
            FILE STATUS IS SC-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT ANOMALY-REPORT
            ASSIGN TO "WEATHER-ANOMALY.RPT"
            FILE STATUS IS AN-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.

        FILE SECTION.
      *    OVERRIDE SEVERE-WEATHER THRESHOLDS (BLANK LEAVES THE
      *    COMPILED-IN DEFAULT). PARM-STATION ON THE FIRST RECORD AND
      *    EVERY RECORD AFTER IT BUILDS THE LIST OF STATIONS AN
      *    UNATTENDED OPTION-2 RUN SEARCHES. THE ANOMALY TOLERANCE
      *    (DEGREES FROM THE REGIONAL MEDIAN) AND THE SUSPECT DAYS IN
      *    A ROW THAT CALL FOR MAINTENANCE ARE ALSO OPTIONAL.
        FD PARM-FILE.
        01 PARM-RECORD.
            02 PARM-OPTION              PIC 9(1).
            02 PARM-HAIL-THRESHOLD      PIC X(5).
            02 FILLER                   PIC X.
            02 PARM-BASE-TEMP           PIC X(2).
            02 FILLER                   PIC X.
            02 PARM-ANOMALY-TOLERANCE   PIC X(2).
            02 FILLER                   PIC X.
            02 PARM-SUSPECT-DAYS        PIC X(1).

        FD WEATHER-HISTORY.
        01 WH-RECORD.
            02 SM-NAME                   PIC X(20).
            02 SM-STATE                  PIC X(2).
            02 SM-REGION                 PIC X(10).
            02 SM-IN-SERVICE-DATE        PIC 9(8).
            02 SM-OUT-SERVICE-DATE       PIC 9(8).

      *    THE STATION-MAINT JOURNAL LAYOUT: ACTION A (ADD) OR
      *    C (CHANGE) FROM OPTION 6.
        FD STATION-JOURNAL.
        01 SJ-RECORD.
            02 SJ-ACTION-CODE            PIC X(1).
            02 SJ-RUN-DATE               PIC 9(8).
            02 SJ-RUN-TIME               PIC 9(8).
            02 SJ-BEFORE-IMAGE           PIC X(54).
            02 SJ-AFTER-IMAGE            PIC X(54).
            02 SJ-OPERATOR-ID            PIC X(8).

        FD STATION-EXTREMES.
        01 XT-RECORD.
            02 DDR-HDD                   PIC 9(5).
            02 DDR-CDD                   PIC 9(5).

        FD CLIMATE-NORMALS.
        01 NM-RECORD.
            02 NM-KEY.
                03 NM-STATION            PIC 9(6).
                03 NM-MONTH              PIC 9(2).
                03 NM-DAY                PIC 9(2).
            02 NM-NORMAL-TEMP            PIC 9(2)V9.
            02 NM-YEARS                  PIC 9(3).
            02 NM-THRU-YEAR              PIC 9(4).
            02 NM-BUILD-DATE             PIC 9(8).

        FD DEPARTURE-REPORT.
        01 DPDATA.
            02 FILLER      PIC X(100).

      *    ONE RECORD PER READING EVER FLAGGED. SR-STATUS 'S' HOLDS
      *    THE READING OUT; 'C' MEANS SOMEONE LOOKED AT IT AND LET IT
      *    STAND, SO IT IS NEVER FLAGGED AGAIN.
        FD SUSPECT-READINGS.
        01 SR-RECORD.
            02 SR-KEY.
                03 SR-STATION            PIC 9(6).
                03 SR-OBS-DATE           PIC 9(8).
            02 SR-STATUS-CODE            PIC X(1).
                88 SR-SUSPECT            VALUE 'S'.
                88 SR-CLEARED            VALUE 'C'.
            02 SR-MEAN-TEMP              PIC 9(2).
            02 SR-PEER-MEDIAN            PIC 9(2)V9.
            02 SR-PEER-COUNT             PIC 9(4).
            02 SR-FLAG-DATE              PIC 9(8).
            02 SR-CLEARED-BY             PIC X(8).
            02 SR-CLEARED-DATE           PIC 9(8).

      *    ONE LINE PER READING TO RELEASE: STATION, OBSERVATION
      *    DATE (YYYYMMDD) AND WHO CHECKED IT.
        FD SUSPECT-CLEARANCE.
        01 SC-RECORD.
            02 SC-STATION                PIC 9(6).
            02 FILLER                    PIC X.
            02 SC-OBS-DATE               PIC 9(8).
            02 FILLER                    PIC X.
            02 SC-CLEARED-BY             PIC X(8).

        FD ANOMALY-REPORT.
        01 ANDATA.
            02 FILLER      PIC X(100).

        WORKING-STORAGE SECTION.

        01  MEM-VALUES.
            02 WS-RC-OPEN-SWITCH        PIC X(1) VALUE 'N'.
               88 WS-RC-OPEN            VALUE 'Y'.
            02 WS-RECORD-ALERT-COUNT    PIC 9(5) VALUE ZERO.
            02 NM-STATUS                PIC X(2).
            02 DP-STATUS                PIC X(2).
            02 WS-NM-AVAIL-SWITCH       PIC X(1) VALUE 'N'.
               88 WS-NM-AVAILABLE       VALUE 'Y'.
            02 SR-STATUS                PIC X(2).
            02 SC-STATUS                PIC X(2).
            02 AN-STATUS                PIC X(2).
            02 SJ-STATUS                PIC X(2).
            02 WS-SR-AVAIL-SWITCH       PIC X(1) VALUE 'N'.
               88 WS-SR-AVAILABLE       VALUE 'Y'.

            02 WD-TABLE OCCURS 2000 TIMES
                ASCENDING KEY IS WDT-STATION
                    04 WDTW-HAIL             PIC X(5).
                    04 WDTW-THUNDER          PIC X(5).
                    04 WDTW-TORNADO          PIC X(5).
                03 WDT-PEER-GROUP.
                    04 WDT-PEER-KIND         PIC X(1).
                    04 WDT-PEER-CODE         PIC X(10).
                03 WDT-ANOMALY-FLAG          PIC X(1).
                    88 WDT-READING-SUSPECT   VALUE 'S'.

        01  WS-MONTHS-DATA.
            05 FILLER      PIC X(05) VALUE '01JAN'.
            02 WS-LOOKUP-STATION        PIC 9(6).
            02 WS-FOUND-NAME            PIC X(20).
            02 WS-FOUND-STATE           PIC X(2).
            02 WS-FOUND-REGION          PIC X(10).
            02 WS-FOUND-IN-SERVICE      PIC 9(8).
            02 WS-FOUND-OUT-SERVICE     PIC 9(8).
            02 WS-SERVICE-CHECK-DATE    PIC 9(8).
            02 WS-SERVICE-CHECK-PARTS REDEFINES WS-SERVICE-CHECK-DATE.
               03 WS-SVC-YEAR           PIC 9(4).
               03 WS-SVC-MONTH          PIC 9(2).
               03 WS-SVC-DAY            PIC 9(2).
            02 WS-ON-MASTER-SWITCH      PIC X(1) VALUE 'N'.
               88 WS-STATION-ON-MASTER  VALUE 'Y'.

            02 WS-MAINT-STATION         PIC 9(6).
            02 WS-MAINT-DONE-SWITCH     PIC X(1) VALUE 'N'.
               88 WS-MAINT-DONE         VALUE 'Y'.
            02 WS-MAINT-OPERATOR        PIC X(8) VALUE SPACES.
            02 WS-MAINT-ACTION          PIC X(1) VALUE SPACE.
            02 WS-MAINT-TIME            PIC 9(8) VALUE ZERO.
            02 WS-MAINT-BEFORE-IMAGE    PIC X(54) VALUE SPACES.

      *    CONDITION-FREQUENCY CLIMATOLOGY AGGREGATES FOR RUN
      *    OPTION 7: PER STATION, DAYS WITH EACH CONDITION BY MONTH
            02  FILLER             PIC X(39) VALUE
                "NO WEATHER HISTORY FILE FOUND YET.".

      *    DEPARTURE-FROM-NORMAL WORK AREAS. THE MONTHLY TABLE HOLDS
      *    ONE ENTRY PER STATION/MONTH/YEAR, LIKE THE MEAN-TEMPERATURE
      *    SUMMARY; A DAY WITH NO NORMAL ON FILE IS LISTED BUT LEFT
      *    OUT OF THE MONTHLY COUNTS.
        01  WS-DEPARTURE-AREAS.
            05 WS-NM-BUILD-DATE      PIC 9(8) VALUE ZERO.
            05 WS-NM-BUILD-PARTS REDEFINES WS-NM-BUILD-DATE.
               10 WS-NM-BUILD-YEAR   PIC 9(4).
               10 FILLER             PIC 9(4).
            05 WS-NM-THRU-YEAR       PIC 9(4) VALUE ZERO.
            05 WS-NORMAL-FOUND-SWITCH PIC X(1) VALUE 'N'.
               88 WS-NORMAL-FOUND    VALUE 'Y'.
            05 WS-NORMAL-TEMP        PIC 9(2)V9.
            05 WS-DEPARTURE          PIC S9(2)V9.
            05 WS-DEP-AVERAGE        PIC S9(2)V9.
            05 WS-DEP-NO-NORMAL      PIC 9(5) VALUE ZERO.
            05 WS-DEP-COUNT          PIC 9(4) VALUE ZERO.
            05 WS-DEP-SUBIDX         PIC 9(4) VALUE ZERO.
            05 WS-DEP-FOUND-IDX      PIC 9(4) VALUE ZERO.
            05 WS-DEP-TABLE OCCURS 2000 TIMES.
               10 WS-DEP-STATION     PIC 9(6).
               10 WS-DEP-MONTH       PIC 9(2).
               10 WS-DEP-YEAR        PIC 9(4).
               10 WS-DEP-ABOVE       PIC 9(3).
               10 WS-DEP-BELOW       PIC 9(3).
               10 WS-DEP-AT          PIC 9(3).
               10 WS-DEP-TOTAL       PIC S9(5)V9.

        01 DEPART-TITLE-LINE.
            02  FILLER             PIC X(45) VALUE
                "DEPARTURE FROM DAILY NORMAL - NORMALS THROUGH".
            02  FILLER             PIC X     VALUE SPACE.
            02  DTL-THRU-YEAR      PIC 9(4).
            02  FILLER             PIC X(9)  VALUE "  BUILT: ".
            02  DTL-BUILD-DATE     PIC 9(8).

        01 DEPART-DETAIL-LINE.
            02  FILLER             PIC X(10) VALUE "STATION #".
            02  DPL-STATION        PIC 9(6).
            02  FILLER             PIC XXX   VALUE " - ".
            02  DPL-MONTH          PIC 9(2).
            02  FILLER             PIC X     VALUE "/".
            02  DPL-DAY            PIC 9(2).
            02  FILLER             PIC X     VALUE "/".
            02  DPL-YEAR           PIC 9(4).
            02  FILLER             PIC X(7)  VALUE " MEAN: ".
            02  DPL-MEAN-TEMP      PIC Z9.
            02  FILLER             PIC X(10) VALUE "F NORMAL: ".
            02  DPL-NORMAL         PIC Z9.9.
            02  FILLER             PIC X(13) VALUE "F DEPARTURE: ".
            02  DPL-DEPARTURE      PIC +Z9.9.
            02  FILLER             PIC X(4)  VALUE "F - ".
            02  DPL-STATION-NAME   PIC X(20).
            02  FILLER             PIC X     VALUE SPACE.
            02  DPL-STATION-STATE  PIC X(2).

        01 DEPART-NO-NORMAL-LINE.
            02  FILLER             PIC X(10) VALUE "STATION #".
            02  DNL-STATION        PIC 9(6).
            02  FILLER             PIC XXX   VALUE " - ".
            02  DNL-MONTH          PIC 9(2).
            02  FILLER             PIC X     VALUE "/".
            02  DNL-DAY            PIC 9(2).
            02  FILLER             PIC X     VALUE "/".
            02  DNL-YEAR           PIC 9(4).
            02  FILLER             PIC X(7)  VALUE " MEAN: ".
            02  DNL-MEAN-TEMP      PIC Z9.
            02  FILLER             PIC X(26) VALUE
                "F - NO NORMAL FOR THIS DAY".

        01 DEPART-MONTH-HEADING.
            02  FILLER             PIC X(38) VALUE
                "MONTHLY DEPARTURE FROM NORMAL SUMMARY:".

        01 DEPART-MONTH-LINE.
            02  FILLER             PIC X(10) VALUE "STATION #".
            02  DML-STATION        PIC 9(6).
            02  FILLER             PIC XXX   VALUE " - ".
            02  DML-MONTH-NAME     PIC X(3).
            02  FILLER             PIC X     VALUE SPACE.
            02  DML-YEAR           PIC 9(4).
            02  FILLER             PIC X(8)  VALUE "  ABOVE:".
            02  DML-ABOVE          PIC ZZ9.
            02  FILLER             PIC X(7)  VALUE " BELOW:".
            02  DML-BELOW          PIC ZZ9.
            02  FILLER             PIC X(4)  VALUE " AT:".
            02  DML-AT             PIC ZZ9.
            02  FILLER             PIC X(16) VALUE
                "  AVG DEPARTURE:".
            02  DML-AVG-DEPARTURE  PIC +Z9.9.
            02  FILLER             PIC X(4)  VALUE "F - ".
            02  DML-STATION-NAME   PIC X(20).

        01 DEPART-TOTAL-LINE.
            02  FILLER             PIC X(37) VALUE
                "OBSERVATIONS WITH NO NORMAL ON FILE: ".
            02  DTT-NO-NORMAL      PIC ZZ,ZZ9.

      *    NEIGHBOR-STATION ANOMALY WORK AREAS. PEER TEMPERATURES
      *    FOR ONE STATION-DAY ARE TALLIED BY DEGREE (00-98), SO THE
      *    MEDIAN IS FOUND BY WALKING THE TALLY RATHER THAN SORTING.
      *    A READING NEEDS AT LEAST WS-AN-MIN-PEERS OTHER STATIONS
      *    REPORTING THAT DAY BEFORE IT CAN BE JUDGED AT ALL.
        01  WS-ANOMALY-AREAS.
            05 WS-AN-TOLERANCE       PIC 9(2) VALUE 10.
            05 WS-AN-SUSPECT-DAYS    PIC 9(1) VALUE 3.
            05 WS-AN-MIN-PEERS       PIC 9(2) VALUE 2.
            05 WS-AN-OPEN-SWITCH     PIC X(1) VALUE 'N'.
               88 WS-AN-OPEN         VALUE 'Y'.
            05 WS-AN-SUBIDX          PIC 9(4) VALUE ZERO.
            05 WS-AN-FOUND-IDX       PIC 9(4) VALUE ZERO.
            05 WS-AN-PEER-COUNT      PIC 9(4) VALUE ZERO.
            05 WS-AN-TEMP-IDX        PIC 9(3) VALUE ZERO.
            05 WS-AN-RUNNING         PIC 9(4) VALUE ZERO.
            05 WS-AN-LOW-RANK        PIC 9(4) VALUE ZERO.
            05 WS-AN-HIGH-RANK       PIC 9(4) VALUE ZERO.
            05 WS-AN-LOW-TEMP        PIC 9(2) VALUE ZERO.
            05 WS-AN-HIGH-TEMP       PIC 9(2) VALUE ZERO.
            05 WS-AN-MEDIAN          PIC 9(2)V9 VALUE ZERO.
            05 WS-AN-DEVIATION       PIC S9(2)V9 VALUE ZERO.
            05 WS-AN-DISTANCE        PIC 9(2)V9 VALUE ZERO.
            05 WS-AN-TALLY-TABLE.
               10 WS-AN-TALLY        PIC 9(4) OCCURS 99 TIMES.
            05 WS-AN-OBS-DATE        PIC 9(8) VALUE ZERO.
            05 WS-AN-OBS-PARTS REDEFINES WS-AN-OBS-DATE.
               10 WS-AN-OBS-YEAR     PIC 9(4).
               10 WS-AN-OBS-MONTH    PIC 9(2).
               10 WS-AN-OBS-DAY      PIC 9(2).
            05 WS-AN-WALK-DATE       PIC 9(8) VALUE ZERO.
            05 WS-AN-WALK-PARTS REDEFINES WS-AN-WALK-DATE.
               10 WS-AN-WALK-YEAR    PIC 9(4).
               10 WS-AN-WALK-MONTH   PIC 9(2).
               10 WS-AN-WALK-DAY     PIC 9(2).
            05 WS-AN-WALK-SWITCH     PIC X(1) VALUE 'N'.
               88 WS-AN-WALK-ENDED   VALUE 'Y'.
            05 WS-AN-RUN-DAYS        PIC 9(3) VALUE ZERO.
            05 WS-AN-CHECKED         PIC 9(5) VALUE ZERO.
            05 WS-AN-FEW-PEERS       PIC 9(5) VALUE ZERO.
            05 WS-AN-SUSPECT-COUNT   PIC 9(5) VALUE ZERO.
            05 WS-AN-HELD-COUNT      PIC 9(5) VALUE ZERO.
            05 WS-AN-PASSED-CLEARED  PIC 9(5) VALUE ZERO.
            05 WS-AN-CLEARED-COUNT   PIC 9(5) VALUE ZERO.
            05 WS-AN-CLEAR-REJECTS   PIC 9(5) VALUE ZERO.
            05 WS-AN-MAINT-COUNT     PIC 9(3) VALUE ZERO.
            05 WS-AN-MAINT-SUBIDX    PIC 9(3) VALUE ZERO.
            05 WS-AN-MAINT-FOUND-IDX PIC 9(3) VALUE ZERO.
            05 WS-AN-MAINT-TABLE OCCURS 200 TIMES.
               10 WS-AN-MAINT-STATION PIC 9(6).
               10 WS-AN-MAINT-DAYS    PIC 9(3).
               10 WS-AN-MAINT-THRU    PIC 9(8).

        01 ANOMALY-HEADING-LINE.
            02  FILLER             PIC X(43) VALUE
                "NEIGHBOR-STATION ANOMALY CHECK - TOLERANCE:".
            02  ANH-TOLERANCE      PIC ZZ9.
            02  FILLER             PIC X(26) VALUE
                "F  SUSPECT DAYS IN A ROW:".
            02  ANH-SUSPECT-DAYS   PIC Z9.

        01 ANOMALY-DETAIL-LINE.
            02  FILLER             PIC X(10) VALUE "STATION #".
            02  ANL-STATION        PIC 9(6).
            02  FILLER             PIC XXX   VALUE " - ".
            02  ANL-MONTH          PIC 9(2).
            02  FILLER             PIC X     VALUE "/".
            02  ANL-DAY            PIC 9(2).
            02  FILLER             PIC X     VALUE "/".
            02  ANL-YEAR           PIC 9(4).
            02  FILLER             PIC X(3)  VALUE " - ".
            02  ANL-TEMP           PIC Z9.
            02  FILLER             PIC X(10) VALUE "F MEDIAN: ".
            02  ANL-MEDIAN         PIC Z9.9.
            02  FILLER             PIC X(8)  VALUE "F PEERS:".
            02  ANL-PEERS          PIC ZZZ9.
            02  FILLER             PIC X(5)  VALUE " OFF:".
            02  ANL-DEVIATION      PIC +Z9.9.
            02  FILLER             PIC X(3)  VALUE "F -".
            02  ANL-STATION-NAME   PIC X(20).

        01 ANOMALY-CLEARED-LINE.
            02  FILLER             PIC X(10) VALUE "STATION #".
            02  ACL-STATION        PIC 9(6).
            02  FILLER             PIC XXX   VALUE " - ".
            02  ACL-OBS-DATE       PIC 9(8).
            02  FILLER             PIC X(3)  VALUE " - ".
            02  ACL-ACTION         PIC X(30).
            02  FILLER             PIC X(4)  VALUE " BY ".
            02  ACL-CLEARED-BY     PIC X(8).

        01 ANOMALY-SECTION-LINE.
            02  ASL-TEXT           PIC X(60).

        01 ANOMALY-MAINT-LINE.
            02  FILLER             PIC X(10) VALUE "STATION #".
            02  AML-STATION        PIC 9(6).
            02  FILLER             PIC XXX   VALUE " - ".
            02  AML-DAYS           PIC ZZ9.
            02  FILLER             PIC X(28) VALUE
                " SUSPECT DAYS IN A ROW THRU ".
            02  AML-THRU-DATE      PIC 9(8).
            02  FILLER             PIC X(3)  VALUE " - ".
            02  AML-STATION-NAME   PIC X(20).
            02  FILLER             PIC X     VALUE SPACE.
            02  AML-STATION-STATE  PIC X(2).

        01 ANOMALY-TOTAL-LINE.
            02  ATL-LABEL          PIC X(40).
            02  ATL-COUNT          PIC ZZ,ZZ9.

      *  01 PRINT-LINE PIC X(80) VALUE SPACES.

        PROCEDURE DIVISION.
            PERFORM 0600-OPEN-STATION-MASTER.
            PERFORM 0620-OPEN-WEATHER-ARCHIVE.
            PERFORM 0630-OPEN-STATION-EXTREMES.
            PERFORM 0640-OPEN-CLIMATE-NORMALS
                THRU 0649-NORMALS-EXIT.

            OPEN INPUT WEATHER-DATA
            IF WS-WD-STATUS NOT = "00" THEN 

            PERFORM 0280-BUILD-YEARLY-SUMMARY.

            PERFORM 0290-PRINT-DEPARTURES THRU 0299-DEPARTURE-EXIT.

            PERFORM 0120-GET-RUN-OPTION.

            PERFORM 1100-CHECK-NEIGHBOR-ANOMALIES
                THRU 1199-ANOMALY-EXIT.

            PERFORM 0235-CHECK-TABLE-EXTREMES.

            IF WS-OPTION = 1
                PERFORM 0250-DISPLAY-DATA
                ELSE IF WS-OPTION = 2
                        AND PARM-BASE-TEMP NOT = SPACES
                        MOVE PARM-BASE-TEMP TO WS-DD-BASE-TEMP
                    END-IF
                    IF PARM-ANOMALY-TOLERANCE IS NUMERIC
                        AND PARM-ANOMALY-TOLERANCE > "00"
                        MOVE PARM-ANOMALY-TOLERANCE
                            TO WS-AN-TOLERANCE
                    END-IF
                    IF PARM-SUSPECT-DAYS IS NUMERIC
                        AND PARM-SUSPECT-DAYS > "0"
                        MOVE PARM-SUSPECT-DAYS TO WS-AN-SUSPECT-DAYS
                    END-IF
                    ADD 1 TO WS-BATCH-STATION-COUNT
                    MOVE PARM-STATION TO
                        WS-BATCH-STATION-LIST(WS-BATCH-STATION-COUNT)

      *    EVERY VALIDATED READING GOES TO THE PERMANENT ARCHIVE,
      *    EVEN WHEN THE IN-MEMORY TABLE IS ALREADY FULL - THE
      *    ARCHIVE MUST NOT INHERIT THE TABLE'S SIZE LIMIT. RECORD
      *    EXTREMES WAIT FOR THE NEIGHBOR-STATION CHECK, EXCEPT FOR
      *    A READING THE TABLE HAS NO ROOM FOR, WHICH HAS NO
      *    NEIGHBORS TO BE CHECKED AGAINST.
            IF WS-READING-INVALID
                PERFORM 0208-WRITE-WEATHER-EXCEPTION
            ELSE
            PERFORM 0215-ARCHIVE-READING
            IF WD-SUBIDX > 2000
                PERFORM 0230-CHECK-RECORD-EXTREMES
                    THRU 0239-EXTREMES-EXIT
                DISPLAY "WARNING - STATION TABLE FULL, SKIPPING ",
                    "STATION ", WD-ST
            ELSE
                MOVE WD-DATE              TO WDT-DATE(WD-SUBIDX)
                MOVE WD-MEAN-TEMP         TO WDT-MEAN-TEMP(WD-SUBIDX)
                MOVE WD-WEATHER-CONDITION TO WDT-CONDITION(WD-SUBIDX)
                PERFORM 0225-SET-PEER-GROUP
                ADD 1 TO WD-SUBIDX GIVING WD-SUBIDX
            END-IF
            END-IF.
                MOVE 1 TO WS-YR-TEMP-COUNT(WS-YEARLY-COUNT)
            END-IF.

      *    DEPARTURE FROM NORMAL FOR EVERY OBSERVATION LOADED THIS
      *    RUN, THEN THE MONTHLY DAYS-ABOVE/DAYS-BELOW SUMMARY PER
      *    STATION. SKIPPED QUIETLY WHEN NO NORMALS HAVE BEEN BUILT.
        0290-PRINT-DEPARTURES.

            IF NOT WS-NM-AVAILABLE
                GO TO 0299-DEPARTURE-EXIT
            END-IF.

            OPEN OUTPUT DEPARTURE-REPORT.
            IF DP-STATUS NOT = "00"
                DISPLAY "WARNING - CANNOT OPEN WEATHER-DEPART.RPT - ",
                    "STATUS: ", DP-STATUS
                GO TO 0299-DEPARTURE-EXIT
            END-IF.

            MOVE WS-NM-THRU-YEAR TO DTL-THRU-YEAR.
            MOVE WS-NM-BUILD-DATE TO DTL-BUILD-DATE.
            WRITE DPDATA FROM DEPART-TITLE-LINE
                AFTER ADVANCING PAGE.

            MOVE ZERO TO WS-DEP-COUNT.
            MOVE ZERO TO WS-DEP-NO-NORMAL.

            PERFORM VARYING WDD-SUBIDX FROM 1 BY 1
                UNTIL WDD-SUBIDX > WS-STATION-COUNT
                PERFORM 0292-PRINT-DEPARTURE-ENTRY
            END-PERFORM.

            WRITE DPDATA FROM DEPART-MONTH-HEADING
                AFTER ADVANCING 2 LINES.

            PERFORM VARYING WS-DEP-SUBIDX FROM 1 BY 1
                UNTIL WS-DEP-SUBIDX > WS-DEP-COUNT
                PERFORM 0298-PRINT-DEPARTURE-MONTH
            END-PERFORM.

            MOVE WS-DEP-NO-NORMAL TO DTT-NO-NORMAL.
            WRITE DPDATA FROM DEPART-TOTAL-LINE
                AFTER ADVANCING 2 LINES.

            CLOSE DEPARTURE-REPORT.

        0299-DEPARTURE-EXIT.
            EXIT.

        0292-PRINT-DEPARTURE-ENTRY.

            PERFORM 0294-READ-DAILY-NORMAL.

            IF WS-NORMAL-FOUND
                COMPUTE WS-DEPARTURE =
                    WDT-MEAN-TEMP(WDD-SUBIDX) - WS-NORMAL-TEMP
                MOVE WDT-STATION(WDD-SUBIDX) TO DPL-STATION
                MOVE WDT-MONTH(WDD-SUBIDX) TO DPL-MONTH
                MOVE WDT-DAY(WDD-SUBIDX) TO DPL-DAY
                MOVE WDT-YEAR(WDD-SUBIDX) TO DPL-YEAR
                MOVE WDT-MEAN-TEMP(WDD-SUBIDX) TO DPL-MEAN-TEMP
                MOVE WS-NORMAL-TEMP TO DPL-NORMAL
                MOVE WS-DEPARTURE TO DPL-DEPARTURE
                MOVE WDT-STATION(WDD-SUBIDX) TO WS-LOOKUP-STATION
                PERFORM 0610-LOOKUP-STATION
                MOVE WS-FOUND-NAME TO DPL-STATION-NAME
                MOVE WS-FOUND-STATE TO DPL-STATION-STATE
                WRITE DPDATA FROM DEPART-DETAIL-LINE
                    AFTER ADVANCING 1 LINES
                PERFORM 0296-ACCUMULATE-DEPARTURE
            ELSE
                ADD 1 TO WS-DEP-NO-NORMAL
                MOVE WDT-STATION(WDD-SUBIDX) TO DNL-STATION
                MOVE WDT-MONTH(WDD-SUBIDX) TO DNL-MONTH
                MOVE WDT-DAY(WDD-SUBIDX) TO DNL-DAY
                MOVE WDT-YEAR(WDD-SUBIDX) TO DNL-YEAR
                MOVE WDT-MEAN-TEMP(WDD-SUBIDX) TO DNL-MEAN-TEMP
                WRITE DPDATA FROM DEPART-NO-NORMAL-LINE
                    AFTER ADVANCING 1 LINES
            END-IF.

      *    29 FEBRUARY RARELY HAS ENOUGH YEARS FOR A NORMAL OF ITS
      *    OWN, SO IT FALLS BACK TO THE 28TH'S.
        0294-READ-DAILY-NORMAL.

            MOVE 'N' TO WS-NORMAL-FOUND-SWITCH.
            MOVE WDT-STATION(WDD-SUBIDX) TO NM-STATION.
            MOVE WDT-MONTH(WDD-SUBIDX) TO NM-MONTH.
            MOVE WDT-DAY(WDD-SUBIDX) TO NM-DAY.

            READ CLIMATE-NORMALS
                KEY IS NM-KEY
                INVALID KEY
                    IF NM-MONTH = 02 AND NM-DAY = 29
                        MOVE 28 TO NM-DAY
                        READ CLIMATE-NORMALS
                            KEY IS NM-KEY
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                SET WS-NORMAL-FOUND TO TRUE
                        END-READ
                    END-IF
                NOT INVALID KEY
                    SET WS-NORMAL-FOUND TO TRUE
            END-READ.

            IF WS-NORMAL-FOUND
                MOVE NM-NORMAL-TEMP TO WS-NORMAL-TEMP
            END-IF.

        0296-ACCUMULATE-DEPARTURE.

            MOVE ZERO TO WS-DEP-FOUND-IDX.

            PERFORM VARYING WS-DEP-SUBIDX FROM 1 BY 1
                UNTIL WS-DEP-SUBIDX > WS-DEP-COUNT
                IF WS-DEP-STATION(WS-DEP-SUBIDX) =
                        WDT-STATION(WDD-SUBIDX)
                    AND WS-DEP-MONTH(WS-DEP-SUBIDX) =
                        WDT-MONTH(WDD-SUBIDX)
                    AND WS-DEP-YEAR(WS-DEP-SUBIDX) =
                        WDT-YEAR(WDD-SUBIDX)
                    MOVE WS-DEP-SUBIDX TO WS-DEP-FOUND-IDX
                END-IF
            END-PERFORM.

            IF WS-DEP-FOUND-IDX = ZERO
                ADD 1 TO WS-DEP-COUNT
                INITIALIZE WS-DEP-TABLE(WS-DEP-COUNT)
                MOVE WDT-STATION(WDD-SUBIDX)
                    TO WS-DEP-STATION(WS-DEP-COUNT)
                MOVE WDT-MONTH(WDD-SUBIDX)
                    TO WS-DEP-MONTH(WS-DEP-COUNT)
                MOVE WDT-YEAR(WDD-SUBIDX)
                    TO WS-DEP-YEAR(WS-DEP-COUNT)
                MOVE WS-DEP-COUNT TO WS-DEP-FOUND-IDX
            END-IF.

            IF WS-DEPARTURE > ZERO
                ADD 1 TO WS-DEP-ABOVE(WS-DEP-FOUND-IDX)
            ELSE
                IF WS-DEPARTURE < ZERO
                    ADD 1 TO WS-DEP-BELOW(WS-DEP-FOUND-IDX)
                ELSE
                    ADD 1 TO WS-DEP-AT(WS-DEP-FOUND-IDX)
                END-IF
            END-IF.
            ADD WS-DEPARTURE TO WS-DEP-TOTAL(WS-DEP-FOUND-IDX).

        0298-PRINT-DEPARTURE-MONTH.

            MOVE WS-DEP-STATION(WS-DEP-SUBIDX) TO DML-STATION.
            MOVE WS-MONTH-NAME(WS-DEP-MONTH(WS-DEP-SUBIDX))
                TO DML-MONTH-NAME.
            MOVE WS-DEP-YEAR(WS-DEP-SUBIDX) TO DML-YEAR.
            MOVE WS-DEP-ABOVE(WS-DEP-SUBIDX) TO DML-ABOVE.
            MOVE WS-DEP-BELOW(WS-DEP-SUBIDX) TO DML-BELOW.
            MOVE WS-DEP-AT(WS-DEP-SUBIDX) TO DML-AT.
            COMPUTE WS-DEP-AVERAGE ROUNDED =
                WS-DEP-TOTAL(WS-DEP-SUBIDX) /
                (WS-DEP-ABOVE(WS-DEP-SUBIDX) +
                 WS-DEP-BELOW(WS-DEP-SUBIDX) +
                 WS-DEP-AT(WS-DEP-SUBIDX)).
            MOVE WS-DEP-AVERAGE TO DML-AVG-DEPARTURE.
            MOVE WS-DEP-STATION(WS-DEP-SUBIDX) TO WS-LOOKUP-STATION.
            PERFORM 0610-LOOKUP-STATION.
            MOVE WS-FOUND-NAME TO DML-STATION-NAME.
            WRITE DPDATA FROM DEPART-MONTH-LINE
                AFTER ADVANCING 1 LINES.

        0400-PRINT-SEVERE-EXCEPTIONS.

            DISPLAY SEVERE-HEADING-LINE.
            MOVE 'N' TO WS-ON-MASTER-SWITCH.
            MOVE SPACES TO WS-FOUND-NAME.
            MOVE SPACES TO WS-FOUND-STATE.
            MOVE SPACES TO WS-FOUND-REGION.
            MOVE ZERO TO WS-FOUND-IN-SERVICE.
            MOVE ZERO TO WS-FOUND-OUT-SERVICE.

            IF WS-SM-AVAILABLE
                MOVE WS-LOOKUP-STATION TO SM-STATION
                        SET WS-STATION-ON-MASTER TO TRUE
                        MOVE SM-NAME TO WS-FOUND-NAME
                        MOVE SM-STATE TO WS-FOUND-STATE
                        MOVE SM-REGION TO WS-FOUND-REGION
                        IF SM-IN-SERVICE-DATE IS NUMERIC
                            MOVE SM-IN-SERVICE-DATE
                                TO WS-FOUND-IN-SERVICE
                        END-IF
                        IF SM-OUT-SERVICE-DATE IS NUMERIC
                            MOVE SM-OUT-SERVICE-DATE
                                TO WS-FOUND-OUT-SERVICE
                        END-IF
                END-READ
            END-IF.

                    "MAINTAIN STATIONS"
            ELSE
                MOVE 'N' TO WS-MAINT-DONE-SWITCH
                ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                PERFORM 0705-ACCEPT-MAINT-OPERATOR
                    UNTIL WS-MAINT-OPERATOR NOT = SPACES
                PERFORM 0710-MAINTAIN-ONE-STATION
                    UNTIL WS-MAINT-DONE
            END-IF.

      *    EVERY JOURNAL ROW CARRIES WHO MADE THE CHANGE.
        0705-ACCEPT-MAINT-OPERATOR.

            DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
            ACCEPT WS-MAINT-OPERATOR.

        0710-MAINTAIN-ONE-STATION.

            DISPLAY "ENTER STATION NUMBER (6 DIGITS, 000000 TO ",
            DISPLAY "ENTER REGION (10 CHARACTERS): "
                WITH NO ADVANCING.
            ACCEPT SM-REGION.
      *    IN SERVICE FROM TODAY; STATION-MAINT CHANGES THE DATES.
            MOVE WS-TODAY-DATE TO SM-IN-SERVICE-DATE.
            MOVE ZERO TO SM-OUT-SERVICE-DATE.
            MOVE SPACES TO WS-MAINT-BEFORE-IMAGE.
            MOVE 'A' TO WS-MAINT-ACTION.

            WRITE SM-RECORD
                INVALID KEY
                        SM-STATUS
                NOT INVALID KEY
                    DISPLAY "STATION ADDED."
                    PERFORM 0740-WRITE-STATION-JOURNAL
            END-WRITE.

        0730-UPDATE-STATION.

            MOVE SM-RECORD TO WS-MAINT-BEFORE-IMAGE.
            MOVE 'C' TO WS-MAINT-ACTION.
            IF SM-IN-SERVICE-DATE IS NOT NUMERIC
                MOVE ZERO TO SM-IN-SERVICE-DATE
            END-IF.
            IF SM-OUT-SERVICE-DATE IS NOT NUMERIC
                MOVE ZERO TO SM-OUT-SERVICE-DATE
            END-IF.
            DISPLAY "STATION ON FILE: ", SM-NAME, " ", SM-STATE.
            DISPLAY "ENTER NEW NAME (20 CHARACTERS): "
                WITH NO ADVANCING.
                        SM-STATUS
                NOT INVALID KEY
                    DISPLAY "STATION UPDATED."
                    PERFORM 0740-WRITE-STATION-JOURNAL
            END-REWRITE.

      *    ONE TIMESTAMPED BEFORE/AFTER ROW PER CHANGE, IN THE SAME
      *    JOURNAL STATION-MAINT WRITES. A MISSING JOURNAL FILE IS
      *    CREATED ON FIRST USE.
        0740-WRITE-STATION-JOURNAL.

            ACCEPT WS-MAINT-TIME FROM TIME.

            OPEN EXTEND STATION-JOURNAL.
            IF SJ-STATUS = "35"
                OPEN OUTPUT STATION-JOURNAL
            END-IF.
            IF SJ-STATUS NOT = "00"
                DISPLAY "WARNING - NO JOURNAL - STATUS: ", SJ-STATUS
            ELSE
                MOVE WS-MAINT-ACTION TO SJ-ACTION-CODE
                MOVE WS-TODAY-DATE TO SJ-RUN-DATE
                MOVE WS-MAINT-TIME TO SJ-RUN-TIME
                MOVE WS-MAINT-BEFORE-IMAGE TO SJ-BEFORE-IMAGE
                MOVE SM-RECORD TO SJ-AFTER-IMAGE
                MOVE WS-MAINT-OPERATOR TO SJ-OPERATOR-ID
                WRITE SJ-RECORD
                CLOSE STATION-JOURNAL
            END-IF.

        0800-PRINT-CLIMATOLOGY.

            PERFORM 0810-ACCUMULATE-CLIM-ENTRY
                    " - NO RECORD TRACKING THIS RUN"
            END-IF.

      *    THE NORMALS ARE READ-ONLY HERE - WEATHER-NORMALS REBUILDS
      *    THEM ONCE A YEAR. THE FIRST RECORD CARRIES THE BUILD DATE,
      *    AND NORMALS NOT REBUILT THIS CALENDAR YEAR ARE FLAGGED SO
      *    THE YEARLY RUN IS NOT FORGOTTEN.
        0640-OPEN-CLIMATE-NORMALS.

            OPEN INPUT CLIMATE-NORMALS.
            IF NM-STATUS NOT = "00"
                DISPLAY "NOTE - NO CLIMATE NORMALS ON FILE - ",
                    "DEPARTURE REPORT SKIPPED"
                GO TO 0649-NORMALS-EXIT
            END-IF.

            READ CLIMATE-NORMALS NEXT RECORD
                AT END MOVE "10" TO NM-STATUS
            END-READ.
            IF NM-STATUS NOT = "00"
                DISPLAY "NOTE - CLIMATE NORMALS FILE IS EMPTY - ",
                    "DEPARTURE REPORT SKIPPED"
                CLOSE CLIMATE-NORMALS
                GO TO 0649-NORMALS-EXIT
            END-IF.

            SET WS-NM-AVAILABLE TO TRUE.
            MOVE NM-BUILD-DATE TO WS-NM-BUILD-DATE.
            MOVE NM-THRU-YEAR TO WS-NM-THRU-YEAR.

            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            IF WS-NM-BUILD-YEAR < WS-TODAY-DATE(1:4)
                DISPLAY "WARNING - CLIMATE NORMALS LAST BUILT ",
                    WS-NM-BUILD-DATE, " - YEARLY REBUILD IS DUE"
            END-IF.

        0649-NORMALS-EXIT.
            EXIT.

      *    A READING'S NEIGHBORS ARE THE OTHER STATIONS IN THE SAME
      *    SM-REGION; A STATION WITH NO REGION ON THE MASTER FALLS
      *    BACK TO THE OTHER STATIONS IN ITS STATE. A STATION NOT ON
      *    THE MASTER AT ALL HAS NO NEIGHBORS AND IS NOT CHECKED.
        0225-SET-PEER-GROUP.

            MOVE SPACE TO WDT-ANOMALY-FLAG(WD-SUBIDX).
            MOVE SPACES TO WDT-PEER-GROUP(WD-SUBIDX).

            IF WS-FOUND-REGION NOT = SPACES
                MOVE 'R' TO WDT-PEER-KIND(WD-SUBIDX)
                MOVE WS-FOUND-REGION TO WDT-PEER-CODE(WD-SUBIDX)
            ELSE
                IF WS-FOUND-STATE NOT = SPACES
                    MOVE 'S' TO WDT-PEER-KIND(WD-SUBIDX)
                    MOVE WS-FOUND-STATE TO WDT-PEER-CODE(WD-SUBIDX)
                END-IF
            END-IF.

      *    RECORD EXTREMES FOR THE LOADED READINGS, RUN ONCE THE
      *    NEIGHBOR-STATION CHECK HAS SAID WHICH ONES TO HOLD BACK.
        0235-CHECK-TABLE-EXTREMES.

            PERFORM VARYING WDD-SUBIDX FROM 1 BY 1
                UNTIL WDD-SUBIDX > WS-STATION-COUNT
                IF NOT WDT-READING-SUSPECT(WDD-SUBIDX)
                    MOVE WDT-STATION(WDD-SUBIDX) TO WD-ST
                    MOVE WDT-DATE(WDD-SUBIDX) TO WD-DATE
                    MOVE WDT-MEAN-TEMP(WDD-SUBIDX) TO WD-MEAN-TEMP
                    PERFORM 0230-CHECK-RECORD-EXTREMES
                        THRU 0239-EXTREMES-EXIT
                END-IF
            END-PERFORM.

      *    A STATION'S FIRST EVER READING SEEDS BOTH RECORDS; AFTER
      *    THAT, A READING ABOVE THE HIGH OR BELOW THE LOW SETS A
      *    NEW RECORD AND AN EQUAL ONE TIES IT - EITHER WAY THE
                GO TO 0239-EXTREMES-EXIT
            END-IF.

      *    A READING FROM BEFORE A STATION WENT INTO SERVICE OR FROM
      *    ON OR AFTER ITS OUT-OF-SERVICE DATE IS NOT A RECORD.
            MOVE WD-ST TO WS-LOOKUP-STATION.
            PERFORM 0610-LOOKUP-STATION.
            MOVE WD-YEAR TO WS-SVC-YEAR.
            MOVE WD-MONTH TO WS-SVC-MONTH.
            MOVE WD-DAY TO WS-SVC-DAY.
            IF WS-SERVICE-CHECK-DATE < WS-FOUND-IN-SERVICE
                OR (WS-FOUND-OUT-SERVICE NOT = ZERO
                    AND WS-SERVICE-CHECK-DATE >= WS-FOUND-OUT-SERVICE)
                DISPLAY "WARNING - READING OUTSIDE SERVICE DATES, ",
                    "NO RECORD CHECK: ", WD-ST, " ",
                    WS-SERVICE-CHECK-DATE
                GO TO 0239-EXTREMES-EXIT
            END-IF.

            MOVE WD-ST TO XT-STATION.
            READ STATION-EXTREMES
                KEY IS XT-STATION
      *    SPREADSHEET.
        1000-DEGREE-DAY-REPORT.

      *    A READING HELD AS SUSPECT BY THE NEIGHBOR-STATION CHECK
      *    STAYS OUT OF THE TOTALS UNTIL IT HAS BEEN CLEARED.
            PERFORM VARYING WDD-SUBIDX FROM 1 BY 1
                UNTIL WDD-SUBIDX > WS-STATION-COUNT
                IF NOT WDT-READING-SUSPECT(WDD-SUBIDX)
                    PERFORM 1010-ACCUMULATE-DEGREE-DAY
                END-IF
            END-PERFORM.

            OPEN OUTPUT DEGREE-REPORT.
            IF DG-STATUS NOT = "00"
                END-IF
            END-PERFORM.

      *    NEIGHBOR-STATION ANOMALY CHECK. EVERY LOADED READING IS
      *    MEASURED AGAINST THE MEDIAN OF ITS NEIGHBORS THE SAME DAY;
      *    ONE FURTHER OFF THAN THE TOLERANCE IS FILED AS SUSPECT AND
      *    HELD BACK. CLEARANCES ARE APPLIED NEXT, THEN EACH STATION
      *    STILL SUSPECT IS TRACED BACK DAY BY DAY THROUGH THE
      *    SUSPECT FILE TO SEE HOW LONG IT HAS BEEN OFF.
        1100-CHECK-NEIGHBOR-ANOMALIES.

            OPEN I-O SUSPECT-READINGS.
            IF SR-STATUS = "35"
                OPEN OUTPUT SUSPECT-READINGS
                CLOSE SUSPECT-READINGS
                OPEN I-O SUSPECT-READINGS
            END-IF.
            IF SR-STATUS NOT = "00"
                DISPLAY "WARNING - SUSPECT READINGS FILE ",
                    "UNAVAILABLE - STATUS: ", SR-STATUS,
                    " - NO ANOMALY CHECK THIS RUN"
                GO TO 1199-ANOMALY-EXIT
            END-IF.
            SET WS-SR-AVAILABLE TO TRUE.

            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

            OPEN OUTPUT ANOMALY-REPORT.
            IF AN-STATUS = "00"
                SET WS-AN-OPEN TO TRUE
                MOVE WS-AN-TOLERANCE TO ANH-TOLERANCE
                MOVE WS-AN-SUSPECT-DAYS TO ANH-SUSPECT-DAYS
                WRITE ANDATA FROM ANOMALY-HEADING-LINE
                    AFTER ADVANCING PAGE
                MOVE "SUSPECT READINGS THIS RUN:" TO ASL-TEXT
                WRITE ANDATA FROM ANOMALY-SECTION-LINE
                    AFTER ADVANCING 2 LINES
            END-IF.

            PERFORM VARYING WDD-SUBIDX FROM 1 BY 1
                UNTIL WDD-SUBIDX > WS-STATION-COUNT
                PERFORM 1110-CHECK-ONE-READING
                    THRU 1119-CHECK-EXIT
            END-PERFORM.

            IF WS-AN-OPEN
                MOVE "CLEARANCES APPLIED:" TO ASL-TEXT
                WRITE ANDATA FROM ANOMALY-SECTION-LINE
                    AFTER ADVANCING 2 LINES
            END-IF.

            PERFORM 1140-APPLY-CLEARANCES THRU 1149-CLEARANCE-EXIT.

            PERFORM VARYING WDD-SUBIDX FROM 1 BY 1
                UNTIL WDD-SUBIDX > WS-STATION-COUNT
                IF WDT-READING-SUSPECT(WDD-SUBIDX)
                    ADD 1 TO WS-AN-HELD-COUNT
                    PERFORM 1130-MEASURE-SUSPECT-RUN
                END-IF
            END-PERFORM.

            IF WS-AN-OPEN
                MOVE "STATIONS DUE FOR MAINTENANCE:" TO ASL-TEXT
                WRITE ANDATA FROM ANOMALY-SECTION-LINE
                    AFTER ADVANCING 2 LINES
                PERFORM VARYING WS-AN-MAINT-SUBIDX FROM 1 BY 1
                    UNTIL WS-AN-MAINT-SUBIDX > WS-AN-MAINT-COUNT
                    PERFORM 1138-PRINT-MAINTENANCE-LINE
                END-PERFORM
                PERFORM 1150-PRINT-ANOMALY-TOTALS
                CLOSE ANOMALY-REPORT
            END-IF.

            CLOSE SUSPECT-READINGS.

            DISPLAY "SUSPECT READINGS HELD OUT THIS RUN: ",
                WS-AN-HELD-COUNT.

        1199-ANOMALY-EXIT.
            EXIT.

        1110-CHECK-ONE-READING.

            IF WDT-PEER-GROUP(WDD-SUBIDX) = SPACES
                ADD 1 TO WS-AN-FEW-PEERS
                GO TO 1119-CHECK-EXIT
            END-IF.

            INITIALIZE WS-AN-TALLY-TABLE.
            MOVE ZERO TO WS-AN-PEER-COUNT.

            PERFORM VARYING WS-AN-SUBIDX FROM 1 BY 1
                UNTIL WS-AN-SUBIDX > WS-STATION-COUNT
                IF WDT-STATION(WS-AN-SUBIDX) NOT =
                        WDT-STATION(WDD-SUBIDX)
                    AND WDT-DATE(WS-AN-SUBIDX) =
                        WDT-DATE(WDD-SUBIDX)
                    AND WDT-PEER-GROUP(WS-AN-SUBIDX) =
                        WDT-PEER-GROUP(WDD-SUBIDX)
                    COMPUTE WS-AN-TEMP-IDX =
                        WDT-MEAN-TEMP(WS-AN-SUBIDX) + 1
                    ADD 1 TO WS-AN-TALLY(WS-AN-TEMP-IDX)
                    ADD 1 TO WS-AN-PEER-COUNT
                END-IF
            END-PERFORM.

            IF WS-AN-PEER-COUNT < WS-AN-MIN-PEERS
                ADD 1 TO WS-AN-FEW-PEERS
                GO TO 1119-CHECK-EXIT
            END-IF.

            ADD 1 TO WS-AN-CHECKED.
            PERFORM 1112-FIND-PEER-MEDIAN.

            COMPUTE WS-AN-DEVIATION =
                WDT-MEAN-TEMP(WDD-SUBIDX) - WS-AN-MEDIAN.
            IF WS-AN-DEVIATION < ZERO
                COMPUTE WS-AN-DISTANCE = ZERO - WS-AN-DEVIATION
            ELSE
                MOVE WS-AN-DEVIATION TO WS-AN-DISTANCE
            END-IF.

            IF WS-AN-DISTANCE NOT > WS-AN-TOLERANCE
                GO TO 1119-CHECK-EXIT
            END-IF.

      *    A READING SOMEONE HAS ALREADY LOOKED AT AND CLEARED IS
      *    TAKEN AS GOOD, HOWEVER FAR OFF IT STILL IS.
            MOVE WDT-YEAR(WDD-SUBIDX) TO WS-AN-OBS-YEAR.
            MOVE WDT-MONTH(WDD-SUBIDX) TO WS-AN-OBS-MONTH.
            MOVE WDT-DAY(WDD-SUBIDX) TO WS-AN-OBS-DAY.
            MOVE WDT-STATION(WDD-SUBIDX) TO SR-STATION.
            MOVE WS-AN-OBS-DATE TO SR-OBS-DATE.
            READ SUSPECT-READINGS
                KEY IS SR-KEY
                INVALID KEY
                    CONTINUE
            END-READ.
            IF SR-STATUS = "00" AND SR-CLEARED
                ADD 1 TO WS-AN-PASSED-CLEARED
                GO TO 1119-CHECK-EXIT
            END-IF.

            SET WDT-READING-SUSPECT(WDD-SUBIDX) TO TRUE.
            ADD 1 TO WS-AN-SUSPECT-COUNT.

            IF SR-STATUS = "00"
                PERFORM 1116-FILL-SUSPECT-RECORD
                REWRITE SR-RECORD
                    INVALID KEY
                        DISPLAY "ERROR UPDATING SUSPECT READING ",
                            SR-KEY, " - STATUS: ", SR-STATUS
                END-REWRITE
            ELSE
                PERFORM 1116-FILL-SUSPECT-RECORD
                WRITE SR-RECORD
                    INVALID KEY
                        DISPLAY "ERROR FILING SUSPECT READING ",
                            SR-KEY, " - STATUS: ", SR-STATUS
                END-WRITE
            END-IF.

            IF WS-AN-OPEN
                MOVE WDT-STATION(WDD-SUBIDX) TO ANL-STATION
                MOVE WDT-MONTH(WDD-SUBIDX) TO ANL-MONTH
                MOVE WDT-DAY(WDD-SUBIDX) TO ANL-DAY
                MOVE WDT-YEAR(WDD-SUBIDX) TO ANL-YEAR
                MOVE WDT-MEAN-TEMP(WDD-SUBIDX) TO ANL-TEMP
                MOVE WS-AN-MEDIAN TO ANL-MEDIAN
                MOVE WS-AN-PEER-COUNT TO ANL-PEERS
                MOVE WS-AN-DEVIATION TO ANL-DEVIATION
                MOVE WDT-STATION(WDD-SUBIDX) TO WS-LOOKUP-STATION
                PERFORM 0610-LOOKUP-STATION
                MOVE WS-FOUND-NAME TO ANL-STATION-NAME
                WRITE ANDATA FROM ANOMALY-DETAIL-LINE
                    AFTER ADVANCING 1 LINES
            END-IF.

        1119-CHECK-EXIT.
            EXIT.

      *    LOW AND HIGH RANK ARE THE SAME PEER FOR AN ODD COUNT AND
      *    THE TWO MIDDLE PEERS FOR AN EVEN ONE.
        1112-FIND-PEER-MEDIAN.

            COMPUTE WS-AN-LOW-RANK = (WS-AN-PEER-COUNT + 1) / 2.
            COMPUTE WS-AN-HIGH-RANK = WS-AN-PEER-COUNT / 2 + 1.
            MOVE ZERO TO WS-AN-RUNNING.

            PERFORM VARYING WS-AN-TEMP-IDX FROM 1 BY 1
                UNTIL WS-AN-TEMP-IDX > 99
                IF WS-AN-TALLY(WS-AN-TEMP-IDX) > ZERO
                    IF WS-AN-RUNNING < WS-AN-LOW-RANK
                        AND WS-AN-RUNNING + WS-AN-TALLY(WS-AN-TEMP-IDX)
                            NOT < WS-AN-LOW-RANK
                        COMPUTE WS-AN-LOW-TEMP = WS-AN-TEMP-IDX - 1
                    END-IF
                    IF WS-AN-RUNNING < WS-AN-HIGH-RANK
                        AND WS-AN-RUNNING + WS-AN-TALLY(WS-AN-TEMP-IDX)
                            NOT < WS-AN-HIGH-RANK
                        COMPUTE WS-AN-HIGH-TEMP = WS-AN-TEMP-IDX - 1
                    END-IF
                    ADD WS-AN-TALLY(WS-AN-TEMP-IDX) TO WS-AN-RUNNING
                END-IF
            END-PERFORM.

            COMPUTE WS-AN-MEDIAN =
                (WS-AN-LOW-TEMP + WS-AN-HIGH-TEMP) / 2.

        1116-FILL-SUSPECT-RECORD.

            MOVE WDT-STATION(WDD-SUBIDX) TO SR-STATION.
            MOVE WS-AN-OBS-DATE TO SR-OBS-DATE.
            SET SR-SUSPECT TO TRUE.
            MOVE WDT-MEAN-TEMP(WDD-SUBIDX) TO SR-MEAN-TEMP.
            MOVE WS-AN-MEDIAN TO SR-PEER-MEDIAN.
            MOVE WS-AN-PEER-COUNT TO SR-PEER-COUNT.
            MOVE WS-TODAY-DATE TO SR-FLAG-DATE.
            MOVE SPACES TO SR-CLEARED-BY.
            MOVE ZERO TO SR-CLEARED-DATE.

      *    COUNTS THIS READING PLUS EVERY UNCLEARED SUSPECT READING
      *    ON THE DAYS IMMEDIATELY BEFORE IT; A GAP OR A CLEARED DAY
      *    ENDS THE RUN.
        1130-MEASURE-SUSPECT-RUN.

            MOVE 1 TO WS-AN-RUN-DAYS.
            MOVE WDT-YEAR(WDD-SUBIDX) TO WS-AN-WALK-YEAR.
            MOVE WDT-MONTH(WDD-SUBIDX) TO WS-AN-WALK-MONTH.
            MOVE WDT-DAY(WDD-SUBIDX) TO WS-AN-WALK-DAY.
            MOVE 'N' TO WS-AN-WALK-SWITCH.

            PERFORM UNTIL WS-AN-WALK-ENDED
                PERFORM 1135-STEP-BACK-ONE-DAY
                MOVE WDT-STATION(WDD-SUBIDX) TO SR-STATION
                MOVE WS-AN-WALK-DATE TO SR-OBS-DATE
                READ SUSPECT-READINGS
                    KEY IS SR-KEY
                    INVALID KEY
                        SET WS-AN-WALK-ENDED TO TRUE
                    NOT INVALID KEY
                        IF SR-SUSPECT AND WS-AN-RUN-DAYS < 999
                            ADD 1 TO WS-AN-RUN-DAYS
                        ELSE
                            SET WS-AN-WALK-ENDED TO TRUE
                        END-IF
                END-READ
            END-PERFORM.

            IF WS-AN-RUN-DAYS NOT < WS-AN-SUSPECT-DAYS
                PERFORM 1137-NOTE-MAINTENANCE
            END-IF.

        1135-STEP-BACK-ONE-DAY.

            IF WS-AN-WALK-DAY > 1
                SUBTRACT 1 FROM WS-AN-WALK-DAY
            ELSE
                IF WS-AN-WALK-MONTH > 1
                    SUBTRACT 1 FROM WS-AN-WALK-MONTH
                ELSE
                    MOVE 12 TO WS-AN-WALK-MONTH
                    SUBTRACT 1 FROM WS-AN-WALK-YEAR
                END-IF
                MOVE WS-DAYS-IN-MONTH(WS-AN-WALK-MONTH)
                    TO WS-AN-WALK-DAY
                IF WS-AN-WALK-MONTH = 2
                    DIVIDE WS-AN-WALK-YEAR BY 4
                        GIVING WS-WV-LEAP-QUOTIENT
                        REMAINDER WS-WV-LEAP-REMAINDER
                    IF WS-WV-LEAP-REMAINDER = ZERO
                        DIVIDE WS-AN-WALK-YEAR BY 100
                            GIVING WS-WV-LEAP-QUOTIENT
                            REMAINDER WS-WV-LEAP-REMAINDER
                        IF WS-WV-LEAP-REMAINDER NOT = ZERO
                            MOVE 29 TO WS-AN-WALK-DAY
                        ELSE
                            DIVIDE WS-AN-WALK-YEAR BY 400
                                GIVING WS-WV-LEAP-QUOTIENT
                                REMAINDER WS-WV-LEAP-REMAINDER
                            IF WS-WV-LEAP-REMAINDER = ZERO
                                MOVE 29 TO WS-AN-WALK-DAY
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.

      *    ONE MAINTENANCE LINE PER STATION, CARRYING ITS LONGEST
      *    RUN OF SUSPECT DAYS.
        1137-NOTE-MAINTENANCE.

            MOVE ZERO TO WS-AN-MAINT-FOUND-IDX.
            PERFORM VARYING WS-AN-MAINT-SUBIDX FROM 1 BY 1
                UNTIL WS-AN-MAINT-SUBIDX > WS-AN-MAINT-COUNT
                IF WS-AN-MAINT-STATION(WS-AN-MAINT-SUBIDX) =
                        WDT-STATION(WDD-SUBIDX)
                    MOVE WS-AN-MAINT-SUBIDX TO WS-AN-MAINT-FOUND-IDX
                END-IF
            END-PERFORM.

            IF WS-AN-MAINT-FOUND-IDX = ZERO
                IF WS-AN-MAINT-COUNT >= 200
                    DISPLAY "WARNING - MAINTENANCE LIST FULL"
                ELSE
                    ADD 1 TO WS-AN-MAINT-COUNT
                    MOVE WS-AN-MAINT-COUNT TO WS-AN-MAINT-FOUND-IDX
                    MOVE WDT-STATION(WDD-SUBIDX)
                        TO WS-AN-MAINT-STATION(WS-AN-MAINT-FOUND-IDX)
                    MOVE ZERO
                        TO WS-AN-MAINT-DAYS(WS-AN-MAINT-FOUND-IDX)
                END-IF
            END-IF.

            IF WS-AN-MAINT-FOUND-IDX > ZERO
                IF WS-AN-RUN-DAYS >
                        WS-AN-MAINT-DAYS(WS-AN-MAINT-FOUND-IDX)
                    MOVE WS-AN-RUN-DAYS
                        TO WS-AN-MAINT-DAYS(WS-AN-MAINT-FOUND-IDX)
                    MOVE WDT-YEAR(WDD-SUBIDX) TO WS-AN-OBS-YEAR
                    MOVE WDT-MONTH(WDD-SUBIDX) TO WS-AN-OBS-MONTH
                    MOVE WDT-DAY(WDD-SUBIDX) TO WS-AN-OBS-DAY
                    MOVE WS-AN-OBS-DATE
                        TO WS-AN-MAINT-THRU(WS-AN-MAINT-FOUND-IDX)
                END-IF
            END-IF.

        1138-PRINT-MAINTENANCE-LINE.

            MOVE WS-AN-MAINT-STATION(WS-AN-MAINT-SUBIDX)
                TO AML-STATION.
            MOVE WS-AN-MAINT-DAYS(WS-AN-MAINT-SUBIDX) TO AML-DAYS.
            MOVE WS-AN-MAINT-THRU(WS-AN-MAINT-SUBIDX)
                TO AML-THRU-DATE.
            MOVE WS-AN-MAINT-STATION(WS-AN-MAINT-SUBIDX)
                TO WS-LOOKUP-STATION.
            PERFORM 0610-LOOKUP-STATION.
            MOVE WS-FOUND-NAME TO AML-STATION-NAME.
            MOVE WS-FOUND-STATE TO AML-STATION-STATE.
            WRITE ANDATA FROM ANOMALY-MAINT-LINE
                AFTER ADVANCING 1 LINES.

      *    WEATHER-CLEAR.DAT IS OPTIONAL. A LINE FOR A READING THAT
      *    WAS ALREADY CLEARED IS PASSED OVER QUIETLY, SO THE SAME
      *    FILE CAN BE LEFT IN PLACE FOR SEVERAL RUNS.
        1140-APPLY-CLEARANCES.

            OPEN INPUT SUSPECT-CLEARANCE.
            IF SC-STATUS NOT = "00"
                GO TO 1149-CLEARANCE-EXIT
            END-IF.

            READ SUSPECT-CLEARANCE
                AT END MOVE "10" TO SC-STATUS
            END-READ.

            PERFORM 1145-APPLY-ONE-CLEARANCE
                UNTIL SC-STATUS NOT = "00".

            CLOSE SUSPECT-CLEARANCE.

        1149-CLEARANCE-EXIT.
            EXIT.

        1145-APPLY-ONE-CLEARANCE.

            MOVE SPACES TO ACL-ACTION.
            MOVE SC-STATION TO ACL-STATION.
            MOVE SC-OBS-DATE TO ACL-OBS-DATE.
            MOVE SC-CLEARED-BY TO ACL-CLEARED-BY.

            IF SC-STATION IS NOT NUMERIC
                OR SC-OBS-DATE IS NOT NUMERIC
                MOVE 'INVALID CLEARANCE - IGNORED' TO ACL-ACTION
                ADD 1 TO WS-AN-CLEAR-REJECTS
            ELSE
                MOVE SC-STATION TO SR-STATION
                MOVE SC-OBS-DATE TO SR-OBS-DATE
                READ SUSPECT-READINGS
                    KEY IS SR-KEY
                    INVALID KEY
                        MOVE 'NOT ON SUSPECT FILE - IGNORED'
                            TO ACL-ACTION
                        ADD 1 TO WS-AN-CLEAR-REJECTS
                    NOT INVALID KEY
                        IF SR-SUSPECT
                            SET SR-CLEARED TO TRUE
                            MOVE SC-CLEARED-BY TO SR-CLEARED-BY
                            MOVE WS-TODAY-DATE TO SR-CLEARED-DATE
                            REWRITE SR-RECORD
                                INVALID KEY
                                    DISPLAY "ERROR CLEARING ",
                                        SR-KEY, " - STATUS: ",
                                        SR-STATUS
                            END-REWRITE
                            MOVE 'CLEARED - READING RELEASED'
                                TO ACL-ACTION
                            ADD 1 TO WS-AN-CLEARED-COUNT
                            PERFORM 1147-RELEASE-CLEARED-READING
                        END-IF
                END-READ
            END-IF.

            IF WS-AN-OPEN AND ACL-ACTION NOT = SPACES
                WRITE ANDATA FROM ANOMALY-CLEARED-LINE
                    AFTER ADVANCING 1 LINES
            END-IF.

            READ SUSPECT-CLEARANCE
                AT END MOVE "10" TO SC-STATUS
            END-READ.

      *    A CLEARED READING LOADED THIS RUN GOES BACK INTO THE TABLE
      *    PROCESSING; ONE FROM AN EARLIER RUN IS FETCHED FROM THE
      *    ARCHIVE AND GIVEN THE RECORD-EXTREMES CHECK IT MISSED.
        1147-RELEASE-CLEARED-READING.

            MOVE ZERO TO WS-AN-FOUND-IDX.
            PERFORM VARYING WS-AN-SUBIDX FROM 1 BY 1
                UNTIL WS-AN-SUBIDX > WS-STATION-COUNT
                MOVE WDT-YEAR(WS-AN-SUBIDX) TO WS-AN-OBS-YEAR
                MOVE WDT-MONTH(WS-AN-SUBIDX) TO WS-AN-OBS-MONTH
                MOVE WDT-DAY(WS-AN-SUBIDX) TO WS-AN-OBS-DAY
                IF WDT-STATION(WS-AN-SUBIDX) = SR-STATION
                    AND WS-AN-OBS-DATE = SR-OBS-DATE
                    MOVE WS-AN-SUBIDX TO WS-AN-FOUND-IDX
                    MOVE 2001 TO WS-AN-SUBIDX
                END-IF
            END-PERFORM.

            IF WS-AN-FOUND-IDX > ZERO
                MOVE 'C' TO WDT-ANOMALY-FLAG(WS-AN-FOUND-IDX)
            ELSE
                IF WS-AR-AVAILABLE
                    MOVE SR-STATION TO WA-STATION
                    MOVE SR-OBS-DATE TO WA-OBS-DATE
                    READ WEATHER-ARCHIVE
                        KEY IS WA-KEY
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE WA-STATION TO WD-ST
                            MOVE WA-MONTH TO WD-MONTH
                            MOVE WA-DAY TO WD-DAY
                            MOVE WA-YEAR TO WD-YEAR
                            MOVE WA-MEAN-TEMP TO WD-MEAN-TEMP
                            PERFORM 0230-CHECK-RECORD-EXTREMES
                                THRU 0239-EXTREMES-EXIT
                    END-READ
                END-IF
            END-IF.

        1150-PRINT-ANOMALY-TOTALS.

            MOVE "READINGS CHECKED AGAINST NEIGHBORS:" TO ATL-LABEL.
            MOVE WS-AN-CHECKED TO ATL-COUNT.
            WRITE ANDATA FROM ANOMALY-TOTAL-LINE
                AFTER ADVANCING 2 LINES.
            MOVE "READINGS WITH TOO FEW NEIGHBORS:" TO ATL-LABEL.
            MOVE WS-AN-FEW-PEERS TO ATL-COUNT.
            WRITE ANDATA FROM ANOMALY-TOTAL-LINE
                AFTER ADVANCING 1 LINES.
            MOVE "READINGS FLAGGED SUSPECT:" TO ATL-LABEL.
            MOVE WS-AN-SUSPECT-COUNT TO ATL-COUNT.
            WRITE ANDATA FROM ANOMALY-TOTAL-LINE
                AFTER ADVANCING 1 LINES.
            MOVE "OFF BUT CLEARED EARLIER - ACCEPTED:" TO ATL-LABEL.
            MOVE WS-AN-PASSED-CLEARED TO ATL-COUNT.
            WRITE ANDATA FROM ANOMALY-TOTAL-LINE
                AFTER ADVANCING 1 LINES.
            MOVE "CLEARANCES APPLIED:" TO ATL-LABEL.
            MOVE WS-AN-CLEARED-COUNT TO ATL-COUNT.
            WRITE ANDATA FROM ANOMALY-TOTAL-LINE
                AFTER ADVANCING 1 LINES.
            MOVE "CLEARANCES REJECTED:" TO ATL-LABEL.
            MOVE WS-AN-CLEAR-REJECTS TO ATL-COUNT.
            WRITE ANDATA FROM ANOMALY-TOTAL-LINE
                AFTER ADVANCING 1 LINES.
            MOVE "READINGS HELD OUT THIS RUN:" TO ATL-LABEL.
            MOVE WS-AN-HELD-COUNT TO ATL-COUNT.
            WRITE ANDATA FROM ANOMALY-TOTAL-LINE
                AFTER ADVANCING 1 LINES.

        9990-ERROR-END.

            DISPLAY "STATION NOT FOUND".
            IF WS-XT-AVAILABLE
                CLOSE STATION-EXTREMES
            END-IF.
            IF WS-NM-AVAILABLE
                CLOSE CLIMATE-NORMALS
            END-IF.
            CLOSE WEATHER-DATA.
            IF WS-SM-AVAILABLE
                CLOSE STATION-MASTER
