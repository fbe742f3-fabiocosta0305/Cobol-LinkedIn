        IDENTIFICATION DIVISION.
        PROGRAM-ID. WEATHER-NORMALS.
        AUTHOR. FABIO COSTA.
      *    YEARLY CLIMATE-NORMALS BUILD: SWEEPS WEATHER-ARCH.DAT IN
      *    STATION/DATE ORDER AND, FOR EVERY STATION AND CALENDAR
      *    DAY, AVERAGES THE MEAN TEMPERATURE OVER EVERY COMPLETE
      *    YEAR ON THE ARCHIVE. A DAY IS ONLY GIVEN A NORMAL WHEN
      *    ENOUGH YEARS STAND BEHIND IT - A TWO-YEAR AVERAGE IS NOT
      *    A NORMAL. THE RESULTS ARE WRITTEN FRESH TO WEATHER-NORM.DAT,
      *    WHICH WEATHER READS TO PRINT EACH OBSERVATION'S DEPARTURE
      *    FROM NORMAL. RUN ONCE A YEAR, AFTER THE YEAR HAS CLOSED;
      *    WEATHER WARNS WHEN THE NORMALS ON FILE ARE OLDER THAN
      *    THAT. ONLY READINGS TAKEN WHILE THE STATION WAS IN
      *    SERVICE, PER ITS DATES ON STATION-MST.DAT, GO INTO A
      *    NORMAL.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT WEATHER-ARCHIVE
            ASSIGN TO "WEATHER-ARCH.DAT"
            FILE STATUS IS WA-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS WA-KEY.

        SELECT STATION-MASTER
            ASSIGN TO "STATION-MST.DAT"
            FILE STATUS IS SM-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SM-STATION.

      *    ONE RECORD PER STATION AND CALENDAR DAY THAT HAS ENOUGH
      *    YEARS BEHIND IT, KEYED SO WEATHER CAN READ THE NORMAL FOR
      *    AN OBSERVATION DIRECTLY.
        SELECT CLIMATE-NORMALS
            ASSIGN TO "WEATHER-NORM.DAT"
            FILE STATUS IS NM-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS NM-KEY.

        SELECT NORMALS-REPORT
            ASSIGN TO "WEATHER-NORM.RPT"
            FILE STATUS IS NR-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE RECORD: MINIMUM YEARS FOR A NORMAL AND THE LAST YEAR
      *    TO INCLUDE. EITHER MAY BE BLANK; WITH NO PARAMETER FILE
      *    THE BUILD USES TEN YEARS THROUGH LAST YEAR.
        SELECT NORMALS-PARM-FILE
            ASSIGN TO "NORMALS.PRM"
            FILE STATUS IS NP-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.

        FILE SECTION.

        FD WEATHER-ARCHIVE.
        01 WA-RECORD.
            02 WA-KEY.
                03 WA-STATION            PIC 9(6).
                03 WA-OBS-DATE.
                    04 WA-YEAR           PIC 9(4).
                    04 WA-MONTH          PIC 9(2).
                    04 WA-DAY            PIC 9(2).
            02 WA-MEAN-TEMP              PIC 9(2).
            02 WA-CONDITION              PIC X(30).

        FD STATION-MASTER.
        01 SM-RECORD.
            02 SM-STATION                PIC 9(6).
            02 SM-NAME                   PIC X(20).
            02 SM-STATE                  PIC X(2).
            02 SM-REGION                 PIC X(10).
            02 SM-IN-SERVICE-DATE        PIC 9(8).
            02 SM-OUT-SERVICE-DATE       PIC 9(8).

      *    NM-YEARS IS HOW MANY YEARS WENT INTO THE NORMAL;
      *    NM-BUILD-DATE AND NM-THRU-YEAR SAY WHICH BUILD MADE IT.
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

        FD NORMALS-REPORT.
        01 NRDATA.
            02 FILLER      PIC X(100).

        FD NORMALS-PARM-FILE.
        01 NORMALS-PARM-RECORD.
            02 NP-MIN-YEARS              PIC X(2).
            02 FILLER                    PIC X.
            02 NP-THRU-YEAR              PIC X(4).

        WORKING-STORAGE SECTION.

        01  MEM-VALUES.
            02 WA-STATUS                PIC X(2).
            02 SM-STATUS                PIC X(2).
            02 NM-STATUS                PIC X(2).
            02 NR-STATUS                PIC X(2).
            02 NP-STATUS                PIC X(2).
            02 WS-AR-EOF-SWITCH         PIC X(1) VALUE 'N'.
               88 WS-AR-ENDOFFILE       VALUE 'Y'.
            02 WS-STATION-OPEN-SWITCH   PIC X(1) VALUE 'N'.
               88 WS-STATION-OPEN       VALUE 'Y'.
            02 WS-NR-OPEN-SWITCH        PIC X(1) VALUE 'N'.
               88 WS-NR-OPEN            VALUE 'Y'.
            02 WS-SM-AVAIL-SWITCH       PIC X(1) VALUE 'N'.
               88 WS-SM-AVAILABLE       VALUE 'Y'.
            02 WS-TODAY-DATE            PIC 9(8).
            02 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
               03 WS-TODAY-YEAR         PIC 9(4).
               03 FILLER                PIC 9(4).

      *    BUILD RULES - SEE THE NORMALS-PARM-FILE SELECT COMMENT.
        01  WS-NORMALS-RULES.
            02 WS-MIN-YEARS             PIC 9(2) VALUE 10.
            02 WS-THRU-YEAR             PIC 9(4) VALUE ZERO.

      *    ONE STATION'S RUNNING TOTALS PER CALENDAR DAY. THE
      *    ARCHIVE KEY ALLOWS ONE READING PER STATION PER DATE, SO
      *    THE READING COUNT FOR A DAY IS ALSO ITS NUMBER OF YEARS.
        01  WS-STATION-DAY-AREAS.
            02 WS-CUR-STATION           PIC 9(6) VALUE ZERO.
            02 WS-FIRST-YEAR            PIC 9(4) VALUE ZERO.
            02 WS-LAST-YEAR             PIC 9(4) VALUE ZERO.
            02 WS-MONTH-IDX             PIC 9(2) VALUE ZERO.
            02 WS-DAY-IDX               PIC 9(2) VALUE ZERO.
            02 WS-CUR-IN-SERVICE        PIC 9(8) VALUE ZERO.
            02 WS-CUR-OUT-SERVICE       PIC 9(8) VALUE ZERO.
            02 WS-OBS-DATE              PIC 9(8) VALUE ZERO.
            02 WS-CAL-MONTH OCCURS 12 TIMES.
               03 WS-CAL-DAY OCCURS 31 TIMES.
                  04 WS-CAL-TEMP-TOTAL  PIC 9(7).
                  04 WS-CAL-YEARS       PIC 9(3).

        01  WS-COUNT-AREAS.
            02 WS-ST-OBS                PIC 9(7) VALUE ZERO.
            02 WS-ST-WRITTEN            PIC 9(4) VALUE ZERO.
            02 WS-ST-SHORT              PIC 9(4) VALUE ZERO.
            02 WS-TOT-STATIONS          PIC 9(5) VALUE ZERO.
            02 WS-TOT-OBS               PIC 9(9) VALUE ZERO.
            02 WS-TOT-EXCLUDED          PIC 9(9) VALUE ZERO.
            02 WS-TOT-OUT-OF-SERVICE    PIC 9(9) VALUE ZERO.
            02 WS-TOT-WRITTEN           PIC 9(7) VALUE ZERO.
            02 WS-TOT-SHORT             PIC 9(7) VALUE ZERO.

        01 NORMALS-TITLE-LINE.
            02 FILLER              PIC X(32) VALUE
               "CLIMATE NORMALS BUILD - THROUGH ".
            02 NTL-THRU-YEAR       PIC 9(4).
            02 FILLER              PIC X(17) VALUE
               "  MINIMUM YEARS: ".
            02 NTL-MIN-YEARS       PIC Z9.
            02 FILLER              PIC X(10) VALUE "  BUILT: ".
            02 NTL-BUILD-DATE      PIC 9(8).

        01 NORMALS-STATION-LINE.
            02 FILLER              PIC X(10) VALUE "STATION #".
            02 NSL-STATION         PIC 9(6).
            02 FILLER              PIC X(8)  VALUE " - OBS: ".
            02 NSL-OBS             PIC Z,ZZZ,ZZ9.
            02 FILLER              PIC X(8)  VALUE "  YEARS ".
            02 NSL-FIRST-YEAR      PIC 9(4).
            02 FILLER              PIC X     VALUE "-".
            02 NSL-LAST-YEAR       PIC 9(4).
            02 FILLER              PIC X(14) VALUE "  NORMAL DAYS:".
            02 NSL-WRITTEN         PIC ZZ9.
            02 FILLER              PIC X(17) VALUE
               "  SHORT OF MIN: ".
            02 NSL-SHORT           PIC ZZ9.

        01 NORMALS-TOTAL-LINE.
            02 NTT-LABEL           PIC X(40).
            02 NTT-COUNT           PIC ZZZ,ZZZ,ZZ9.

        PROCEDURE DIVISION.

        0100-START.

            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

            PERFORM 0110-GET-NORMALS-RULES.

            OPEN INPUT WEATHER-ARCHIVE.
            IF WA-STATUS NOT = "00"
                DISPLAY "ERROR OPENING WEATHER-ARCH.DAT - STATUS: ",
                    WA-STATUS
                GO TO 9999-END
            END-IF.

      *    WITHOUT THE MASTER EVERY READING COUNTS, AS IT DID
      *    BEFORE STATIONS CARRIED SERVICE DATES.
            OPEN INPUT STATION-MASTER.
            IF SM-STATUS = "00"
                SET WS-SM-AVAILABLE TO TRUE
            ELSE
                DISPLAY "WARNING - STATION MASTER UNAVAILABLE - ",
                    "STATUS: ", SM-STATUS,
                    " - SERVICE DATES NOT APPLIED"
            END-IF.

            OPEN OUTPUT CLIMATE-NORMALS.
            IF NM-STATUS NOT = "00"
                DISPLAY "ERROR OPENING WEATHER-NORM.DAT - STATUS: ",
                    NM-STATUS
                CLOSE WEATHER-ARCHIVE
                GO TO 9999-END
            END-IF.

            OPEN OUTPUT NORMALS-REPORT.
            IF NR-STATUS = "00"
                SET WS-NR-OPEN TO TRUE
                MOVE WS-THRU-YEAR TO NTL-THRU-YEAR
                MOVE WS-MIN-YEARS TO NTL-MIN-YEARS
                MOVE WS-TODAY-DATE TO NTL-BUILD-DATE
                WRITE NRDATA FROM NORMALS-TITLE-LINE
                    AFTER ADVANCING PAGE
            END-IF.

            READ WEATHER-ARCHIVE NEXT RECORD
                AT END SET WS-AR-ENDOFFILE TO TRUE
            END-READ.

            PERFORM 0200-ACCUMULATE-OBSERVATION
                UNTIL WS-AR-ENDOFFILE.

            IF WS-STATION-OPEN
                PERFORM 0300-WRITE-STATION-NORMALS
            END-IF.

            PERFORM 0400-PRINT-BUILD-TOTALS.

            CLOSE WEATHER-ARCHIVE.
            CLOSE CLIMATE-NORMALS.
            IF WS-SM-AVAILABLE
                CLOSE STATION-MASTER
            END-IF.

            DISPLAY "CLIMATE NORMALS BUILT: ", WS-TOT-WRITTEN,
                " STATION-DAYS FOR ", WS-TOT-STATIONS, " STATIONS".

            GO TO 9999-END.

      *    THE DEFAULT LAST YEAR IS LAST YEAR - THE CURRENT YEAR IS
      *    STILL INCOMPLETE AND WOULD WEIGHT THE EARLY MONTHS.
        0110-GET-NORMALS-RULES.

            COMPUTE WS-THRU-YEAR = WS-TODAY-YEAR - 1.

            OPEN INPUT NORMALS-PARM-FILE.
            IF NP-STATUS = "00"
                READ NORMALS-PARM-FILE
                END-READ
                IF NP-STATUS = "00"
                    IF NP-MIN-YEARS IS NUMERIC
                        AND NP-MIN-YEARS > "00"
                        MOVE NP-MIN-YEARS TO WS-MIN-YEARS
                    END-IF
                    IF NP-THRU-YEAR IS NUMERIC
                        AND NP-THRU-YEAR > "1900"
                        MOVE NP-THRU-YEAR TO WS-THRU-YEAR
                    END-IF
                END-IF
                CLOSE NORMALS-PARM-FILE
            END-IF.

        0200-ACCUMULATE-OBSERVATION.

            IF WS-STATION-OPEN AND WA-STATION NOT = WS-CUR-STATION
                PERFORM 0300-WRITE-STATION-NORMALS
            END-IF.

            IF NOT WS-STATION-OPEN
                PERFORM 0210-START-STATION
            END-IF.

            MOVE WA-OBS-DATE TO WS-OBS-DATE.

            IF WA-YEAR > WS-THRU-YEAR
                ADD 1 TO WS-TOT-EXCLUDED
            ELSE
            IF WS-OBS-DATE < WS-CUR-IN-SERVICE
                OR (WS-CUR-OUT-SERVICE NOT = ZERO
                    AND WS-OBS-DATE >= WS-CUR-OUT-SERVICE)
                ADD 1 TO WS-TOT-OUT-OF-SERVICE
            ELSE
                IF WA-MEAN-TEMP IS NUMERIC
                    AND WA-MONTH >= 1 AND WA-MONTH <= 12
                    AND WA-DAY >= 1 AND WA-DAY <= 31
                    ADD WA-MEAN-TEMP
                        TO WS-CAL-TEMP-TOTAL(WA-MONTH, WA-DAY)
                    ADD 1 TO WS-CAL-YEARS(WA-MONTH, WA-DAY)
                    ADD 1 TO WS-ST-OBS
                    IF WS-FIRST-YEAR = ZERO
                        MOVE WA-YEAR TO WS-FIRST-YEAR
                    END-IF
                    MOVE WA-YEAR TO WS-LAST-YEAR
                ELSE
                    ADD 1 TO WS-TOT-EXCLUDED
                END-IF
            END-IF
            END-IF.

            READ WEATHER-ARCHIVE NEXT RECORD
                AT END SET WS-AR-ENDOFFILE TO TRUE
            END-READ.

        0210-START-STATION.

            SET WS-STATION-OPEN TO TRUE.
            MOVE WA-STATION TO WS-CUR-STATION.
            MOVE ZERO TO WS-FIRST-YEAR.
            MOVE ZERO TO WS-LAST-YEAR.
            MOVE ZERO TO WS-ST-OBS.
            MOVE ZERO TO WS-ST-WRITTEN.
            MOVE ZERO TO WS-ST-SHORT.

            PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                UNTIL WS-MONTH-IDX > 12
                INITIALIZE WS-CAL-MONTH(WS-MONTH-IDX)
            END-PERFORM.

      *    A STATION NOT ON THE MASTER HAS NO SERVICE DATES TO
      *    APPLY, SO ALL OF ITS READINGS COUNT.
            MOVE ZERO TO WS-CUR-IN-SERVICE.
            MOVE ZERO TO WS-CUR-OUT-SERVICE.
            IF WS-SM-AVAILABLE
                MOVE WA-STATION TO SM-STATION
                READ STATION-MASTER
                    KEY IS SM-STATION
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF SM-IN-SERVICE-DATE IS NUMERIC
                            MOVE SM-IN-SERVICE-DATE
                                TO WS-CUR-IN-SERVICE
                        END-IF
                        IF SM-OUT-SERVICE-DATE IS NUMERIC
                            MOVE SM-OUT-SERVICE-DATE
                                TO WS-CUR-OUT-SERVICE
                        END-IF
                END-READ
            END-IF.

      *    CLOSES OUT ONE STATION: A NORMAL FOR EVERY CALENDAR DAY
      *    WITH THE MINIMUM YEARS, A COUNT OF THE DAYS THAT FELL
      *    SHORT, AND ONE LINE ON THE BUILD REPORT.
        0300-WRITE-STATION-NORMALS.

            PERFORM 0310-WRITE-DAY-NORMAL
                VARYING WS-MONTH-IDX FROM 1 BY 1
                UNTIL WS-MONTH-IDX > 12
                AFTER WS-DAY-IDX FROM 1 BY 1
                UNTIL WS-DAY-IDX > 31.

            ADD 1 TO WS-TOT-STATIONS.
            ADD WS-ST-OBS TO WS-TOT-OBS.
            ADD WS-ST-WRITTEN TO WS-TOT-WRITTEN.
            ADD WS-ST-SHORT TO WS-TOT-SHORT.

            IF WS-NR-OPEN
                MOVE WS-CUR-STATION TO NSL-STATION
                MOVE WS-ST-OBS TO NSL-OBS
                MOVE WS-FIRST-YEAR TO NSL-FIRST-YEAR
                MOVE WS-LAST-YEAR TO NSL-LAST-YEAR
                MOVE WS-ST-WRITTEN TO NSL-WRITTEN
                MOVE WS-ST-SHORT TO NSL-SHORT
                WRITE NRDATA FROM NORMALS-STATION-LINE
                    AFTER ADVANCING 1 LINES
            END-IF.

            MOVE 'N' TO WS-STATION-OPEN-SWITCH.

        0310-WRITE-DAY-NORMAL.

            IF WS-CAL-YEARS(WS-MONTH-IDX, WS-DAY-IDX) > ZERO
                IF WS-CAL-YEARS(WS-MONTH-IDX, WS-DAY-IDX)
                        < WS-MIN-YEARS
                    ADD 1 TO WS-ST-SHORT
                ELSE
                    MOVE WS-CUR-STATION TO NM-STATION
                    MOVE WS-MONTH-IDX TO NM-MONTH
                    MOVE WS-DAY-IDX TO NM-DAY
                    COMPUTE NM-NORMAL-TEMP ROUNDED =
                        WS-CAL-TEMP-TOTAL(WS-MONTH-IDX, WS-DAY-IDX)
                        / WS-CAL-YEARS(WS-MONTH-IDX, WS-DAY-IDX)
                    MOVE WS-CAL-YEARS(WS-MONTH-IDX, WS-DAY-IDX)
                        TO NM-YEARS
                    MOVE WS-THRU-YEAR TO NM-THRU-YEAR
                    MOVE WS-TODAY-DATE TO NM-BUILD-DATE
                    WRITE NM-RECORD
                        INVALID KEY
                            DISPLAY "ERROR WRITING NORMAL FOR ",
                                NM-KEY, " - STATUS: ", NM-STATUS
                        NOT INVALID KEY
                            ADD 1 TO WS-ST-WRITTEN
                    END-WRITE
                END-IF
            END-IF.

        0400-PRINT-BUILD-TOTALS.

            IF WS-NR-OPEN
                MOVE "STATIONS BUILT:" TO NTT-LABEL
                MOVE WS-TOT-STATIONS TO NTT-COUNT
                WRITE NRDATA FROM NORMALS-TOTAL-LINE
                    AFTER ADVANCING 2 LINES
                MOVE "OBSERVATIONS USED:" TO NTT-LABEL
                MOVE WS-TOT-OBS TO NTT-COUNT
                WRITE NRDATA FROM NORMALS-TOTAL-LINE
                    AFTER ADVANCING 1 LINES
                MOVE "OBSERVATIONS AFTER THRU YEAR OR INVALID:"
                    TO NTT-LABEL
                MOVE WS-TOT-EXCLUDED TO NTT-COUNT
                WRITE NRDATA FROM NORMALS-TOTAL-LINE
                    AFTER ADVANCING 1 LINES
                MOVE "OBSERVATIONS OUTSIDE STATION SERVICE:"
                    TO NTT-LABEL
                MOVE WS-TOT-OUT-OF-SERVICE TO NTT-COUNT
                WRITE NRDATA FROM NORMALS-TOTAL-LINE
                    AFTER ADVANCING 1 LINES
                MOVE "STATION-DAYS WITH A NORMAL:" TO NTT-LABEL
                MOVE WS-TOT-WRITTEN TO NTT-COUNT
                WRITE NRDATA FROM NORMALS-TOTAL-LINE
                    AFTER ADVANCING 1 LINES
                MOVE "STATION-DAYS SHORT OF MINIMUM YEARS:"
                    TO NTT-LABEL
                MOVE WS-TOT-SHORT TO NTT-COUNT
                WRITE NRDATA FROM NORMALS-TOTAL-LINE
                    AFTER ADVANCING 1 LINES
            END-IF.

        9999-END.
            IF WS-NR-OPEN
                CLOSE NORMALS-REPORT
            END-IF.

            STOP RUN.
