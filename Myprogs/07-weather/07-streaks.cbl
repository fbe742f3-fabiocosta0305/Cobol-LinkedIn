        IDENTIFICATION DIVISION.
        PROGRAM-ID. WEATHER-STREAKS.
        AUTHOR. FABIO COSTA.
      *    MULTI-DAY EVENT DETECTION OVER WEATHER-ARCH.DAT: HEAT
      *    WAVES, COLD SNAPS, AND RUNS OF RAIN, SNOW OR THUNDER DAYS.
      *    EACH EVENT IS DEFINED ON STREAKS.PRM AS A TEST ON THE MEAN
      *    TEMPERATURE OR ONE CONDITION COUNT PLUS A MINIMUM RUN
      *    LENGTH. THE ARCHIVE IS WALKED STATION BY STATION IN DATE
      *    ORDER; EVERY QUALIFYING RUN IS LISTED WITH ITS START AND
      *    END DATES, LENGTH AND PEAK VALUE, AND EACH STATION'S
      *    LONGEST RUN OF EVERY EVENT IS TABLED AT THE END. A DAY
      *    MISSING FROM THE ARCHIVE ENDS A RUN - A STREAK IS NEVER
      *    BRIDGED ACROSS A GAP IN THE FEED.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT STATION-MASTER
            ASSIGN TO "STATION-MST.DAT"
            FILE STATUS IS SM-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SM-STATION.

        SELECT WEATHER-ARCHIVE
            ASSIGN TO "WEATHER-ARCH.DAT"
            FILE STATUS IS WA-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS WA-KEY.

        SELECT STREAK-REPORT
            ASSIGN TO "WEATHER-STREAKS.RPT"
            FILE STATUS IS SK-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *    AN OPTIONAL 'R' RECORD GIVES THE FROM AND TO DATES AND A
      *    SINGLE STATION (BLANK MEANS THE WHOLE ARCHIVE AND EVERY
      *    STATION); EACH 'E' RECORD DEFINES ONE EVENT. WITHOUT A
      *    PARAMETER FILE THERE IS NOTHING TO LOOK FOR.
        SELECT STREAK-PARM-FILE
            ASSIGN TO "STREAKS.PRM"
            FILE STATUS IS SP-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.

        FILE SECTION.

        FD STATION-MASTER.
        01 SM-RECORD.
            02 SM-STATION                PIC 9(6).
            02 SM-NAME                   PIC X(20).
            02 SM-STATE                  PIC X(2).
            02 SM-REGION                 PIC X(10).
            02 SM-IN-SERVICE-DATE        PIC 9(8).
            02 SM-OUT-SERVICE-DATE       PIC 9(8).

      *    THE CONDITION AREA IS THE SIX FIVE-DIGIT COUNTS FROM
      *    WEATHER.DAT: FOG, RAIN, SNOW, HAIL, THUNDER, TORNADO.
        FD WEATHER-ARCHIVE.
        01 WA-RECORD.
            02 WA-KEY.
                03 WA-STATION            PIC 9(6).
                03 WA-OBS-DATE           PIC 9(8).
                03 WA-OBS-PARTS REDEFINES WA-OBS-DATE.
                    04 WA-YEAR           PIC 9(4).
                    04 WA-MONTH          PIC 9(2).
                    04 WA-DAY            PIC 9(2).
            02 WA-MEAN-TEMP              PIC 9(2).
            02 WA-CONDITION              PIC X(30).
            02 WA-CONDITION-COUNTS REDEFINES WA-CONDITION.
                03 WA-COND-COUNT         PIC X(5) OCCURS 6 TIMES.

        FD STREAK-REPORT.
        01 SKDATA.
            02 FILLER      PIC X(100).

        FD STREAK-PARM-FILE.
        01 STREAK-PARM-RECORD.
            02 SP-RECORD-TYPE            PIC X(1).
            02 FILLER                    PIC X(49).
        01 SP-RANGE-RECORD.
            02 FILLER                    PIC X(2).
            02 SP-FROM-DATE              PIC X(8).
            02 FILLER                    PIC X.
            02 SP-TO-DATE                PIC X(8).
            02 FILLER                    PIC X.
            02 SP-STATION                PIC X(6).
            02 FILLER                    PIC X(24).
        01 SP-EVENT-RECORD.
            02 FILLER                    PIC X(2).
            02 SP-EVENT-NAME             PIC X(12).
            02 FILLER                    PIC X.
            02 SP-FIELD                  PIC X(4).
            02 FILLER                    PIC X.
            02 SP-OPERATOR               PIC X(2).
            02 FILLER                    PIC X.
            02 SP-VALUE                  PIC X(5).
            02 FILLER                    PIC X.
            02 SP-MIN-DAYS               PIC X(3).
            02 FILLER                    PIC X(18).

        WORKING-STORAGE SECTION.

        01  MEM-VALUES.
            02 SM-STATUS                PIC X(2).
            02 WA-STATUS                PIC X(2).
            02 SK-STATUS                PIC X(2).
            02 SP-STATUS                PIC X(2).
            02 WS-AR-EOF-SWITCH         PIC X(1) VALUE 'N'.
               88 WS-AR-ENDOFFILE       VALUE 'Y'.
            02 WS-SM-AVAIL-SWITCH       PIC X(1) VALUE 'N'.
               88 WS-SM-AVAILABLE       VALUE 'Y'.
            02 WS-STATION-OPEN-SWITCH   PIC X(1) VALUE 'N'.
               88 WS-STATION-OPEN       VALUE 'Y'.
            02 WS-HIT-SWITCH            PIC X(1) VALUE 'N'.
               88 WS-TEST-HIT           VALUE 'Y'.

        01  WS-RANGE-AREAS.
            02 WS-FROM-DATE             PIC 9(8) VALUE ZERO.
            02 WS-TO-DATE               PIC 9(8) VALUE 99999999.
            02 WS-ONE-STATION           PIC 9(6) VALUE ZERO.
            02 WS-CUR-STATION           PIC 9(6) VALUE ZERO.
            02 WS-EXPECTED-DATE         PIC 9(8) VALUE ZERO.
            02 WS-EXPECTED-PARTS REDEFINES WS-EXPECTED-DATE.
               03 WS-EXP-YEAR           PIC 9(4).
               03 WS-EXP-MONTH          PIC 9(2).
               03 WS-EXP-DAY            PIC 9(2).
            02 WS-OBS-VALUE             PIC 9(5) VALUE ZERO.

      *    EVENT DEFINITIONS FROM STREAKS.PRM AND, ALONGSIDE EACH,
      *    THE RUN CURRENTLY OPEN AT THE STATION BEING WALKED.
      *    WS-EV-FIELD-IDX IS ZERO FOR THE MEAN TEMPERATURE, ELSE
      *    THE CONDITION POSITION 1-6. A HIGH-SIDE TEST (GE/GT)
      *    PEAKS AT ITS HIGHEST VALUE, A LOW-SIDE TEST AT ITS LOWEST.
        01  WS-EVENT-AREAS.
            02 WS-EV-COUNT              PIC 9(2) VALUE ZERO.
            02 WS-EV-SUBIDX             PIC 9(2) VALUE ZERO.
            02 WS-EVENT-TABLE OCCURS 20 TIMES.
               03 WS-EV-NAME            PIC X(12).
               03 WS-EV-FIELD           PIC X(4).
               03 WS-EV-FIELD-IDX       PIC 9(1).
               03 WS-EV-OPERATOR        PIC X(2).
                  88 WS-EV-HIGH-SIDE    VALUE 'GE' 'GT'.
               03 WS-EV-VALUE           PIC 9(5).
               03 WS-EV-MIN-DAYS        PIC 9(3).
               03 WS-EV-RUN-DAYS        PIC 9(4).
               03 WS-EV-RUN-START       PIC 9(8).
               03 WS-EV-RUN-END         PIC 9(8).
               03 WS-EV-RUN-PEAK        PIC 9(5).
               03 WS-EV-FOUND           PIC 9(6).

      *    LONGEST RUN OF EACH EVENT PER STATION, KEPT FOR THE TABLE
      *    PRINTED AFTER THE EVENT LIST.
        01  WS-LONGEST-AREAS.
            02 WS-LS-COUNT              PIC 9(4) VALUE ZERO.
            02 WS-LS-SUBIDX             PIC 9(4) VALUE ZERO.
            02 WS-LS-CUR-IDX            PIC 9(4) VALUE ZERO.
            02 WS-LONGEST-TABLE OCCURS 500 TIMES.
               03 WS-LS-STATION         PIC 9(6).
               03 WS-LS-EVENT OCCURS 20 TIMES.
                  04 WS-LS-DAYS         PIC 9(4).
                  04 WS-LS-START        PIC 9(8).
                  04 WS-LS-END          PIC 9(8).
                  04 WS-LS-PEAK         PIC 9(5).

        01  WS-COUNT-AREAS.
            02 WS-OBS-READ              PIC 9(9) VALUE ZERO.
            02 WS-OBS-USED              PIC 9(9) VALUE ZERO.
            02 WS-TOT-EVENTS            PIC 9(7) VALUE ZERO.
            02 WS-PARM-REJECTS          PIC 9(4) VALUE ZERO.

      *    LEAP-YEAR AND MONTH-LENGTH WORK AREAS, THE SAME ARITHMETIC
      *    THE COVERAGE REPORT USES TO STEP THROUGH THE CALENDAR.
        01  WS-CALENDAR-AREAS.
            02 WS-MONTH-LIMIT           PIC 9(2) VALUE ZERO.
            02 WS-LEAP-QUOTIENT         PIC 9(4) VALUE ZERO.
            02 WS-LEAP-REMAINDER        PIC 9(4) VALUE ZERO.

        01 WS-DAYS-IN-MONTH-DATA.
            05 FILLER      PIC X(02) VALUE '31'.
            05 FILLER      PIC X(02) VALUE '28'.
            05 FILLER      PIC X(02) VALUE '31'.
            05 FILLER      PIC X(02) VALUE '30'.
            05 FILLER      PIC X(02) VALUE '31'.
            05 FILLER      PIC X(02) VALUE '30'.
            05 FILLER      PIC X(02) VALUE '31'.
            05 FILLER      PIC X(02) VALUE '31'.
            05 FILLER      PIC X(02) VALUE '30'.
            05 FILLER      PIC X(02) VALUE '31'.
            05 FILLER      PIC X(02) VALUE '30'.
            05 FILLER      PIC X(02) VALUE '31'.

        01 WS-DAYS-IN-MONTH-MAP REDEFINES WS-DAYS-IN-MONTH-DATA.
            05 WS-DAYS-IN-MONTH  PIC 9(2) OCCURS 12 TIMES.

        01 STREAK-TITLE-LINE.
            02 FILLER              PIC X(26) VALUE
               "WEATHER STREAK ANALYSIS - ".
            02 STL-FROM            PIC 9(8).
            02 FILLER              PIC X(4)  VALUE " TO ".
            02 STL-TO              PIC 9(8).
            02 FILLER              PIC X(11) VALUE "  STATION: ".
            02 STL-STATION         PIC X(6).

        01 EVENT-DEFINITION-LINE.
            02 FILLER              PIC X(7)  VALUE "EVENT: ".
            02 EDL-NAME            PIC X(12).
            02 FILLER              PIC X(2)  VALUE SPACES.
            02 EDL-FIELD           PIC X(4).
            02 FILLER              PIC X     VALUE SPACE.
            02 EDL-OPERATOR        PIC X(2).
            02 FILLER              PIC X     VALUE SPACE.
            02 EDL-VALUE           PIC ZZZZ9.
            02 FILLER              PIC X(16) VALUE
               "  MINIMUM DAYS: ".
            02 EDL-MIN-DAYS        PIC ZZ9.

        01 STREAK-SECTION-LINE.
            02 SSC-TEXT            PIC X(60).

        01 EVENT-DETAIL-LINE.
            02 FILLER              PIC X(10) VALUE "STATION #".
            02 EVL-STATION         PIC 9(6).
            02 FILLER              PIC X(3)  VALUE " - ".
            02 EVL-NAME            PIC X(12).
            02 FILLER              PIC X(6)  VALUE " FROM ".
            02 EVL-START           PIC 9(8).
            02 FILLER              PIC X(4)  VALUE " TO ".
            02 EVL-END             PIC 9(8).
            02 FILLER              PIC X(3)  VALUE " - ".
            02 EVL-DAYS            PIC ZZZ9.
            02 FILLER              PIC X(13) VALUE " DAYS  PEAK: ".
            02 EVL-PEAK            PIC ZZZZ9.

        01 LONGEST-DETAIL-LINE.
            02 FILLER              PIC X(10) VALUE "STATION #".
            02 LGL-STATION         PIC 9(6).
            02 FILLER              PIC X(3)  VALUE " - ".
            02 LGL-NAME            PIC X(12).
            02 FILLER              PIC X     VALUE SPACE.
            02 LGL-DAYS            PIC ZZZ9.
            02 FILLER              PIC X(6)  VALUE " DAYS ".
            02 LGL-START           PIC 9(8).
            02 FILLER              PIC X     VALUE "-".
            02 LGL-END             PIC 9(8).
            02 FILLER              PIC X(7)  VALUE " PEAK: ".
            02 LGL-PEAK            PIC ZZZZ9.
            02 FILLER              PIC X(3)  VALUE " - ".
            02 LGL-STATION-NAME    PIC X(20).

        01 STREAK-TOTAL-LINE.
            02 STT-LABEL           PIC X(40).
            02 STT-COUNT           PIC ZZZ,ZZZ,ZZ9.

        PROCEDURE DIVISION.

        0100-START.

            PERFORM 0110-GET-STREAK-PARMS THRU 0119-PARM-EXIT.

            IF WS-EV-COUNT = ZERO
                DISPLAY "NO EVENT DEFINITIONS ON STREAKS.PRM - ",
                    "NOTHING TO LOOK FOR"
                GO TO 9999-END
            END-IF.

            IF WS-FROM-DATE > WS-TO-DATE
                DISPLAY "INVALID DATE RANGE - NOTHING CHECKED"
                GO TO 9999-END
            END-IF.

            OPEN INPUT WEATHER-ARCHIVE.
            IF WA-STATUS NOT = "00"
                DISPLAY "ERROR OPENING WEATHER-ARCH.DAT - STATUS: ",
                    WA-STATUS
                GO TO 9999-END
            END-IF.

            OPEN INPUT STATION-MASTER.
            IF SM-STATUS = "00"
                SET WS-SM-AVAILABLE TO TRUE
            END-IF.

            OPEN OUTPUT STREAK-REPORT.
            MOVE WS-FROM-DATE TO STL-FROM.
            MOVE WS-TO-DATE TO STL-TO.
            IF WS-ONE-STATION = ZERO
                MOVE "ALL" TO STL-STATION
            ELSE
                MOVE WS-ONE-STATION TO STL-STATION
            END-IF.
            WRITE SKDATA FROM STREAK-TITLE-LINE
                AFTER ADVANCING PAGE.

            PERFORM 0130-PRINT-EVENT-DEFINITION
                VARYING WS-EV-SUBIDX FROM 1 BY 1
                UNTIL WS-EV-SUBIDX > WS-EV-COUNT.

            MOVE "EVENTS FOUND:" TO SSC-TEXT.
            WRITE SKDATA FROM STREAK-SECTION-LINE
                AFTER ADVANCING 2 LINES.

      *    ONE STATION: START AT ITS FIRST READING IN THE RANGE.
      *    EVERY STATION: START AT THE TOP OF THE ARCHIVE.
            MOVE WS-ONE-STATION TO WA-STATION.
            MOVE WS-FROM-DATE TO WA-OBS-DATE.
            IF WS-ONE-STATION = ZERO
                MOVE ZERO TO WA-OBS-DATE
            END-IF.
            START WEATHER-ARCHIVE
                KEY IS NOT LESS THAN WA-KEY
                INVALID KEY
                    SET WS-AR-ENDOFFILE TO TRUE
            END-START.

            IF NOT WS-AR-ENDOFFILE
                PERFORM 0200-READ-NEXT-OBSERVATION
            END-IF.

            PERFORM 0210-PROCESS-OBSERVATION
                THRU 0219-PROCESS-EXIT
                UNTIL WS-AR-ENDOFFILE.

            IF WS-STATION-OPEN
                PERFORM 0300-CLOSE-ALL-RUNS
            END-IF.

            MOVE "LONGEST STREAKS ON RECORD:" TO SSC-TEXT.
            WRITE SKDATA FROM STREAK-SECTION-LINE
                AFTER ADVANCING 2 LINES.

            PERFORM 0400-PRINT-STATION-LONGEST
                VARYING WS-LS-SUBIDX FROM 1 BY 1
                UNTIL WS-LS-SUBIDX > WS-LS-COUNT.

            PERFORM 0500-PRINT-STREAK-TOTALS.

            CLOSE STREAK-REPORT.
            CLOSE WEATHER-ARCHIVE.
            IF WS-SM-AVAILABLE
                CLOSE STATION-MASTER
            END-IF.

            DISPLAY "STREAK ANALYSIS COMPLETE - ", WS-TOT-EVENTS,
                " EVENTS FOUND.".

            GO TO 9999-END.

      *    AN EVENT LINE THAT DOES NOT MAKE SENSE IS SHOWN AND
      *    SKIPPED RATHER THAN GUESSED AT.
        0110-GET-STREAK-PARMS.

            OPEN INPUT STREAK-PARM-FILE.
            IF SP-STATUS NOT = "00"
                GO TO 0119-PARM-EXIT
            END-IF.

            READ STREAK-PARM-FILE
                AT END MOVE "10" TO SP-STATUS
            END-READ.

            PERFORM 0115-TAKE-ONE-PARM
                UNTIL SP-STATUS NOT = "00".

            CLOSE STREAK-PARM-FILE.

        0119-PARM-EXIT.
            EXIT.

        0115-TAKE-ONE-PARM.

            IF SP-RECORD-TYPE = 'R'
                IF SP-FROM-DATE IS NUMERIC
                    MOVE SP-FROM-DATE TO WS-FROM-DATE
                END-IF
                IF SP-TO-DATE IS NUMERIC
                    MOVE SP-TO-DATE TO WS-TO-DATE
                END-IF
                IF SP-STATION IS NUMERIC
                    MOVE SP-STATION TO WS-ONE-STATION
                END-IF
            ELSE
                IF SP-RECORD-TYPE = 'E'
                    PERFORM 0120-TAKE-EVENT-DEFINITION
                        THRU 0129-EVENT-EXIT
                END-IF
            END-IF.

            READ STREAK-PARM-FILE
                AT END MOVE "10" TO SP-STATUS
            END-READ.

        0120-TAKE-EVENT-DEFINITION.

            IF WS-EV-COUNT >= 20
                DISPLAY "WARNING - MORE THAN 20 EVENTS, IGNORING ",
                    SP-EVENT-NAME
                ADD 1 TO WS-PARM-REJECTS
                GO TO 0129-EVENT-EXIT
            END-IF.

            IF SP-VALUE IS NOT NUMERIC
                OR SP-MIN-DAYS IS NOT NUMERIC
                OR SP-MIN-DAYS = "000"
                OR (SP-OPERATOR NOT = 'GE' AND NOT = 'GT'
                    AND NOT = 'LE' AND NOT = 'LT')
                DISPLAY "WARNING - INVALID EVENT DEFINITION ",
                    "IGNORED: ", SP-EVENT-NAME
                ADD 1 TO WS-PARM-REJECTS
                GO TO 0129-EVENT-EXIT
            END-IF.

            ADD 1 TO WS-EV-COUNT.
            EVALUATE SP-FIELD
                WHEN 'TEMP' MOVE 0 TO WS-EV-FIELD-IDX(WS-EV-COUNT)
                WHEN 'FOG ' MOVE 1 TO WS-EV-FIELD-IDX(WS-EV-COUNT)
                WHEN 'RAIN' MOVE 2 TO WS-EV-FIELD-IDX(WS-EV-COUNT)
                WHEN 'SNOW' MOVE 3 TO WS-EV-FIELD-IDX(WS-EV-COUNT)
                WHEN 'HAIL' MOVE 4 TO WS-EV-FIELD-IDX(WS-EV-COUNT)
                WHEN 'THUN' MOVE 5 TO WS-EV-FIELD-IDX(WS-EV-COUNT)
                WHEN 'TORN' MOVE 6 TO WS-EV-FIELD-IDX(WS-EV-COUNT)
                WHEN OTHER
                    DISPLAY "WARNING - UNKNOWN EVENT FIELD ",
                        SP-FIELD, " IGNORED: ", SP-EVENT-NAME
                    ADD 1 TO WS-PARM-REJECTS
                    SUBTRACT 1 FROM WS-EV-COUNT
                    GO TO 0129-EVENT-EXIT
            END-EVALUATE.

            MOVE SP-EVENT-NAME TO WS-EV-NAME(WS-EV-COUNT).
            MOVE SP-FIELD TO WS-EV-FIELD(WS-EV-COUNT).
            MOVE SP-OPERATOR TO WS-EV-OPERATOR(WS-EV-COUNT).
            MOVE SP-VALUE TO WS-EV-VALUE(WS-EV-COUNT).
            MOVE SP-MIN-DAYS TO WS-EV-MIN-DAYS(WS-EV-COUNT).
            MOVE ZERO TO WS-EV-RUN-DAYS(WS-EV-COUNT).
            MOVE ZERO TO WS-EV-FOUND(WS-EV-COUNT).

        0129-EVENT-EXIT.
            EXIT.

        0130-PRINT-EVENT-DEFINITION.

            MOVE WS-EV-NAME(WS-EV-SUBIDX) TO EDL-NAME.
            MOVE WS-EV-FIELD(WS-EV-SUBIDX) TO EDL-FIELD.
            MOVE WS-EV-OPERATOR(WS-EV-SUBIDX) TO EDL-OPERATOR.
            MOVE WS-EV-VALUE(WS-EV-SUBIDX) TO EDL-VALUE.
            MOVE WS-EV-MIN-DAYS(WS-EV-SUBIDX) TO EDL-MIN-DAYS.
            WRITE SKDATA FROM EVENT-DEFINITION-LINE
                AFTER ADVANCING 1 LINES.

        0200-READ-NEXT-OBSERVATION.

            READ WEATHER-ARCHIVE NEXT RECORD
                AT END SET WS-AR-ENDOFFILE TO TRUE
            END-READ.

            IF NOT WS-AR-ENDOFFILE
                ADD 1 TO WS-OBS-READ
                IF WS-ONE-STATION NOT = ZERO
                    AND WA-STATION NOT = WS-ONE-STATION
                    SET WS-AR-ENDOFFILE TO TRUE
                END-IF
            END-IF.

      *    A NEW STATION OR A DAY THAT DOES NOT FOLLOW THE LAST ONE
      *    CLOSES EVERY OPEN RUN BEFORE THE READING IS TESTED.
        0210-PROCESS-OBSERVATION.

            IF WA-OBS-DATE < WS-FROM-DATE
                OR WA-OBS-DATE > WS-TO-DATE
                PERFORM 0200-READ-NEXT-OBSERVATION
                GO TO 0219-PROCESS-EXIT
            END-IF.

            IF WS-STATION-OPEN AND WA-STATION NOT = WS-CUR-STATION
                PERFORM 0300-CLOSE-ALL-RUNS
            END-IF.

            IF NOT WS-STATION-OPEN
                PERFORM 0230-START-STATION
            ELSE
                IF WA-OBS-DATE NOT = WS-EXPECTED-DATE
                    PERFORM 0300-CLOSE-ALL-RUNS
                    SET WS-STATION-OPEN TO TRUE
                END-IF
            END-IF.

            ADD 1 TO WS-OBS-USED.

            PERFORM 0240-TEST-ONE-EVENT
                VARYING WS-EV-SUBIDX FROM 1 BY 1
                UNTIL WS-EV-SUBIDX > WS-EV-COUNT.

            MOVE WA-OBS-DATE TO WS-EXPECTED-DATE.
            PERFORM 0220-NEXT-CALENDAR-DAY.

            PERFORM 0200-READ-NEXT-OBSERVATION.

        0219-PROCESS-EXIT.
            EXIT.

      *    FEBRUARY GETS A 29TH IN LEAP YEARS - DIVISIBLE BY FOUR,
      *    EXCEPT CENTURY YEARS NOT DIVISIBLE BY FOUR HUNDRED.
        0220-NEXT-CALENDAR-DAY.

            MOVE WS-DAYS-IN-MONTH(WS-EXP-MONTH) TO WS-MONTH-LIMIT.

            IF WS-EXP-MONTH = 2
                DIVIDE WS-EXP-YEAR BY 4
                    GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REMAINDER
                IF WS-LEAP-REMAINDER = ZERO
                    DIVIDE WS-EXP-YEAR BY 100
                        GIVING WS-LEAP-QUOTIENT
                        REMAINDER WS-LEAP-REMAINDER
                    IF WS-LEAP-REMAINDER NOT = ZERO
                        MOVE 29 TO WS-MONTH-LIMIT
                    ELSE
                        DIVIDE WS-EXP-YEAR BY 400
                            GIVING WS-LEAP-QUOTIENT
                            REMAINDER WS-LEAP-REMAINDER
                        IF WS-LEAP-REMAINDER = ZERO
                            MOVE 29 TO WS-MONTH-LIMIT
                        END-IF
                    END-IF
                END-IF
            END-IF.

            IF WS-EXP-DAY IS LESS THAN WS-MONTH-LIMIT
                ADD 1 TO WS-EXP-DAY
            ELSE
                MOVE 1 TO WS-EXP-DAY
                IF WS-EXP-MONTH IS LESS THAN 12
                    ADD 1 TO WS-EXP-MONTH
                ELSE
                    MOVE 1 TO WS-EXP-MONTH
                    ADD 1 TO WS-EXP-YEAR
                END-IF
            END-IF.

      *    EACH STATION GETS A ROW IN THE LONGEST-STREAK TABLE; ONCE
      *    THE TABLE IS FULL, LATER STATIONS STILL HAVE THEIR EVENTS
      *    LISTED BUT ARE LEFT OFF THE TABLE.
        0230-START-STATION.

            SET WS-STATION-OPEN TO TRUE.
            MOVE WA-STATION TO WS-CUR-STATION.

            IF WS-LS-COUNT >= 500
                DISPLAY "WARNING - LONGEST-STREAK TABLE FULL, ",
                    "STATION ", WA-STATION, " NOT TABLED"
                MOVE ZERO TO WS-LS-CUR-IDX
            ELSE
                ADD 1 TO WS-LS-COUNT
                MOVE WS-LS-COUNT TO WS-LS-CUR-IDX
                INITIALIZE WS-LONGEST-TABLE(WS-LS-CUR-IDX)
                MOVE WA-STATION TO WS-LS-STATION(WS-LS-CUR-IDX)
            END-IF.

        0240-TEST-ONE-EVENT.

            IF WS-EV-FIELD-IDX(WS-EV-SUBIDX) = ZERO
                MOVE WA-MEAN-TEMP TO WS-OBS-VALUE
            ELSE
                IF WA-COND-COUNT(WS-EV-FIELD-IDX(WS-EV-SUBIDX))
                        IS NUMERIC
                    MOVE WA-COND-COUNT(WS-EV-FIELD-IDX(WS-EV-SUBIDX))
                        TO WS-OBS-VALUE
                ELSE
                    MOVE ZERO TO WS-OBS-VALUE
                END-IF
            END-IF.

            MOVE 'N' TO WS-HIT-SWITCH.
            EVALUATE WS-EV-OPERATOR(WS-EV-SUBIDX)
                WHEN 'GE'
                    IF WS-OBS-VALUE NOT < WS-EV-VALUE(WS-EV-SUBIDX)
                        SET WS-TEST-HIT TO TRUE
                    END-IF
                WHEN 'GT'
                    IF WS-OBS-VALUE > WS-EV-VALUE(WS-EV-SUBIDX)
                        SET WS-TEST-HIT TO TRUE
                    END-IF
                WHEN 'LE'
                    IF WS-OBS-VALUE NOT > WS-EV-VALUE(WS-EV-SUBIDX)
                        SET WS-TEST-HIT TO TRUE
                    END-IF
                WHEN 'LT'
                    IF WS-OBS-VALUE < WS-EV-VALUE(WS-EV-SUBIDX)
                        SET WS-TEST-HIT TO TRUE
                    END-IF
            END-EVALUATE.

            IF NOT WS-TEST-HIT
                PERFORM 0310-CLOSE-ONE-RUN THRU 0319-CLOSE-EXIT
            ELSE
                IF WS-EV-RUN-DAYS(WS-EV-SUBIDX) = ZERO
                    MOVE WA-OBS-DATE TO WS-EV-RUN-START(WS-EV-SUBIDX)
                    MOVE WS-OBS-VALUE TO WS-EV-RUN-PEAK(WS-EV-SUBIDX)
                END-IF
                IF WS-EV-RUN-DAYS(WS-EV-SUBIDX) < 9999
                    ADD 1 TO WS-EV-RUN-DAYS(WS-EV-SUBIDX)
                END-IF
                MOVE WA-OBS-DATE TO WS-EV-RUN-END(WS-EV-SUBIDX)
                IF WS-EV-HIGH-SIDE(WS-EV-SUBIDX)
                    IF WS-OBS-VALUE > WS-EV-RUN-PEAK(WS-EV-SUBIDX)
                        MOVE WS-OBS-VALUE
                            TO WS-EV-RUN-PEAK(WS-EV-SUBIDX)
                    END-IF
                ELSE
                    IF WS-OBS-VALUE < WS-EV-RUN-PEAK(WS-EV-SUBIDX)
                        MOVE WS-OBS-VALUE
                            TO WS-EV-RUN-PEAK(WS-EV-SUBIDX)
                    END-IF
                END-IF
            END-IF.

        0300-CLOSE-ALL-RUNS.

            PERFORM 0310-CLOSE-ONE-RUN THRU 0319-CLOSE-EXIT
                VARYING WS-EV-SUBIDX FROM 1 BY 1
                UNTIL WS-EV-SUBIDX > WS-EV-COUNT.

            MOVE 'N' TO WS-STATION-OPEN-SWITCH.

      *    A RUN LONG ENOUGH IS AN EVENT; ANY RUN AT ALL MAY STILL BE
      *    THE STATION'S LONGEST.
        0310-CLOSE-ONE-RUN.

            IF WS-EV-RUN-DAYS(WS-EV-SUBIDX) = ZERO
                GO TO 0319-CLOSE-EXIT
            END-IF.

            IF WS-EV-RUN-DAYS(WS-EV-SUBIDX) NOT <
                    WS-EV-MIN-DAYS(WS-EV-SUBIDX)
                ADD 1 TO WS-TOT-EVENTS
                ADD 1 TO WS-EV-FOUND(WS-EV-SUBIDX)
                MOVE WS-CUR-STATION TO EVL-STATION
                MOVE WS-EV-NAME(WS-EV-SUBIDX) TO EVL-NAME
                MOVE WS-EV-RUN-START(WS-EV-SUBIDX) TO EVL-START
                MOVE WS-EV-RUN-END(WS-EV-SUBIDX) TO EVL-END
                MOVE WS-EV-RUN-DAYS(WS-EV-SUBIDX) TO EVL-DAYS
                MOVE WS-EV-RUN-PEAK(WS-EV-SUBIDX) TO EVL-PEAK
                WRITE SKDATA FROM EVENT-DETAIL-LINE
                    AFTER ADVANCING 1 LINES
            END-IF.

            IF WS-LS-CUR-IDX > ZERO
                IF WS-EV-RUN-DAYS(WS-EV-SUBIDX) >
                        WS-LS-DAYS(WS-LS-CUR-IDX, WS-EV-SUBIDX)
                    MOVE WS-EV-RUN-DAYS(WS-EV-SUBIDX)
                        TO WS-LS-DAYS(WS-LS-CUR-IDX, WS-EV-SUBIDX)
                    MOVE WS-EV-RUN-START(WS-EV-SUBIDX)
                        TO WS-LS-START(WS-LS-CUR-IDX, WS-EV-SUBIDX)
                    MOVE WS-EV-RUN-END(WS-EV-SUBIDX)
                        TO WS-LS-END(WS-LS-CUR-IDX, WS-EV-SUBIDX)
                    MOVE WS-EV-RUN-PEAK(WS-EV-SUBIDX)
                        TO WS-LS-PEAK(WS-LS-CUR-IDX, WS-EV-SUBIDX)
                END-IF
            END-IF.

            MOVE ZERO TO WS-EV-RUN-DAYS(WS-EV-SUBIDX).

        0319-CLOSE-EXIT.
            EXIT.

        0400-PRINT-STATION-LONGEST.

            MOVE SPACES TO LGL-STATION-NAME.
            IF WS-SM-AVAILABLE
                MOVE WS-LS-STATION(WS-LS-SUBIDX) TO SM-STATION
                READ STATION-MASTER
                    KEY IS SM-STATION
                    INVALID KEY
                        MOVE '*NOT ON MASTER*' TO LGL-STATION-NAME
                    NOT INVALID KEY
                        MOVE SM-NAME TO LGL-STATION-NAME
                END-READ
            END-IF.

            PERFORM VARYING WS-EV-SUBIDX FROM 1 BY 1
                UNTIL WS-EV-SUBIDX > WS-EV-COUNT
                IF WS-LS-DAYS(WS-LS-SUBIDX, WS-EV-SUBIDX) > ZERO
                    MOVE WS-LS-STATION(WS-LS-SUBIDX) TO LGL-STATION
                    MOVE WS-EV-NAME(WS-EV-SUBIDX) TO LGL-NAME
                    MOVE WS-LS-DAYS(WS-LS-SUBIDX, WS-EV-SUBIDX)
                        TO LGL-DAYS
                    MOVE WS-LS-START(WS-LS-SUBIDX, WS-EV-SUBIDX)
                        TO LGL-START
                    MOVE WS-LS-END(WS-LS-SUBIDX, WS-EV-SUBIDX)
                        TO LGL-END
                    MOVE WS-LS-PEAK(WS-LS-SUBIDX, WS-EV-SUBIDX)
                        TO LGL-PEAK
                    WRITE SKDATA FROM LONGEST-DETAIL-LINE
                        AFTER ADVANCING 1 LINES
                END-IF
            END-PERFORM.

        0500-PRINT-STREAK-TOTALS.

            MOVE "OBSERVATIONS READ:" TO STT-LABEL.
            MOVE WS-OBS-READ TO STT-COUNT.
            WRITE SKDATA FROM STREAK-TOTAL-LINE
                AFTER ADVANCING 2 LINES.
            MOVE "OBSERVATIONS IN RANGE:" TO STT-LABEL.
            MOVE WS-OBS-USED TO STT-COUNT.
            WRITE SKDATA FROM STREAK-TOTAL-LINE
                AFTER ADVANCING 1 LINES.

            PERFORM VARYING WS-EV-SUBIDX FROM 1 BY 1
                UNTIL WS-EV-SUBIDX > WS-EV-COUNT
                MOVE SPACES TO STT-LABEL
                STRING WS-EV-NAME(WS-EV-SUBIDX) DELIMITED BY SIZE
                    " EVENTS:" DELIMITED BY SIZE
                    INTO STT-LABEL
                END-STRING
                MOVE WS-EV-FOUND(WS-EV-SUBIDX) TO STT-COUNT
                WRITE SKDATA FROM STREAK-TOTAL-LINE
                    AFTER ADVANCING 1 LINES
            END-PERFORM.

            MOVE "EVENT DEFINITIONS REJECTED:" TO STT-LABEL.
            MOVE WS-PARM-REJECTS TO STT-COUNT.
            WRITE SKDATA FROM STREAK-TOTAL-LINE
                AFTER ADVANCING 1 LINES.

        9999-END.
            STOP RUN.
