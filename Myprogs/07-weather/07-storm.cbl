        IDENTIFICATION DIVISION.
        PROGRAM-ID. STORM-OUTREACH.
        AUTHOR. FABIO COSTA.
      *    STORM-AREA CUSTOMER OUTREACH SELECTION: SWEEPS
      *    WEATHER-ARCH.DAT FOR A DATE WINDOW, PICKS OUT EVERY
      *    STATION-DAY WITH A TORNADO, HAIL OR HEAVY SNOW COUNT OVER
      *    ITS THRESHOLD, MAPS THE STATION TO ITS STATE THROUGH
      *    STATION-MST.DAT, AND WRITES A CAMPAIGN TO CAMPAIGN.DAT
      *    NAMING EVERY STATE HIT - ONE RECORD PER STATE UNDER THE
      *    SAME CODE - SO THE NEXT MAILING-LIST RUN MAILS THOSE
      *    STATES WITH ALL ITS SUPPRESSION, FREQUENCY-CAP AND
      *    HOUSEHOLD RULES. WEATHER-OUTREACH.RPT LISTS EVERY EVENT
      *    THAT DROVE A STATE INTO THE CAMPAIGN AND A LINE PER STATE.
      *    A RUN THAT FINDS NO EVENTS LEAVES CAMPAIGN.DAT ALONE.

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

      *    THE MAILING-LIST CAMPAIGN DEFINITION, REPLACED BY EVERY
      *    RUN THAT SELECTS AT LEAST ONE STATE.
        SELECT CAMPAIGN-FILE
            ASSIGN TO "CAMPAIGN.DAT"
            FILE STATUS IS CG-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT OUTREACH-REPORT
            ASSIGN TO "WEATHER-OUTREACH.RPT"
            FILE STATUS IS OR-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE RECORD: CAMPAIGN CODE, FROM AND TO DATES, THE
      *    CAMPAIGN'S MAXIMUM-TIMES-MAILED AND MINIMUM-DAYS CRITERIA,
      *    AND OPTIONAL TORNADO, HAIL AND SNOW THRESHOLDS (BLANK
      *    LEAVES THE DEFAULT). WITH NO PARAMETER FILE THE OPERATOR
      *    IS PROMPTED FOR THE CODE AND DATES.
        SELECT OUTREACH-PARM-FILE
            ASSIGN TO "STORMOUT.PRM"
            FILE STATUS IS SO-STATUS
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
            02 WA-MEAN-TEMP              PIC 9(2).
            02 WA-CONDITION.
                03 WAC-FOG               PIC X(5).
                03 WAC-RAIN              PIC X(5).
                03 WAC-SNOW              PIC X(5).
                03 WAC-HAIL              PIC X(5).
                03 WAC-THUNDER           PIC X(5).
                03 WAC-TORNADO           PIC X(5).

        FD CAMPAIGN-FILE.
        01 CAMPAIGN-RECORD.
            02 CG-CODE                   PIC X(8).
            02 CG-STATE                  PIC X(2).
            02 CG-MAX-MAILED             PIC 9(5).
            02 CG-MIN-DAYS               PIC 9(3).

        FD OUTREACH-REPORT.
        01 ORDATA.
            02 FILLER      PIC X(100).

        FD OUTREACH-PARM-FILE.
        01 OUTREACH-PARM-RECORD.
            02 SO-CAMPAIGN               PIC X(8).
            02 FILLER                    PIC X.
            02 SO-FROM-DATE              PIC X(8).
            02 FILLER                    PIC X.
            02 SO-TO-DATE                PIC X(8).
            02 FILLER                    PIC X.
            02 SO-MAX-MAILED             PIC X(5).
            02 FILLER                    PIC X.
            02 SO-MIN-DAYS               PIC X(3).
            02 FILLER                    PIC X.
            02 SO-TORNADO-THRESHOLD      PIC X(5).
            02 FILLER                    PIC X.
            02 SO-HAIL-THRESHOLD         PIC X(5).
            02 FILLER                    PIC X.
            02 SO-SNOW-THRESHOLD         PIC X(5).

        WORKING-STORAGE SECTION.

        01  MEM-VALUES.
            02 SM-STATUS                PIC X(2).
            02 WA-STATUS                PIC X(2).
            02 CG-STATUS                PIC X(2).
            02 OR-STATUS                PIC X(2).
            02 SO-STATUS                PIC X(2).
            02 WS-AR-EOF-SWITCH         PIC X(1) VALUE 'N'.
               88 WS-AR-ENDOFFILE       VALUE 'Y'.
            02 WS-SM-AVAIL-SWITCH       PIC X(1) VALUE 'N'.
               88 WS-SM-AVAILABLE       VALUE 'Y'.
            02 WS-EVENT-SWITCH          PIC X(1) VALUE 'N'.
               88 WS-DAY-HAS-EVENT      VALUE 'Y'.

      *    CAMPAIGN AND SELECTION RULES - SEE THE OUTREACH-PARM-FILE
      *    SELECT COMMENT. THE TORNADO AND HAIL DEFAULTS ARE THE
      *    ONES WEATHER USES FOR ITS SEVERE-WEATHER LISTING. THE
      *    COUNTS ARE COMPARED AS FIVE-DIGIT TEXT, AS WEATHER DOES.
        01  WS-SELECTION-RULES.
            02 WS-CAMPAIGN-CODE         PIC X(8) VALUE SPACES.
            02 WS-FROM-DATE             PIC 9(8) VALUE ZERO.
            02 WS-TO-DATE               PIC 9(8) VALUE ZERO.
            02 WS-MAX-MAILED            PIC 9(5) VALUE ZERO.
            02 WS-MIN-DAYS              PIC 9(3) VALUE ZERO.
            02 WS-TORNADO-THRESHOLD     PIC X(5) VALUE "00000".
            02 WS-HAIL-THRESHOLD        PIC X(5) VALUE "00050".
            02 WS-SNOW-THRESHOLD        PIC X(5) VALUE "00010".

      *    THE STATION BEING SWEPT, LOOKED UP ONCE WHEN THE ARCHIVE
      *    MOVES ON TO IT.
        01  WS-STATION-AREAS.
            02 WS-CUR-STATION           PIC 9(6) VALUE ZERO.
            02 WS-CUR-NAME              PIC X(20) VALUE SPACES.
            02 WS-CUR-STATE             PIC X(2) VALUE SPACES.

      *    ONE ROW PER STATE SELECTED, WITH THE STATION-DAYS OF EACH
      *    KIND OF EVENT THAT PUT IT THERE.
        01  WS-STATE-AREAS.
            02 WS-STATE-COUNT           PIC 9(2) VALUE ZERO.
            02 WS-STATE-SUBIDX          PIC 9(2) VALUE ZERO.
            02 WS-STATE-FOUND-IDX       PIC 9(2) VALUE ZERO.
            02 WS-STATE-TABLE OCCURS 60 TIMES.
               03 WS-SS-STATE           PIC X(2).
               03 WS-SS-TORNADO-DAYS    PIC 9(5).
               03 WS-SS-HAIL-DAYS       PIC 9(5).
               03 WS-SS-SNOW-DAYS       PIC 9(5).

        01  WS-COUNT-AREAS.
            02 WS-TOT-SCANNED           PIC 9(9) VALUE ZERO.
            02 WS-TOT-EVENT-DAYS        PIC 9(7) VALUE ZERO.
            02 WS-TOT-UNMAPPED          PIC 9(7) VALUE ZERO.
            02 WS-TOT-WRITTEN           PIC 9(3) VALUE ZERO.

        01 OUTREACH-TITLE-LINE.
            02 FILLER              PIC X(32) VALUE
               "STORM-AREA OUTREACH SELECTION - ".
            02 OTL-FROM            PIC 9(8).
            02 FILLER              PIC X(4)  VALUE " TO ".
            02 OTL-TO              PIC 9(8).
            02 FILLER              PIC X(12) VALUE "  CAMPAIGN: ".
            02 OTL-CAMPAIGN        PIC X(8).

        01 OUTREACH-EVENT-LINE.
            02 FILLER              PIC X(10) VALUE "STATION #".
            02 OEL-STATION         PIC 9(6).
            02 FILLER              PIC X(3)  VALUE " - ".
            02 OEL-NAME            PIC X(20).
            02 FILLER              PIC X     VALUE SPACE.
            02 OEL-STATE           PIC X(2).
            02 FILLER              PIC X(2)  VALUE SPACES.
            02 OEL-DATE            PIC 9(8).
            02 FILLER              PIC X(2)  VALUE SPACES.
            02 OEL-KIND            PIC X(10).
            02 FILLER              PIC X(7)  VALUE "COUNT: ".
            02 OEL-COUNT           PIC X(5).
            02 FILLER              PIC X(2)  VALUE SPACES.
            02 OEL-NOTE            PIC X(16).

        01 OUTREACH-STATE-HEADING.
            02 FILLER              PIC X(29) VALUE
               "STATES SELECTED FOR CAMPAIGN:".

        01 OUTREACH-STATE-LINE.
            02 FILLER              PIC X(9)  VALUE "  STATE: ".
            02 OSL-STATE           PIC X(2).
            02 FILLER              PIC X(16) VALUE
               "  TORNADO DAYS: ".
            02 OSL-TORNADO         PIC ZZ,ZZ9.
            02 FILLER              PIC X(13) VALUE "  HAIL DAYS: ".
            02 OSL-HAIL            PIC ZZ,ZZ9.
            02 FILLER              PIC X(19) VALUE
               "  HEAVY SNOW DAYS: ".
            02 OSL-SNOW            PIC ZZ,ZZ9.

        01 OUTREACH-TOTAL-LINE.
            02 OTT-LABEL           PIC X(40).
            02 OTT-COUNT           PIC ZZZ,ZZZ,ZZ9.

        01 OUTREACH-NOTE-LINE.
            02 ONL-TEXT            PIC X(60).

        PROCEDURE DIVISION.

        0100-START.

            PERFORM 0110-GET-SELECTION-RULES.

            IF WS-CAMPAIGN-CODE = SPACES
                DISPLAY "NO CAMPAIGN CODE - NOTHING SELECTED"
                GO TO 9999-END
            END-IF.

            IF WS-FROM-DATE = ZERO OR WS-TO-DATE = ZERO
                OR WS-FROM-DATE > WS-TO-DATE
                DISPLAY "INVALID DATE RANGE - NOTHING SELECTED"
                GO TO 9999-END
            END-IF.

      *    WITHOUT THE MASTER NO STATION CAN BE PUT IN A STATE, SO
      *    THERE IS NOTHING TO SELECT.
            OPEN INPUT STATION-MASTER.
            IF SM-STATUS NOT = "00"
                DISPLAY "ERROR OPENING STATION-MST.DAT - STATUS: ",
                    SM-STATUS
                GO TO 9999-END
            END-IF.
            SET WS-SM-AVAILABLE TO TRUE.

            OPEN INPUT WEATHER-ARCHIVE.
            IF WA-STATUS NOT = "00"
                DISPLAY "ERROR OPENING WEATHER-ARCH.DAT - STATUS: ",
                    WA-STATUS
                GO TO 9999-END
            END-IF.

            OPEN OUTPUT OUTREACH-REPORT.
            MOVE WS-FROM-DATE TO OTL-FROM.
            MOVE WS-TO-DATE TO OTL-TO.
            MOVE WS-CAMPAIGN-CODE TO OTL-CAMPAIGN.
            WRITE ORDATA FROM OUTREACH-TITLE-LINE
                AFTER ADVANCING PAGE.

            READ WEATHER-ARCHIVE NEXT RECORD
                AT END SET WS-AR-ENDOFFILE TO TRUE
            END-READ.

            PERFORM 0200-CHECK-ONE-OBSERVATION
                UNTIL WS-AR-ENDOFFILE.

            CLOSE WEATHER-ARCHIVE.

            PERFORM 0300-PRINT-STATE-SUMMARY.

            IF WS-STATE-COUNT > ZERO
                PERFORM 0400-WRITE-CAMPAIGN
            ELSE
                MOVE "NO STATES SELECTED - CAMPAIGN.DAT NOT CHANGED"
                    TO ONL-TEXT
                WRITE ORDATA FROM OUTREACH-NOTE-LINE
                    AFTER ADVANCING 2 LINES
            END-IF.

            PERFORM 0500-PRINT-TOTALS.

            CLOSE OUTREACH-REPORT.

            DISPLAY "STORM OUTREACH SELECTION COMPLETE - ",
                WS-STATE-COUNT, " STATES, ", WS-TOT-EVENT-DAYS,
                " EVENT DAYS.".

            GO TO 9999-END.

        0110-GET-SELECTION-RULES.

            OPEN INPUT OUTREACH-PARM-FILE.
            IF SO-STATUS = "00"
                READ OUTREACH-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE SO-CAMPAIGN TO WS-CAMPAIGN-CODE
                        IF SO-FROM-DATE IS NUMERIC
                            AND SO-TO-DATE IS NUMERIC
                            MOVE SO-FROM-DATE TO WS-FROM-DATE
                            MOVE SO-TO-DATE TO WS-TO-DATE
                        END-IF
                        IF SO-MAX-MAILED IS NUMERIC
                            MOVE SO-MAX-MAILED TO WS-MAX-MAILED
                        END-IF
                        IF SO-MIN-DAYS IS NUMERIC
                            MOVE SO-MIN-DAYS TO WS-MIN-DAYS
                        END-IF
                        IF SO-TORNADO-THRESHOLD IS NUMERIC
                            MOVE SO-TORNADO-THRESHOLD
                                TO WS-TORNADO-THRESHOLD
                        END-IF
                        IF SO-HAIL-THRESHOLD IS NUMERIC
                            MOVE SO-HAIL-THRESHOLD
                                TO WS-HAIL-THRESHOLD
                        END-IF
                        IF SO-SNOW-THRESHOLD IS NUMERIC
                            MOVE SO-SNOW-THRESHOLD
                                TO WS-SNOW-THRESHOLD
                        END-IF
                END-READ
                CLOSE OUTREACH-PARM-FILE
            ELSE
                DISPLAY "ENTER CAMPAIGN CODE (8 CHARACTERS): "
                    WITH NO ADVANCING
                ACCEPT WS-CAMPAIGN-CODE
                DISPLAY "ENTER FROM DATE (YYYYMMDD): "
                    WITH NO ADVANCING
                ACCEPT WS-FROM-DATE
                DISPLAY "ENTER TO DATE (YYYYMMDD): "
                    WITH NO ADVANCING
                ACCEPT WS-TO-DATE
            END-IF.

      *    A STATION-DAY WITH MORE THAN ONE KIND OF EVENT GETS A
      *    LINE FOR EACH, AND COUNTS ONCE UNDER EACH KIND FOR ITS
      *    STATE.
        0200-CHECK-ONE-OBSERVATION.

            IF WA-OBS-DATE >= WS-FROM-DATE
                AND WA-OBS-DATE <= WS-TO-DATE
                ADD 1 TO WS-TOT-SCANNED
                IF WA-STATION NOT = WS-CUR-STATION
                    PERFORM 0210-LOOKUP-STATION
                END-IF
                MOVE 'N' TO WS-EVENT-SWITCH
                IF WAC-TORNADO > WS-TORNADO-THRESHOLD
                    MOVE "TORNADO" TO OEL-KIND
                    MOVE WAC-TORNADO TO OEL-COUNT
                    PERFORM 0220-RECORD-EVENT
                END-IF
                IF WAC-HAIL > WS-HAIL-THRESHOLD
                    MOVE "HAIL" TO OEL-KIND
                    MOVE WAC-HAIL TO OEL-COUNT
                    PERFORM 0220-RECORD-EVENT
                END-IF
                IF WAC-SNOW > WS-SNOW-THRESHOLD
                    MOVE "HEAVY SNOW" TO OEL-KIND
                    MOVE WAC-SNOW TO OEL-COUNT
                    PERFORM 0220-RECORD-EVENT
                END-IF
                IF WS-DAY-HAS-EVENT
                    ADD 1 TO WS-TOT-EVENT-DAYS
                END-IF
            END-IF.

            READ WEATHER-ARCHIVE NEXT RECORD
                AT END SET WS-AR-ENDOFFILE TO TRUE
            END-READ.

        0210-LOOKUP-STATION.

            MOVE WA-STATION TO WS-CUR-STATION.
            MOVE WA-STATION TO SM-STATION.
            READ STATION-MASTER
                KEY IS SM-STATION
                INVALID KEY
                    MOVE '*NOT ON MASTER*' TO WS-CUR-NAME
                    MOVE SPACES TO WS-CUR-STATE
                NOT INVALID KEY
                    MOVE SM-NAME TO WS-CUR-NAME
                    MOVE SM-STATE TO WS-CUR-STATE
            END-READ.

      *    AN EVENT AT A STATION WITH NO STATE IS LISTED BUT CANNOT
      *    PUT ANY STATE INTO THE CAMPAIGN.
        0220-RECORD-EVENT.

            SET WS-DAY-HAS-EVENT TO TRUE.
            MOVE WA-STATION TO OEL-STATION.
            MOVE WS-CUR-NAME TO OEL-NAME.
            MOVE WS-CUR-STATE TO OEL-STATE.
            MOVE WA-OBS-DATE TO OEL-DATE.
            MOVE SPACES TO OEL-NOTE.

            IF WS-CUR-STATE = SPACES
                ADD 1 TO WS-TOT-UNMAPPED
                MOVE "NO STATE - SKIP" TO OEL-NOTE
            ELSE
                PERFORM 0230-FIND-STATE-ROW
                IF WS-STATE-FOUND-IDX = ZERO
                    MOVE "STATE TABLE FULL" TO OEL-NOTE
                ELSE
                    EVALUATE OEL-KIND
                        WHEN "TORNADO"
                            ADD 1 TO
                                WS-SS-TORNADO-DAYS(WS-STATE-FOUND-IDX)
                        WHEN "HAIL"
                            ADD 1 TO
                                WS-SS-HAIL-DAYS(WS-STATE-FOUND-IDX)
                        WHEN OTHER
                            ADD 1 TO
                                WS-SS-SNOW-DAYS(WS-STATE-FOUND-IDX)
                    END-EVALUATE
                END-IF
            END-IF.

            WRITE ORDATA FROM OUTREACH-EVENT-LINE
                AFTER ADVANCING 1 LINES.

        0230-FIND-STATE-ROW.

            MOVE ZERO TO WS-STATE-FOUND-IDX.
            PERFORM VARYING WS-STATE-SUBIDX FROM 1 BY 1
                UNTIL WS-STATE-SUBIDX > WS-STATE-COUNT
                IF WS-SS-STATE(WS-STATE-SUBIDX) = WS-CUR-STATE
                    MOVE WS-STATE-SUBIDX TO WS-STATE-FOUND-IDX
                    MOVE 61 TO WS-STATE-SUBIDX
                END-IF
            END-PERFORM.

            IF WS-STATE-FOUND-IDX = ZERO
                IF WS-STATE-COUNT >= 60
                    DISPLAY "WARNING - STATE TABLE FULL, SKIPPING ",
                        WS-CUR-STATE
                ELSE
                    ADD 1 TO WS-STATE-COUNT
                    MOVE WS-STATE-COUNT TO WS-STATE-FOUND-IDX
                    MOVE WS-CUR-STATE TO WS-SS-STATE(WS-STATE-COUNT)
                    MOVE ZERO TO WS-SS-TORNADO-DAYS(WS-STATE-COUNT)
                    MOVE ZERO TO WS-SS-HAIL-DAYS(WS-STATE-COUNT)
                    MOVE ZERO TO WS-SS-SNOW-DAYS(WS-STATE-COUNT)
                END-IF
            END-IF.

        0300-PRINT-STATE-SUMMARY.

            WRITE ORDATA FROM OUTREACH-STATE-HEADING
                AFTER ADVANCING 2 LINES.

            PERFORM VARYING WS-STATE-SUBIDX FROM 1 BY 1
                UNTIL WS-STATE-SUBIDX > WS-STATE-COUNT
                MOVE WS-SS-STATE(WS-STATE-SUBIDX) TO OSL-STATE
                MOVE WS-SS-TORNADO-DAYS(WS-STATE-SUBIDX)
                    TO OSL-TORNADO
                MOVE WS-SS-HAIL-DAYS(WS-STATE-SUBIDX) TO OSL-HAIL
                MOVE WS-SS-SNOW-DAYS(WS-STATE-SUBIDX) TO OSL-SNOW
                WRITE ORDATA FROM OUTREACH-STATE-LINE
                    AFTER ADVANCING 1 LINES
            END-PERFORM.

      *    THE FIRST RECORD DEFINES THE CAMPAIGN FOR MAILING-LIST;
      *    EACH RECORD AFTER IT UNDER THE SAME CODE ADDS A STATE.
        0400-WRITE-CAMPAIGN.

            OPEN OUTPUT CAMPAIGN-FILE.
            IF CG-STATUS NOT = "00"
                DISPLAY "ERROR OPENING CAMPAIGN.DAT - STATUS: ",
                    CG-STATUS
                MOVE "CAMPAIGN.DAT COULD NOT BE WRITTEN" TO ONL-TEXT
                WRITE ORDATA FROM OUTREACH-NOTE-LINE
                    AFTER ADVANCING 2 LINES
            ELSE
                PERFORM VARYING WS-STATE-SUBIDX FROM 1 BY 1
                    UNTIL WS-STATE-SUBIDX > WS-STATE-COUNT
                    MOVE WS-CAMPAIGN-CODE TO CG-CODE
                    MOVE WS-SS-STATE(WS-STATE-SUBIDX) TO CG-STATE
                    MOVE WS-MAX-MAILED TO CG-MAX-MAILED
                    MOVE WS-MIN-DAYS TO CG-MIN-DAYS
                    WRITE CAMPAIGN-RECORD
                    ADD 1 TO WS-TOT-WRITTEN
                END-PERFORM
                CLOSE CAMPAIGN-FILE
                MOVE "CAMPAIGN.DAT REPLACED WITH THIS CAMPAIGN"
                    TO ONL-TEXT
                WRITE ORDATA FROM OUTREACH-NOTE-LINE
                    AFTER ADVANCING 2 LINES
            END-IF.

        0500-PRINT-TOTALS.

            MOVE "OBSERVATIONS IN WINDOW:" TO OTT-LABEL.
            MOVE WS-TOT-SCANNED TO OTT-COUNT.
            WRITE ORDATA FROM OUTREACH-TOTAL-LINE
                AFTER ADVANCING 2 LINES.
            MOVE "STATION-DAYS WITH A QUALIFYING EVENT:" TO OTT-LABEL.
            MOVE WS-TOT-EVENT-DAYS TO OTT-COUNT.
            WRITE ORDATA FROM OUTREACH-TOTAL-LINE
                AFTER ADVANCING 1 LINES.
            MOVE "EVENTS AT STATIONS WITH NO STATE:" TO OTT-LABEL.
            MOVE WS-TOT-UNMAPPED TO OTT-COUNT.
            WRITE ORDATA FROM OUTREACH-TOTAL-LINE
                AFTER ADVANCING 1 LINES.
            MOVE "CAMPAIGN STATE RECORDS WRITTEN:" TO OTT-LABEL.
            MOVE WS-TOT-WRITTEN TO OTT-COUNT.
            WRITE ORDATA FROM OUTREACH-TOTAL-LINE
                AFTER ADVANCING 1 LINES.

        9999-END.
            IF WS-SM-AVAILABLE
                CLOSE STATION-MASTER
            END-IF.

            STOP RUN.
