      *    STATION-DAY, REPORTS EVERY DATE WITH NO ARCHIVE RECORD,
      *    AND SUMMARIZES PER-STATION COMPLETENESS PERCENTAGES - SO
      *    A DEAD FEED SHOWS UP WHILE THE DATA IS STILL RECOVERABLE
      *    INSTEAD OF WEEKS LATER IN AN ODD MONTHLY AVERAGE. ONLY
      *    THE DAYS A STATION WAS IN SERVICE ARE PROBED, SO A NEW
      *    STATION IS NOT MISSING BEFORE IT WAS COMMISSIONED AND A
      *    RETIRED ONE IS NOT MISSING AFTER IT WAS DECOMMISSIONED.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            02 SM-NAME                   PIC X(20).
            02 SM-STATE                  PIC X(2).
            02 SM-REGION                 PIC X(10).
            02 SM-IN-SERVICE-DATE        PIC 9(8).
            02 SM-OUT-SERVICE-DATE       PIC 9(8).

        FD WEATHER-ARCHIVE.
        01 WA-RECORD.
               03 WS-ST-STATION         PIC 9(6).
               03 WS-ST-NAME            PIC X(20).
               03 WS-ST-STATE           PIC X(2).
               03 WS-ST-IN-SERVICE      PIC 9(8).
               03 WS-ST-OUT-SERVICE     PIC 9(8).

        01  WS-RANGE-AREAS.
            02 WS-FROM-DATE             PIC 9(8) VALUE ZERO.
            02 WS-TO-DATE               PIC 9(8) VALUE ZERO.
            02 WS-SWEEP-TO-DATE         PIC 9(8) VALUE ZERO.
            02 WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
            02 WS-CURRENT-PARTS REDEFINES WS-CURRENT-DATE.
               03 WS-CUR-YEAR           PIC 9(4).
            02 WS-PRESENT-COUNT         PIC 9(6) VALUE ZERO.
            02 WS-MISSING-COUNT         PIC 9(6) VALUE ZERO.
            02 WS-TOT-MISSING           PIC 9(8) VALUE ZERO.
            02 WS-TOT-OUT-OF-SERVICE    PIC 9(4) VALUE ZERO.
            02 WS-COMPLETE-PCT          PIC 9(3)V9 VALUE ZERO.

      *    LEAP-YEAR AND MONTH-LENGTH WORK AREAS FOR THE DATE SWEEP,
            02 SSL-PCT             PIC ZZ9.9.
            02 FILLER              PIC X(2)  VALUE " %".

        01 OUT-OF-SERVICE-LINE.
            02 FILLER              PIC X(10) VALUE "STATION #".
            02 OSL-STATION         PIC 9(6).
            02 FILLER              PIC X(3)  VALUE " - ".
            02 OSL-NAME            PIC X(20).
            02 FILLER              PIC X     VALUE SPACE.
            02 OSL-STATE           PIC X(2).
            02 FILLER              PIC X(22) VALUE
               "  NOT IN SERVICE - IN ".
            02 OSL-IN-SERVICE      PIC 9(8).
            02 FILLER              PIC X(5)  VALUE " OUT ".
            02 OSL-OUT-SERVICE     PIC 9(8).

        01 COVERAGE-TOTAL-LINE.
            02 FILLER              PIC X(28) VALUE
               "TOTAL MISSING STATION-DAYS: ".
            02 CVT-MISSING         PIC ZZZ,ZZZ,ZZ9.

        01 OUT-OF-SERVICE-TOTAL-LINE.
            02 FILLER              PIC X(34) VALUE
               "STATIONS NOT IN SERVICE IN RANGE: ".
            02 CVO-STATIONS        PIC Z,ZZ9.

        PROCEDURE DIVISION.

        0100-START.
            WRITE CVDATA FROM COVERAGE-TITLE-LINE
                AFTER ADVANCING PAGE.

            PERFORM 0200-SWEEP-ONE-STATION THRU 0209-SWEEP-EXIT
                VARYING WS-ST-SUBIDX FROM 1 BY 1
                UNTIL WS-ST-SUBIDX > WS-ST-COUNT.

            MOVE WS-TOT-MISSING TO CVT-MISSING.
            WRITE CVDATA FROM COVERAGE-TOTAL-LINE
                AFTER ADVANCING 2 LINES.
            MOVE WS-TOT-OUT-OF-SERVICE TO CVO-STATIONS.
            WRITE CVDATA FROM OUT-OF-SERVICE-TOTAL-LINE
                AFTER ADVANCING 1 LINES.

            CLOSE COVERAGE-REPORT.
            CLOSE WEATHER-ARCHIVE.
                MOVE SM-STATION TO WS-ST-STATION(WS-ST-COUNT)
                MOVE SM-NAME TO WS-ST-NAME(WS-ST-COUNT)
                MOVE SM-STATE TO WS-ST-STATE(WS-ST-COUNT)
      *    A STATION RECORD CARRIED OVER FROM BEFORE THE SERVICE
      *    DATES WERE KEPT HAS NO DATES; THEY COUNT AS ZERO.
                IF SM-IN-SERVICE-DATE IS NOT NUMERIC
                    MOVE ZERO TO SM-IN-SERVICE-DATE
                END-IF
                IF SM-OUT-SERVICE-DATE IS NOT NUMERIC
                    MOVE ZERO TO SM-OUT-SERVICE-DATE
                END-IF
                MOVE SM-IN-SERVICE-DATE
                    TO WS-ST-IN-SERVICE(WS-ST-COUNT)
                MOVE SM-OUT-SERVICE-DATE
                    TO WS-ST-OUT-SERVICE(WS-ST-COUNT)
            END-IF.

            READ STATION-MASTER NEXT RECORD

      *    ONE STATION'S SWEEP: EVERY CALENDAR DATE IN THE RANGE IS
      *    PROBED IN THE ARCHIVE BY ITS FULL KEY; A MISS IS A GAP
      *    LINE AND A TALLY. THE RANGE IS FIRST NARROWED TO THE
      *    STATION'S SERVICE DATES - THE OUT-OF-SERVICE DATE IS THE
      *    FIRST DAY IT NO LONGER REPORTS, AND A ZERO DATE LEAVES
      *    THAT SIDE OPEN. A STATION NOT IN SERVICE AT ALL IN THE
      *    RANGE GETS ONE LINE SAYING SO INSTEAD OF A SUMMARY.
        0200-SWEEP-ONE-STATION.

            MOVE ZERO TO WS-DAYS-IN-RANGE.
            MOVE ZERO TO WS-PRESENT-COUNT.
            MOVE ZERO TO WS-MISSING-COUNT.
            MOVE WS-FROM-DATE TO WS-CURRENT-DATE.
            IF WS-ST-IN-SERVICE(WS-ST-SUBIDX) > WS-CURRENT-DATE
                MOVE WS-ST-IN-SERVICE(WS-ST-SUBIDX) TO WS-CURRENT-DATE
            END-IF.
            MOVE WS-TO-DATE TO WS-SWEEP-TO-DATE.
            IF WS-ST-OUT-SERVICE(WS-ST-SUBIDX) NOT = ZERO
                AND WS-ST-OUT-SERVICE(WS-ST-SUBIDX)
                    <= WS-SWEEP-TO-DATE
                COMPUTE WS-SWEEP-TO-DATE =
                    WS-ST-OUT-SERVICE(WS-ST-SUBIDX) - 1
            END-IF.

            IF WS-CURRENT-DATE > WS-SWEEP-TO-DATE
                ADD 1 TO WS-TOT-OUT-OF-SERVICE
                MOVE WS-ST-STATION(WS-ST-SUBIDX) TO OSL-STATION
                MOVE WS-ST-NAME(WS-ST-SUBIDX) TO OSL-NAME
                MOVE WS-ST-STATE(WS-ST-SUBIDX) TO OSL-STATE
                MOVE WS-ST-IN-SERVICE(WS-ST-SUBIDX) TO OSL-IN-SERVICE
                MOVE WS-ST-OUT-SERVICE(WS-ST-SUBIDX)
                    TO OSL-OUT-SERVICE
                WRITE CVDATA FROM OUT-OF-SERVICE-LINE
                    AFTER ADVANCING 2 LINES
                GO TO 0209-SWEEP-EXIT
            END-IF.

            PERFORM 0210-PROBE-ONE-DAY
                UNTIL WS-CURRENT-DATE > WS-SWEEP-TO-DATE.

            MOVE WS-ST-STATION(WS-ST-SUBIDX) TO SSL-STATION.
            MOVE WS-ST-NAME(WS-ST-SUBIDX) TO SSL-NAME.
            WRITE CVDATA FROM STATION-SUMMARY-LINE
                AFTER ADVANCING 2 LINES.

        0209-SWEEP-EXIT.
            EXIT.

        0210-PROBE-ONE-DAY.

            ADD 1 TO WS-DAYS-IN-RANGE.
