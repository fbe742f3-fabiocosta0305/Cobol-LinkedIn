        IDENTIFICATION DIVISION.
        PROGRAM-ID. STATION-MAINT.
        AUTHOR. FABIO COSTA.
      *    INTERACTIVE MAINTENANCE FOR THE STATION MASTER,
      *    STATION-MST.DAT: ADD A STATION WITH THE DATE IT WENT INTO
      *    SERVICE, CHANGE ITS NAME, STATE, REGION OR SERVICE DATES,
      *    AND RETIRE IT WITH THE DATE IT WENT OUT OF SERVICE. A
      *    RETIRED STATION STAYS ON THE MASTER SO ITS HISTORY KEEPS
      *    ITS NAME. COVERAGE, NORMALS AND RECORD EXTREMES ONLY
      *    COUNT THE DAYS BETWEEN THE TWO DATES; A ZERO DATE MEANS
      *    NO LIMIT ON THAT SIDE. EVERY CHANGE WRITES A TIMESTAMPED
      *    BEFORE/AFTER ROW TO STATION-JOURNAL.DAT WITH THE OPERATOR
      *    ID OF WHOEVER MADE IT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT STATION-MASTER
            ASSIGN TO "STATION-MST.DAT"
            FILE STATUS IS SM-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SM-STATION.

        SELECT STATION-JOURNAL
            ASSIGN TO "STATION-JOURNAL.DAT"
            FILE STATUS IS SJ-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.

        FILE SECTION.

      *    THE OUT-OF-SERVICE DATE IS THE FIRST DAY THE STATION NO
      *    LONGER REPORTS.
        FD STATION-MASTER.
        01 SM-RECORD.
            02 SM-STATION                PIC 9(6).
            02 SM-NAME                   PIC X(20).
            02 SM-STATE                  PIC X(2).
            02 SM-REGION                 PIC X(10).
            02 SM-IN-SERVICE-DATE        PIC 9(8).
            02 SM-OUT-SERVICE-DATE       PIC 9(8).

      *    ACTION A (ADD), C (CHANGE) OR R (RETIRE); AN ADD HAS A
      *    BLANK BEFORE IMAGE.
        FD STATION-JOURNAL.
        01 SJ-RECORD.
            02 SJ-ACTION-CODE            PIC X(1).
            02 SJ-RUN-DATE               PIC 9(8).
            02 SJ-RUN-TIME               PIC 9(8).
            02 SJ-BEFORE-IMAGE           PIC X(54).
            02 SJ-AFTER-IMAGE            PIC X(54).
            02 SJ-OPERATOR-ID            PIC X(8).

        WORKING-STORAGE SECTION.

        01  MEM-VALUES.
            02 SM-STATUS                PIC X(2).
            02 SJ-STATUS                PIC X(2).
            02 WS-SM-EOF-SWITCH         PIC X(1) VALUE 'N'.
               88 WS-SM-ENDOFFILE       VALUE 'Y'.
            02 WS-DONE-SWITCH           PIC X(1) VALUE 'N'.
               88 WS-SESSION-DONE       VALUE 'Y'.
            02 WS-TODAY-DATE            PIC 9(8).

        01  WS-MAINT-AREAS.
            02 WS-ANSWER                PIC X(1) VALUE SPACE.
            02 WS-MAINT-STATION         PIC 9(6) VALUE ZERO.
            02 WS-ENTRY-TEXT            PIC X(20) VALUE SPACES.
            02 WS-CHANGE-COUNT          PIC 9(4) VALUE ZERO.
            02 WS-LIST-COUNT            PIC 9(4) VALUE ZERO.

      *    JOURNAL WORK AREAS. THE BEFORE IMAGE IS CAPTURED AHEAD OF
      *    ANY CHANGE.
        01  WS-JOURNAL-AREAS.
            02 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
            02 WS-JRNL-ACTION           PIC X(1) VALUE SPACE.
            02 WS-JRNL-TIME             PIC 9(8) VALUE ZERO.
            02 WS-BEFORE-IMAGE          PIC X(54) VALUE SPACES.

      *    A DATE KEYED AT THE CONSOLE. BLANK KEEPS WHAT IS ON FILE;
      *    ZEROS CLEAR IT; ANYTHING ELSE MUST BE A REAL YYYYMMDD.
        01  WS-DATE-ENTRY-AREAS.
            02 WS-DATE-TEXT             PIC X(8) VALUE SPACES.
            02 WS-DATE-VALUE            PIC 9(8) VALUE ZERO.
            02 WS-DATE-PARTS REDEFINES WS-DATE-VALUE.
               03 WS-DATE-YEAR          PIC 9(4).
               03 WS-DATE-MONTH         PIC 9(2).
               03 WS-DATE-DAY           PIC 9(2).
            02 WS-DATE-SWITCH           PIC X(1) VALUE 'N'.
               88 WS-DATE-KEPT          VALUE 'K'.
               88 WS-DATE-ACCEPTED      VALUE 'Y'.
               88 WS-DATE-REJECTED      VALUE 'N'.
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

        01 STATION-LIST-LINE.
            02 SLL-STATION         PIC 9(6).
            02 FILLER              PIC X(2)  VALUE SPACES.
            02 SLL-NAME            PIC X(20).
            02 FILLER              PIC X     VALUE SPACE.
            02 SLL-STATE           PIC X(2).
            02 FILLER              PIC X     VALUE SPACE.
            02 SLL-REGION          PIC X(10).
            02 FILLER              PIC X(4)  VALUE " IN ".
            02 SLL-IN-SERVICE      PIC 9(8).
            02 FILLER              PIC X(5)  VALUE " OUT ".
            02 SLL-OUT-SERVICE     PIC 9(8).

        PROCEDURE DIVISION.

        0100-START.

            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

      *    EVERY JOURNAL ROW CARRIES WHO MADE THE CHANGE, SO THE
      *    SESSION DOES NOT START UNTIL AN OPERATOR ID IS GIVEN.
            PERFORM 0110-ACCEPT-OPERATOR-ID
                UNTIL WS-OPERATOR-ID NOT = SPACES.

            OPEN I-O STATION-MASTER.
            IF SM-STATUS = "35"
                OPEN OUTPUT STATION-MASTER
                CLOSE STATION-MASTER
                OPEN I-O STATION-MASTER
            END-IF.
            IF SM-STATUS NOT = "00"
                DISPLAY "ERROR OPENING STATION-MST.DAT - STATUS: ",
                    SM-STATUS
                GO TO 9999-END
            END-IF.

            PERFORM 0200-MAINTAIN-ONE UNTIL WS-SESSION-DONE.

            CLOSE STATION-MASTER.

            DISPLAY "SESSION COMPLETE - ", WS-CHANGE-COUNT,
                " CHANGES.".

            GO TO 9999-END.

        0110-ACCEPT-OPERATOR-ID.

            DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
            ACCEPT WS-OPERATOR-ID.

        0200-MAINTAIN-ONE.

            DISPLAY "ADD (A), CHANGE (C), RETIRE (R), LIST (L), ",
                "QUIT (Q)? " WITH NO ADVANCING.
            ACCEPT WS-ANSWER.

            EVALUATE WS-ANSWER
                WHEN 'A'
                WHEN 'a'
                    PERFORM 0300-ADD-STATION THRU 0399-ADD-EXIT
                WHEN 'C'
                WHEN 'c'
                    PERFORM 0400-CHANGE-STATION THRU 0499-CHANGE-EXIT
                WHEN 'R'
                WHEN 'r'
                    PERFORM 0500-RETIRE-STATION THRU 0599-RETIRE-EXIT
                WHEN 'L'
                WHEN 'l'
                    PERFORM 0600-LIST-STATIONS
                WHEN 'Q'
                WHEN 'q'
                    SET WS-SESSION-DONE TO TRUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      *    A NEW STATION GOES INTO SERVICE TODAY UNLESS ANOTHER DATE
      *    IS KEYED; IT HAS NO OUT-OF-SERVICE DATE.
        0300-ADD-STATION.

            PERFORM 0700-ACCEPT-STATION-NUMBER.
            IF WS-MAINT-STATION = ZERO
                GO TO 0399-ADD-EXIT
            END-IF.

            MOVE WS-MAINT-STATION TO SM-STATION.
            READ STATION-MASTER
                KEY IS SM-STATION
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY "STATION ALREADY ON FILE: ", SM-NAME
                    GO TO 0399-ADD-EXIT
            END-READ.

            MOVE SPACES TO SM-RECORD.
            MOVE WS-MAINT-STATION TO SM-STATION.
            DISPLAY "ENTER NAME (20 CHARACTERS): "
                WITH NO ADVANCING.
            ACCEPT SM-NAME.
            DISPLAY "ENTER STATE (2 CHARACTERS): "
                WITH NO ADVANCING.
            ACCEPT SM-STATE.
            DISPLAY "ENTER REGION (10 CHARACTERS): "
                WITH NO ADVANCING.
            ACCEPT SM-REGION.

            MOVE WS-TODAY-DATE TO SM-IN-SERVICE-DATE.
            MOVE ZERO TO SM-OUT-SERVICE-DATE.
            DISPLAY "ENTER IN-SERVICE DATE (YYYYMMDD, BLANK FOR ",
                "TODAY): " WITH NO ADVANCING.
            PERFORM 0710-ACCEPT-DATE.
            IF WS-DATE-REJECTED
                GO TO 0399-ADD-EXIT
            END-IF.
            IF WS-DATE-ACCEPTED
                MOVE WS-DATE-VALUE TO SM-IN-SERVICE-DATE
            END-IF.

            MOVE SPACES TO WS-BEFORE-IMAGE.
            MOVE 'A' TO WS-JRNL-ACTION.

            WRITE SM-RECORD
                INVALID KEY
                    DISPLAY "ERROR ADDING STATION - STATUS: ",
                        SM-STATUS
                NOT INVALID KEY
                    DISPLAY "STATION ADDED."
                    PERFORM 0800-WRITE-JOURNAL
            END-WRITE.

        0399-ADD-EXIT.
            EXIT.

      *    A BLANK ANSWER KEEPS WHAT IS ON FILE, SO ONE FIELD CAN BE
      *    CORRECTED WITHOUT RETYPING THE REST. A RETIRED STATION
      *    CAN BE PUT BACK IN SERVICE HERE BY ZEROING ITS
      *    OUT-OF-SERVICE DATE.
        0400-CHANGE-STATION.

            PERFORM 0700-ACCEPT-STATION-NUMBER.
            IF WS-MAINT-STATION = ZERO
                GO TO 0499-CHANGE-EXIT
            END-IF.

            MOVE WS-MAINT-STATION TO SM-STATION.
            READ STATION-MASTER
                KEY IS SM-STATION
                INVALID KEY
                    DISPLAY "STATION NOT ON FILE: ", WS-MAINT-STATION
                    GO TO 0499-CHANGE-EXIT
            END-READ.

            MOVE SM-RECORD TO WS-BEFORE-IMAGE.
            PERFORM 0610-DISPLAY-STATION.

            DISPLAY "ENTER NEW NAME (BLANK KEEPS CURRENT): "
                WITH NO ADVANCING.
            MOVE SPACES TO WS-ENTRY-TEXT.
            ACCEPT WS-ENTRY-TEXT.
            IF WS-ENTRY-TEXT NOT = SPACES
                MOVE WS-ENTRY-TEXT TO SM-NAME
            END-IF.

            DISPLAY "ENTER NEW STATE (BLANK KEEPS CURRENT): "
                WITH NO ADVANCING.
            MOVE SPACES TO WS-ENTRY-TEXT.
            ACCEPT WS-ENTRY-TEXT.
            IF WS-ENTRY-TEXT NOT = SPACES
                MOVE WS-ENTRY-TEXT TO SM-STATE
            END-IF.

            DISPLAY "ENTER NEW REGION (BLANK KEEPS CURRENT): "
                WITH NO ADVANCING.
            MOVE SPACES TO WS-ENTRY-TEXT.
            ACCEPT WS-ENTRY-TEXT.
            IF WS-ENTRY-TEXT NOT = SPACES
                MOVE WS-ENTRY-TEXT TO SM-REGION
            END-IF.

            DISPLAY "ENTER NEW IN-SERVICE DATE (YYYYMMDD, BLANK ",
                "KEEPS, 0 CLEARS): " WITH NO ADVANCING.
            PERFORM 0710-ACCEPT-DATE.
            IF WS-DATE-REJECTED
                GO TO 0499-CHANGE-EXIT
            END-IF.
            IF WS-DATE-ACCEPTED
                MOVE WS-DATE-VALUE TO SM-IN-SERVICE-DATE
            END-IF.

            DISPLAY "ENTER NEW OUT-OF-SERVICE DATE (YYYYMMDD, BLANK ",
                "KEEPS, 0 CLEARS): " WITH NO ADVANCING.
            PERFORM 0710-ACCEPT-DATE.
            IF WS-DATE-REJECTED
                GO TO 0499-CHANGE-EXIT
            END-IF.
            IF WS-DATE-ACCEPTED
                MOVE WS-DATE-VALUE TO SM-OUT-SERVICE-DATE
            END-IF.

            IF SM-OUT-SERVICE-DATE NOT = ZERO
                AND SM-OUT-SERVICE-DATE <= SM-IN-SERVICE-DATE
                DISPLAY "OUT-OF-SERVICE DATE MUST FOLLOW THE ",
                    "IN-SERVICE DATE - NOTHING CHANGED"
                GO TO 0499-CHANGE-EXIT
            END-IF.

            IF SM-RECORD = WS-BEFORE-IMAGE
                DISPLAY "NO CHANGES ENTERED."
                GO TO 0499-CHANGE-EXIT
            END-IF.

            MOVE 'C' TO WS-JRNL-ACTION.
            PERFORM 0790-REWRITE-STATION.

        0499-CHANGE-EXIT.
            EXIT.

      *    RETIRING ONLY SETS THE OUT-OF-SERVICE DATE - TODAY UNLESS
      *    ANOTHER DATE IS KEYED. THE RECORD IS NEVER DELETED.
        0500-RETIRE-STATION.

            PERFORM 0700-ACCEPT-STATION-NUMBER.
            IF WS-MAINT-STATION = ZERO
                GO TO 0599-RETIRE-EXIT
            END-IF.

            MOVE WS-MAINT-STATION TO SM-STATION.
            READ STATION-MASTER
                KEY IS SM-STATION
                INVALID KEY
                    DISPLAY "STATION NOT ON FILE: ", WS-MAINT-STATION
                    GO TO 0599-RETIRE-EXIT
            END-READ.

            MOVE SM-RECORD TO WS-BEFORE-IMAGE.
            PERFORM 0610-DISPLAY-STATION.

            IF SM-OUT-SERVICE-DATE NOT = ZERO
                DISPLAY "STATION ALREADY RETIRED AS OF ",
                    SM-OUT-SERVICE-DATE
                GO TO 0599-RETIRE-EXIT
            END-IF.

            MOVE WS-TODAY-DATE TO SM-OUT-SERVICE-DATE.
            DISPLAY "ENTER OUT-OF-SERVICE DATE (YYYYMMDD, BLANK ",
                "FOR TODAY): " WITH NO ADVANCING.
            PERFORM 0710-ACCEPT-DATE.
            IF WS-DATE-REJECTED
                GO TO 0599-RETIRE-EXIT
            END-IF.
            IF WS-DATE-ACCEPTED
                MOVE WS-DATE-VALUE TO SM-OUT-SERVICE-DATE
            END-IF.

            IF SM-OUT-SERVICE-DATE = ZERO
                OR SM-OUT-SERVICE-DATE <= SM-IN-SERVICE-DATE
                DISPLAY "OUT-OF-SERVICE DATE MUST FOLLOW THE ",
                    "IN-SERVICE DATE - NOT RETIRED"
                GO TO 0599-RETIRE-EXIT
            END-IF.

            DISPLAY "RETIRE STATION ", SM-STATION, " AS OF ",
                SM-OUT-SERVICE-DATE, " (Y/N)? " WITH NO ADVANCING.
            ACCEPT WS-ANSWER.
            IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
                DISPLAY "NOT RETIRED."
                GO TO 0599-RETIRE-EXIT
            END-IF.

            MOVE 'R' TO WS-JRNL-ACTION.
            PERFORM 0790-REWRITE-STATION.

        0599-RETIRE-EXIT.
            EXIT.

        0600-LIST-STATIONS.

            MOVE ZERO TO WS-LIST-COUNT.
            MOVE 'N' TO WS-SM-EOF-SWITCH.
            MOVE LOW-VALUES TO SM-RECORD.
            START STATION-MASTER
                KEY IS NOT LESS THAN SM-STATION
                INVALID KEY
                    SET WS-SM-ENDOFFILE TO TRUE
            END-START.

            PERFORM 0605-LIST-ONE-STATION UNTIL WS-SM-ENDOFFILE.

            DISPLAY WS-LIST-COUNT, " STATIONS ON FILE.".

        0605-LIST-ONE-STATION.

            READ STATION-MASTER NEXT RECORD
                AT END
                    SET WS-SM-ENDOFFILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    PERFORM 0610-DISPLAY-STATION
            END-READ.

      *    A STATION CARRIED OVER FROM BEFORE THE SERVICE DATES WERE
      *    KEPT HAS NO DATES; THEY COUNT AS ZERO, AND A CHANGE OR
      *    RETIREMENT WRITES THEM BACK THAT WAY.
        0610-DISPLAY-STATION.

            IF SM-IN-SERVICE-DATE IS NOT NUMERIC
                MOVE ZERO TO SM-IN-SERVICE-DATE
            END-IF.
            IF SM-OUT-SERVICE-DATE IS NOT NUMERIC
                MOVE ZERO TO SM-OUT-SERVICE-DATE
            END-IF.

            MOVE SM-STATION TO SLL-STATION.
            MOVE SM-NAME TO SLL-NAME.
            MOVE SM-STATE TO SLL-STATE.
            MOVE SM-REGION TO SLL-REGION.
            MOVE SM-IN-SERVICE-DATE TO SLL-IN-SERVICE.
            MOVE SM-OUT-SERVICE-DATE TO SLL-OUT-SERVICE.
            DISPLAY STATION-LIST-LINE.

        0700-ACCEPT-STATION-NUMBER.

            DISPLAY "ENTER STATION NUMBER (6 DIGITS, 000000 TO ",
                "CANCEL): " WITH NO ADVANCING.
            MOVE ZERO TO WS-MAINT-STATION.
            ACCEPT WS-MAINT-STATION.

      *    FEBRUARY GETS A 29TH IN LEAP YEARS - DIVISIBLE BY FOUR,
      *    EXCEPT CENTURY YEARS NOT DIVISIBLE BY FOUR HUNDRED.
        0710-ACCEPT-DATE.

            MOVE SPACES TO WS-DATE-TEXT.
            ACCEPT WS-DATE-TEXT.
            MOVE ZERO TO WS-DATE-VALUE.

            IF WS-DATE-TEXT = SPACES
                SET WS-DATE-KEPT TO TRUE
            ELSE
                IF WS-DATE-TEXT = "0" OR WS-DATE-TEXT = "00000000"
                    SET WS-DATE-ACCEPTED TO TRUE
                ELSE
                    SET WS-DATE-REJECTED TO TRUE
                    IF WS-DATE-TEXT IS NUMERIC
                        MOVE WS-DATE-TEXT TO WS-DATE-VALUE
                        IF WS-DATE-YEAR > 1800
                            AND WS-DATE-MONTH >= 1
                            AND WS-DATE-MONTH <= 12
                            PERFORM 0720-SET-MONTH-LIMIT
                            IF WS-DATE-DAY >= 1
                                AND WS-DATE-DAY <= WS-MONTH-LIMIT
                                SET WS-DATE-ACCEPTED TO TRUE
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.

            IF WS-DATE-REJECTED
                DISPLAY "INVALID DATE: ", WS-DATE-TEXT,
                    " - NOTHING CHANGED"
            END-IF.

        0720-SET-MONTH-LIMIT.

            MOVE WS-DAYS-IN-MONTH(WS-DATE-MONTH) TO WS-MONTH-LIMIT.

            IF WS-DATE-MONTH = 2
                DIVIDE WS-DATE-YEAR BY 4
                    GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REMAINDER
                IF WS-LEAP-REMAINDER = ZERO
                    DIVIDE WS-DATE-YEAR BY 100
                        GIVING WS-LEAP-QUOTIENT
                        REMAINDER WS-LEAP-REMAINDER
                    IF WS-LEAP-REMAINDER NOT = ZERO
                        MOVE 29 TO WS-MONTH-LIMIT
                    ELSE
                        DIVIDE WS-DATE-YEAR BY 400
                            GIVING WS-LEAP-QUOTIENT
                            REMAINDER WS-LEAP-REMAINDER
                        IF WS-LEAP-REMAINDER = ZERO
                            MOVE 29 TO WS-MONTH-LIMIT
                        END-IF
                    END-IF
                END-IF
            END-IF.

        0790-REWRITE-STATION.

            REWRITE SM-RECORD
                INVALID KEY
                    DISPLAY "ERROR UPDATING STATION - STATUS: ",
                        SM-STATUS
                NOT INVALID KEY
                    DISPLAY "STATION UPDATED."
                    PERFORM 0800-WRITE-JOURNAL
            END-REWRITE.

      *    APPENDS ONE TIMESTAMPED BEFORE/AFTER ROW PER CHANGE WITH
      *    THE SIGNED-ON OPERATOR ID. A MISSING JOURNAL FILE IS
      *    CREATED ON FIRST USE.
        0800-WRITE-JOURNAL.

            ADD 1 TO WS-CHANGE-COUNT.
            ACCEPT WS-JRNL-TIME FROM TIME.

            OPEN EXTEND STATION-JOURNAL.
            IF SJ-STATUS = "35"
                OPEN OUTPUT STATION-JOURNAL
            END-IF.
            IF SJ-STATUS NOT = "00"
                DISPLAY "WARNING - NO JOURNAL - STATUS: ", SJ-STATUS
            ELSE
                MOVE WS-JRNL-ACTION TO SJ-ACTION-CODE
                MOVE WS-TODAY-DATE TO SJ-RUN-DATE
                MOVE WS-JRNL-TIME TO SJ-RUN-TIME
                MOVE WS-BEFORE-IMAGE TO SJ-BEFORE-IMAGE
                MOVE SM-RECORD TO SJ-AFTER-IMAGE
                MOVE WS-OPERATOR-ID TO SJ-OPERATOR-ID
                WRITE SJ-RECORD
                CLOSE STATION-JOURNAL
            END-IF.

        9999-END.
            STOP RUN.
