        IDENTIFICATION DIVISION.
        PROGRAM-ID. STATION-RELOAD.
        AUTHOR. FABIO COSTA.
      *    REBUILDS THE INDEXED STATION MASTER STATION-MST.DAT AT
      *    ITS CURRENT LENGTH FROM THE FLAT STATION-UNL.DAT THAT
      *    STATION-UNLOAD WRITES. THE TRAILER COUNT AND STATION
      *    HASH ARE PROVED AGAINST THE DETAILS BEFORE THE LIVE FILE
      *    IS TOUCHED - A TRUNCATED OR MANGLED UNLOAD IS REFUSED,
      *    NOT LOADED - AND THE REBUILT FILE IS READ BACK AND
      *    COUNTED BEFORE SUCCESS IS DECLARED. A STATION UNLOADED
      *    FROM THE OLD MASTER HAS NO SERVICE DATES; BOTH ARE
      *    LOADED AS ZERO, WHICH MEANS NO LIMIT ON EITHER SIDE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT STATION-MASTER
            ASSIGN TO "STATION-MST.DAT"
            FILE STATUS IS SM-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SM-STATION.

        SELECT UNLOAD-FILE
            ASSIGN TO "STATION-UNL.DAT"
            FILE STATUS IS SU-STATUS
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

      *    EVERY UNLOAD RECORD LEADS WITH A ONE-BYTE TYPE CODE:
      *    D = STATION DETAIL, T = TRAILER.
        FD UNLOAD-FILE.
        01 UNLOAD-RECORD                 PIC X(55).

        01 UNLOAD-DETAIL-RECORD REDEFINES UNLOAD-RECORD.
            02 SUD-RECORD-TYPE           PIC X(1).
            02 SUD-STATION               PIC X(6).
            02 FILLER                    PIC X(48).

        01 UNLOAD-TRAILER-RECORD REDEFINES UNLOAD-RECORD.
            02 SUT-RECORD-TYPE           PIC X(1).
            02 SUT-RECORD-COUNT          PIC 9(8).
            02 SUT-STATION-HASH          PIC 9(12).
            02 FILLER                    PIC X(34).

        WORKING-STORAGE SECTION.

        01  MEM-VALUES.
            02 SM-STATUS                PIC X(2).
            02 SU-STATUS                PIC X(2).
            02 WS-SM-EOF-SWITCH         PIC X(1) VALUE 'N'.
               88 WS-SM-ENDOFFILE       VALUE 'Y'.

        01  WS-WORK-AREAS.
            02 WS-DETAIL-COUNT          PIC 9(8) VALUE ZERO.
            02 WS-STATION-HASH          PIC 9(12) VALUE ZERO.
            02 WS-STATION-WORK          PIC 9(6) VALUE ZERO.
            02 WS-TRAILER-SW            PIC X(1) VALUE 'N'.
               88 WS-TRAILER-SEEN       VALUE 'Y'.
            02 WS-TRL-COUNT             PIC 9(8) VALUE ZERO.
            02 WS-TRL-HASH              PIC 9(12) VALUE ZERO.
            02 WS-UNLOAD-OK-SW          PIC X(1) VALUE 'N'.
               88 WS-UNLOAD-PROVED      VALUE 'Y'.
            02 WS-RELOADED-COUNT        PIC 9(8) VALUE ZERO.
            02 WS-REJECT-COUNT          PIC 9(8) VALUE ZERO.
            02 WS-READBACK-COUNT        PIC 9(8) VALUE ZERO.

        PROCEDURE DIVISION.

        0100-START.

            PERFORM 0200-PROVE-UNLOAD-TRAILER THRU 0299-PROVE-EXIT.

            IF NOT WS-UNLOAD-PROVED
                DISPLAY "RELOAD REFUSED - STATION-MST.DAT NOT TOUCHED"
                GO TO 9999-END-PROGRAM
            END-IF.

            PERFORM 0300-REBUILD-MASTER THRU 0399-REBUILD-EXIT.

            PERFORM 0400-VERIFY-RELOADED-COUNT.

            DISPLAY "UNLOAD DETAILS READ:  ", WS-DETAIL-COUNT.
            DISPLAY "STATIONS RELOADED:    ", WS-RELOADED-COUNT.
            DISPLAY "LINES REJECTED:       ", WS-REJECT-COUNT.
            DISPLAY "STATIONS READ BACK:   ", WS-READBACK-COUNT.

            IF WS-READBACK-COUNT = WS-RELOADED-COUNT
                AND WS-RELOADED-COUNT + WS-REJECT-COUNT
                    = WS-DETAIL-COUNT
                DISPLAY "RELOAD VERIFIED."
            ELSE
                DISPLAY "RELOAD NOT VERIFIED - COUNTS DISAGREE."
            END-IF.

            PERFORM 9999-END-PROGRAM.

      *    FIRST PASS: PROVE THE TRAILER COUNT AND STATION HASH
      *    AGAINST THE DETAILS BEFORE REPLACING THE LIVE MASTER. AN
      *    UNLOAD WITH NO TRAILER READS EXACTLY LIKE A TRUNCATED ONE
      *    AND IS REFUSED THE SAME WAY.
        0200-PROVE-UNLOAD-TRAILER.

            OPEN INPUT UNLOAD-FILE.
            IF SU-STATUS NOT = "00"
                DISPLAY "ERROR OPENING STATION-UNL.DAT - STATUS: ",
                    SU-STATUS
                GO TO 0299-PROVE-EXIT
            END-IF.

            PERFORM 0210-TALLY-UNLOAD-RECORD
                UNTIL SU-STATUS NOT = "00".
            CLOSE UNLOAD-FILE.

            IF NOT WS-TRAILER-SEEN
                DISPLAY "UNLOAD HAS NO TRAILER - REFUSED"
                GO TO 0299-PROVE-EXIT
            END-IF.

            IF WS-TRL-COUNT NOT = WS-DETAIL-COUNT
                DISPLAY "TRAILER COUNT ", WS-TRL-COUNT,
                    " DOES NOT MATCH DETAILS READ ", WS-DETAIL-COUNT
                GO TO 0299-PROVE-EXIT
            END-IF.

            IF WS-TRL-HASH NOT = WS-STATION-HASH
                DISPLAY "TRAILER STATION HASH ", WS-TRL-HASH,
                    " DOES NOT MATCH DETAILS ", WS-STATION-HASH
                GO TO 0299-PROVE-EXIT
            END-IF.

            SET WS-UNLOAD-PROVED TO TRUE.

        0299-PROVE-EXIT.
            EXIT.

        0210-TALLY-UNLOAD-RECORD.

            READ UNLOAD-FILE
                AT END
                    MOVE "10" TO SU-STATUS
                NOT AT END
                    EVALUATE SUD-RECORD-TYPE
                        WHEN 'D'
                            ADD 1 TO WS-DETAIL-COUNT
                            IF SUD-STATION IS NUMERIC
                                MOVE SUD-STATION TO WS-STATION-WORK
                                ADD WS-STATION-WORK TO WS-STATION-HASH
                            END-IF
                        WHEN 'T'
                            SET WS-TRAILER-SEEN TO TRUE
                            MOVE SUT-RECORD-COUNT TO WS-TRL-COUNT
                            MOVE SUT-STATION-HASH TO WS-TRL-HASH
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ.

      *    THE RELOAD BUILDS THE INDEX FROM SCRATCH AT THE CURRENT
      *    RECORD LENGTH. A DETAIL WITHOUT A NUMERIC STATION OR WITH
      *    A DUPLICATE KEY IS REPORTED AND SKIPPED, AND THE RELOAD
      *    KEEPS GOING.
        0300-REBUILD-MASTER.

            OPEN OUTPUT STATION-MASTER.
            IF SM-STATUS NOT = "00"
                DISPLAY "ERROR CREATING STATION-MST.DAT - STATUS: ",
                    SM-STATUS
                GO TO 0399-REBUILD-EXIT
            END-IF.

            OPEN INPUT UNLOAD-FILE.
            PERFORM 0310-LOAD-UNLOAD-RECORD
                UNTIL SU-STATUS NOT = "00".
            CLOSE UNLOAD-FILE.
            CLOSE STATION-MASTER.

        0399-REBUILD-EXIT.
            EXIT.

        0310-LOAD-UNLOAD-RECORD.

            READ UNLOAD-FILE
                AT END
                    MOVE "10" TO SU-STATUS
                NOT AT END
                    IF SUD-RECORD-TYPE = 'D'
                        IF SUD-STATION IS NOT NUMERIC
                            ADD 1 TO WS-REJECT-COUNT
                            DISPLAY "REJECTED - NON-NUMERIC STATION: ",
                                SUD-STATION
                        ELSE
                            MOVE UNLOAD-RECORD(2:54) TO SM-RECORD
                            IF SM-IN-SERVICE-DATE IS NOT NUMERIC
                                MOVE ZERO TO SM-IN-SERVICE-DATE
                            END-IF
                            IF SM-OUT-SERVICE-DATE IS NOT NUMERIC
                                MOVE ZERO TO SM-OUT-SERVICE-DATE
                            END-IF
                            WRITE SM-RECORD
                                INVALID KEY
                                    ADD 1 TO WS-REJECT-COUNT
                                    DISPLAY "REJECTED - DUPLICATE ",
                                        "STATION: ", SUD-STATION
                                NOT INVALID KEY
                                    ADD 1 TO WS-RELOADED-COUNT
                            END-WRITE
                        END-IF
                    END-IF
            END-READ.

      *    READS THE REBUILT FILE BACK IN STATION ORDER SO THE
      *    VERDICT RESTS ON WHAT IS ACTUALLY ON DISK, NOT ON THE
      *    WRITE COUNTER.
        0400-VERIFY-RELOADED-COUNT.

            OPEN INPUT STATION-MASTER.
            IF SM-STATUS NOT = "00"
                DISPLAY "ERROR REOPENING STATION-MST.DAT - STATUS: ",
                    SM-STATUS
            ELSE
                READ STATION-MASTER NEXT RECORD
                    AT END SET WS-SM-ENDOFFILE TO TRUE
                END-READ
                PERFORM 0410-COUNT-NEXT-RECORD UNTIL WS-SM-ENDOFFILE
                CLOSE STATION-MASTER
            END-IF.

        0410-COUNT-NEXT-RECORD.

            ADD 1 TO WS-READBACK-COUNT.
            READ STATION-MASTER NEXT RECORD
                AT END SET WS-SM-ENDOFFILE TO TRUE
            END-READ.

        9999-END-PROGRAM.

            STOP RUN.
