        IDENTIFICATION DIVISION.
        PROGRAM-ID. STATION-UNLOAD.
        AUTHOR. FABIO COSTA.
      *    ONE-TIME UNLOAD OF THE STATION MASTER STATION-MST.DAT AS
      *    IT STOOD BEFORE THE SERVICE DATES WERE ADDED - STATION,
      *    NAME, STATE AND REGION, 38 BYTES A RECORD. AN INDEXED
      *    FILE CANNOT BE OPENED UNDER A LONGER RECORD THAN IT WAS
      *    BUILT WITH, SO THE OLD FILE IS READ AT ITS OWN LENGTH
      *    AND EVERY STATION GOES TO THE FLAT STATION-UNL.DAT IN
      *    STATION ORDER, FOLLOWED BY A TRAILER CARRYING THE RECORD
      *    COUNT AND A STATION-NUMBER HASH. STATION-RELOAD PROVES
      *    THE TRAILER AND REBUILDS THE MASTER AT THE NEW LENGTH,
      *    THE SAME WAY EMP-DUMP AND EMP-RESTORE CARRY EES.DAT.

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

      *    THE STATION MASTER AT ITS ORIGINAL LENGTH.
        FD STATION-MASTER.
        01 SM-RECORD.
            02 SM-STATION                PIC 9(6).
            02 SM-NAME                   PIC X(20).
            02 SM-STATE                  PIC X(2).
            02 SM-REGION                 PIC X(10).

      *    EVERY UNLOAD RECORD LEADS WITH A ONE-BYTE TYPE CODE:
      *    D = STATION DETAIL, T = TRAILER. A DETAIL IS LAID OUT AS
      *    THE CURRENT MASTER RECORD; THE SERVICE DATES THE OLD FILE
      *    NEVER HAD ARE LEFT BLANK.
        FD UNLOAD-FILE.
        01 UNLOAD-RECORD                 PIC X(55).

        01 UNLOAD-DETAIL-RECORD REDEFINES UNLOAD-RECORD.
            02 SUD-RECORD-TYPE           PIC X(1).
            02 SUD-STATION-IMAGE         PIC X(38).
            02 SUD-SERVICE-DATES         PIC X(16).

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
            02 WS-UNLOAD-COUNT          PIC 9(8) VALUE ZERO.
            02 WS-STATION-HASH          PIC 9(12) VALUE ZERO.

        PROCEDURE DIVISION.

        0100-OPEN-FILES.

            OPEN INPUT STATION-MASTER.
            IF SM-STATUS NOT = "00"
                DISPLAY "ERROR OPENING STATION-MST.DAT - STATUS: ",
                    SM-STATUS
                DISPLAY "A MASTER ALREADY AT THE NEW LENGTH NEEDS NO ",
                    "UNLOAD."
                STOP RUN
            END-IF.

            OPEN OUTPUT UNLOAD-FILE.
            IF SU-STATUS NOT = "00"
                DISPLAY "ERROR OPENING STATION-UNL.DAT - STATUS: ",
                    SU-STATUS
                GO TO 9999-END-PROGRAM
            END-IF.

            READ STATION-MASTER NEXT RECORD
                AT END SET WS-SM-ENDOFFILE TO TRUE
            END-READ.

            PERFORM 0200-UNLOAD-STATION UNTIL WS-SM-ENDOFFILE.

            PERFORM 0250-WRITE-TRAILER.

            CLOSE UNLOAD-FILE.

            DISPLAY "UNLOAD COMPLETE - ", WS-UNLOAD-COUNT,
                " STATIONS WRITTEN.".

            PERFORM 9999-END-PROGRAM.

      *    THE STATION-NUMBER HASH RIDES ALONG SO AN UNLOAD WITH A
      *    DROPPED OR MANGLED RECORD CANNOT QUIETLY PASS A COUNT
      *    CHECK.
        0200-UNLOAD-STATION.

            MOVE SPACES TO UNLOAD-RECORD.
            MOVE 'D' TO SUD-RECORD-TYPE.
            MOVE SM-RECORD TO SUD-STATION-IMAGE.
            WRITE UNLOAD-RECORD.

            ADD 1 TO WS-UNLOAD-COUNT.
            IF SM-STATION IS NUMERIC
                ADD SM-STATION TO WS-STATION-HASH
            END-IF.

            READ STATION-MASTER NEXT RECORD
                AT END SET WS-SM-ENDOFFILE TO TRUE
            END-READ.

        0250-WRITE-TRAILER.

            MOVE SPACES TO UNLOAD-RECORD.
            MOVE 'T' TO SUT-RECORD-TYPE.
            MOVE WS-UNLOAD-COUNT TO SUT-RECORD-COUNT.
            MOVE WS-STATION-HASH TO SUT-STATION-HASH.
            WRITE UNLOAD-RECORD.

        9999-END-PROGRAM.

            CLOSE STATION-MASTER.
            STOP RUN.
