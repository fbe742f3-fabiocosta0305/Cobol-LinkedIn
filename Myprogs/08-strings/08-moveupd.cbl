        IDENTIFICATION DIVISION.
        PROGRAM-ID. MOVE-UPDATE.
        AUTHOR. FABIO COSTA.
      *    CHANGE-OF-ADDRESS (MOVE UPDATE) PROCESSING: READS THE
      *    CHANGE-OF-ADDRESS FILE FROM THE MAIL HOUSE AND MATCHES
      *    EACH MOVE AGAINST Customers.csv AND CUSTMAST.DAT BY THE
      *    OLD NAME AND ADDRESS. A PERMANENT MOVE REWRITES THE
      *    ADDRESS IN THE CSV AND RE-KEYS THE MASTER TO THE NEW ZIP;
      *    A TEMPORARY MOVE IS ONLY RECORDED. A MOVE WITH NO
      *    FORWARDING ADDRESS GOES TO SUPPRESS.DAT SO MAILING-LIST
      *    STOPS MAILING IT. EVERY MOVE ACTED ON IS KEPT ON
      *    MOVEHIST.DAT, AND MoveUpdate.rpt CARRIES THE MATCHED,
      *    UPDATED AND SUPPRESSED COUNTS THE MAIL HOUSE WANTS AS
      *    PROOF OF A RECENT MOVE UPDATE BEFORE IT GRANTS THE
      *    DISCOUNT RATE. RUN IT BEFORE MAILING-LIST, NOT AFTER
      *    MAIL-RETURNS.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      *    ONE MOVE PER LINE FROM THE MAIL HOUSE: OLD NAME AND
      *    ADDRESS, NEW ADDRESS, MOVE DATE AND MOVE TYPE.
        SELECT MOVE-FILE
            ASSIGN TO "MOVEUPD.DAT"
            FILE STATUS IS MV-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *    THE SAME CSV MAILING-LIST READS. IT IS LOADED WHOLE AND
      *    WRITTEN BACK ONLY WHEN A PERMANENT MOVE CHANGED A LINE.
        SELECT CUSTOMERS
            ASSIGN TO "Customers.csv"
            FILE STATUS IS WS-CUST-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT CUSTOMER-MASTER
            ASSIGN TO "CUSTMAST.DAT"
            FILE STATUS IS CF-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CM-KEY.

        SELECT SUPPRESSION-FILE
            ASSIGN TO "SUPPRESS.DAT"
            FILE STATUS IS SUP-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *    MOVE HISTORY: ONE LINE PER MOVE ACTED ON, APPENDED EVERY
      *    RUN, SO A CUSTOMER'S EARLIER ADDRESSES ARE NEVER LOST.
        SELECT MOVE-HISTORY
            ASSIGN TO "MOVEHIST.DAT"
            FILE STATUS IS MH-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT MOVE-REPORT
            ASSIGN TO "MoveUpdate.rpt"
            FILE STATUS IS MR-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.

        FILE SECTION.

      *    MV-MOVE-TYPE: P = PERMANENT, T = TEMPORARY. A BLANK NEW
      *    STREET AND ZIP MEANS THE CUSTOMER MOVED AND LEFT NO
      *    FORWARDING ADDRESS. A BLANK OLD FIRST NAME MATCHES EVERY
      *    MEMBER OF THE FAMILY AT THE OLD ADDRESS.
        FD MOVE-FILE.
        01 MOVE-RECORD.
            02 MV-OLD-LAST-NAME     PIC X(10).
            02 MV-OLD-FIRST-NAME    PIC X(10).
            02 MV-OLD-STREET-NUMBER PIC X(4).
            02 MV-OLD-STREET        PIC X(40).
            02 MV-OLD-CITY          PIC X(40).
            02 MV-OLD-STATE         PIC X(2).
            02 MV-OLD-ZIP           PIC X(5).
            02 MV-NEW-STREET-NUMBER PIC X(4).
            02 MV-NEW-STREET        PIC X(40).
            02 MV-NEW-CITY          PIC X(40).
            02 MV-NEW-STATE         PIC X(2).
            02 MV-NEW-ZIP           PIC X(5).
            02 MV-MOVE-DATE         PIC 9(8).
            02 MV-MOVE-TYPE         PIC X(1).
               88 MV-PERMANENT      VALUE 'P'.
               88 MV-TEMPORARY      VALUE 'T'.

        FD CUSTOMERS.
        01 CUSTOMERS-DATA.
            02 CUSTOMER-INFO    PIC X(255).

        FD CUSTOMER-MASTER.
        01 CUSTOMER-MASTER-RECORD.
            02 CM-KEY.
                03 CM-LAST-NAME     PIC X(10).
                03 CM-ZIP           PIC X(5).
            02 CM-FIRST-SEEN        PIC 9(8).
            02 CM-LAST-MAILED       PIC 9(8).
            02 CM-MAIL-COUNT        PIC 9(5).
            02 CM-ADDR-STATUS       PIC X(1).
               88 CM-ADDR-SUPPRESSED VALUE 'S'.
            02 CM-RETURN-COUNT      PIC 9(3).
            02 CM-LAST-CAMPAIGN     PIC X(8).

      *    SAME LAYOUT MAILING-LIST LOADS: LAST NAME, ZIP, STREET
      *    NUMBER, STREET, REASON.
        FD SUPPRESSION-FILE.
        01 SUPPRESSION-RECORD.
            02 SUP-LAST-NAME       PIC X(10).
            02 SUP-ZIP             PIC X(5).
            02 SUP-STREET-NUMBER   PIC X(4).
            02 SUP-STREET          PIC X(40).
            02 SUP-REASON-CODE     PIC X(4).

      *    MH-ACTION: U = ADDRESS UPDATED, T = TEMPORARY MOVE
      *    RECORDED ONLY, S = NO FORWARDING ADDRESS, SUPPRESSED.
        FD MOVE-HISTORY.
        01 MOVE-HISTORY-RECORD.
            02 MH-RUN-DATE          PIC 9(8).
            02 MH-MOVE-DATE         PIC 9(8).
            02 MH-MOVE-TYPE         PIC X(1).
            02 MH-ACTION            PIC X(1).
            02 MH-LAST-NAME         PIC X(10).
            02 MH-FIRST-NAME        PIC X(10).
            02 MH-OLD-STREET-NUMBER PIC X(4).
            02 MH-OLD-STREET        PIC X(40).
            02 MH-OLD-CITY          PIC X(40).
            02 MH-OLD-STATE         PIC X(2).
            02 MH-OLD-ZIP           PIC X(5).
            02 MH-NEW-STREET-NUMBER PIC X(4).
            02 MH-NEW-STREET        PIC X(40).
            02 MH-NEW-CITY          PIC X(40).
            02 MH-NEW-STATE         PIC X(2).
            02 MH-NEW-ZIP           PIC X(5).
            02 MH-CSV-ROWS          PIC 9(3).

        FD MOVE-REPORT.
        01 MRDATA.
            02 FILLER           PIC X(100) VALUE SPACES.

        WORKING-STORAGE SECTION.

        01 MEM-VARS.
            02 MV-STATUS         PIC X(2).
            02 WS-CUST-STATUS    PIC X(2).
            02 CF-STATUS         PIC X(2).
            02 SUP-STATUS        PIC X(2).
            02 MH-STATUS         PIC X(2).
            02 MR-STATUS         PIC X(2).
            02 WS-RUN-DATE       PIC 9(8).
            02 STRINGEND         PIC 999.

        01 WS-WORK-AREAS.
            02 WS-MOVES-READ        PIC 9(5) VALUE ZERO.
            02 WS-MATCHED-COUNT     PIC 9(5) VALUE ZERO.
            02 WS-UNMATCHED-COUNT   PIC 9(5) VALUE ZERO.
            02 WS-REJECTED-COUNT    PIC 9(5) VALUE ZERO.
            02 WS-UPDATED-COUNT     PIC 9(5) VALUE ZERO.
            02 WS-CSV-UPDATED       PIC 9(5) VALUE ZERO.
            02 WS-CM-UPDATED        PIC 9(5) VALUE ZERO.
            02 WS-TEMPORARY-COUNT   PIC 9(5) VALUE ZERO.
            02 WS-SUPPRESSED-COUNT  PIC 9(5) VALUE ZERO.
            02 WS-FIRST-MOVE-DATE   PIC 9(8) VALUE ZERO.
            02 WS-LAST-MOVE-DATE    PIC 9(8) VALUE ZERO.
            02 WS-ROW-MATCHES       PIC 9(3) VALUE ZERO.
            02 WS-REJECT-REASON     PIC X(30) VALUE SPACES.
            02 WS-SUP-AVAIL-SWITCH  PIC X(1) VALUE 'N'.
               88 WS-SUP-AVAILABLE  VALUE 'Y'.
            02 WS-MH-AVAIL-SWITCH   PIC X(1) VALUE 'N'.
               88 WS-MH-AVAILABLE   VALUE 'Y'.
            02 WS-CM-FOUND-SWITCH   PIC X(1) VALUE 'N'.
               88 WS-CM-FOUND       VALUE 'Y'.
            02 WS-NEW-KEY-SWITCH    PIC X(1) VALUE 'N'.
               88 WS-NEW-KEY-IN-USE VALUE 'Y'.
            02 WS-SAVED-MASTER      PIC X(48).

      *    Customers.csv HELD IN MEMORY: THE RAW LINE, ITS PARSED
      *    FIELDS AND A CHANGED FLAG. UNCHANGED LINES ARE WRITTEN
      *    BACK BYTE FOR BYTE; CHANGED ONES ARE REBUILT FROM THE
      *    FIELDS. A FILE TOO LARGE FOR THE TABLE IS LEFT ALONE.
        01 WS-CSV-AREAS.
            02 WS-CSV-COUNT         PIC 9(5) VALUE ZERO.
            02 WS-CSV-SUBIDX        PIC 9(5) VALUE ZERO.
            02 WS-CSV-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88 WS-CSV-ENDOFFILE  VALUE 'Y'.
            02 WS-CSV-OVERFLOW-SW   PIC X(1) VALUE 'N'.
               88 WS-CSV-OVERFLOW   VALUE 'Y'.
            02 WS-CSV-LOADED-SW     PIC X(1) VALUE 'N'.
               88 WS-CSV-LOADED     VALUE 'Y'.
            02 WS-CSV-TABLE OCCURS 5000 TIMES.
               03 WS-CSV-LINE          PIC X(255).
               03 WS-CSV-CHANGED       PIC X(1).
               03 WS-CSV-LAST-NAME     PIC X(10).
               03 WS-CSV-FIRST-NAME    PIC X(10).
               03 WS-CSV-STREET-NUMBER PIC X(4).
               03 WS-CSV-STREET        PIC X(40).
               03 WS-CSV-CITY          PIC X(40).
               03 WS-CSV-STATE         PIC X(2).
               03 WS-CSV-ZIP           PIC X(5).

        01 WS-CUSTOMER-DATA.
            02 WSC-LAST-NAME      PIC X(10) VALUE SPACES.
            02 WSC-FIRST-NAME     PIC X(10) VALUE SPACES.
            02 WSC-STREET-NUMBER  PIC X(4) VALUE SPACES.
            02 WSC-STREET         PIC X(40) VALUE SPACES.
            02 WSC-CITY           PIC X(40) VALUE SPACES.
            02 WSC-STATE          PIC X(2) VALUE SPACES.
            02 WSC-ZIP            PIC X(5) VALUE SPACES.

      *    ONE CSV FIELD AT A TIME IS TRIMMED HERE AND APPENDED TO
      *    THE REBUILT LINE.
        01 WS-REBUILD-AREAS.
            02 WS-RB-LINE           PIC X(255) VALUE SPACES.
            02 WS-RB-PTR            PIC 9(3) VALUE 1.
            02 WS-RB-FIELD          PIC X(40) VALUE SPACES.
            02 WS-RB-LEN            PIC 9(2) VALUE ZERO.
            02 WS-RB-LAST-SW        PIC X(1) VALUE 'N'.
               88 WS-RB-LAST-FIELD  VALUE 'Y'.

        01 MOVE-HEADING-LINE.
            02 FILLER           PIC X(42) VALUE
               "CHANGE-OF-ADDRESS PROCESSING - RUN OF ".
            02 MHL-DATE         PIC 9(8).
            02 FILLER           PIC X(50) VALUE SPACES.

        01 MOVE-DETAIL-LINE.
            02 MDL-LAST-NAME    PIC X(10).
            02 FILLER           PIC X     VALUE SPACE.
            02 MDL-FIRST-NAME   PIC X(10).
            02 FILLER           PIC X(3)  VALUE " - ".
            02 MDL-OLD-ZIP      PIC X(5).
            02 FILLER           PIC X(4)  VALUE " TO ".
            02 MDL-NEW-ZIP      PIC X(5).
            02 FILLER           PIC X(3)  VALUE " - ".
            02 MDL-MOVE-DATE    PIC 9(8).
            02 FILLER           PIC X(3)  VALUE " - ".
            02 MDL-ACTION       PIC X(30).
            02 FILLER           PIC X(18) VALUE SPACES.

        01 MOVE-RANGE-LINE.
            02 FILLER           PIC X(26) VALUE
               "MOVE DATES PROCESSED:     ".
            02 MRL-FIRST-DATE   PIC 9(8).
            02 FILLER           PIC X(6)  VALUE " THRU ".
            02 MRL-LAST-DATE    PIC 9(8).
            02 FILLER           PIC X(52) VALUE SPACES.

        01 MOVE-TOTAL-LINE.
            02 MTL-LABEL        PIC X(26).
            02 MTL-COUNT        PIC ZZZ,ZZ9.
            02 FILLER           PIC X(67) VALUE SPACES.

        PROCEDURE DIVISION.

        0100-INIT.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

            OPEN INPUT MOVE-FILE.
            IF MV-STATUS NOT = "00"
                DISPLAY "ERROR OPENING MOVEUPD.DAT - STATUS: ",
                    MV-STATUS
                GO TO 9999-END-RUN
            END-IF.

            OPEN I-O CUSTOMER-MASTER.
            IF CF-STATUS NOT = "00"
                DISPLAY "ERROR OPENING CUSTMAST.DAT - STATUS: ",
                    CF-STATUS
                GO TO 9999-END-RUN
            END-IF.

            PERFORM 0110-LOAD-CUSTOMERS.

            OPEN EXTEND SUPPRESSION-FILE.
            IF SUP-STATUS = "35"
                OPEN OUTPUT SUPPRESSION-FILE
            END-IF.
            IF SUP-STATUS = "00"
                SET WS-SUP-AVAILABLE TO TRUE
            ELSE
                DISPLAY "WARNING - SUPPRESS.DAT UNAVAILABLE - ",
                    "STATUS: ", SUP-STATUS,
                    " - NO-FORWARD MOVES NOT SUPPRESSED THIS RUN"
            END-IF.

            OPEN EXTEND MOVE-HISTORY.
            IF MH-STATUS = "35"
                OPEN OUTPUT MOVE-HISTORY
            END-IF.
            IF MH-STATUS = "00"
                SET WS-MH-AVAILABLE TO TRUE
            ELSE
                DISPLAY "WARNING - MOVEHIST.DAT UNAVAILABLE - ",
                    "STATUS: ", MH-STATUS
            END-IF.

            OPEN OUTPUT MOVE-REPORT.
            MOVE WS-RUN-DATE TO MHL-DATE.
            WRITE MRDATA FROM MOVE-HEADING-LINE
                AFTER ADVANCING PAGE.

            PERFORM 0200-PROCESS-MOVE
                UNTIL MV-STATUS NOT = "00".

            PERFORM 0400-REWRITE-CUSTOMERS THRU 0400-EXIT.

            PERFORM 0500-PRINT-TOTALS.

            GO TO 9999-END-RUN.

      *    THE CSV IS PARSED THE SAME WAY MAILING-LIST PARSES IT. A
      *    MISSING FILE LEAVES ONLY THE MASTER TO MATCH AGAINST.
        0110-LOAD-CUSTOMERS.

            OPEN INPUT CUSTOMERS.
            IF WS-CUST-STATUS NOT = "00"
                DISPLAY "WARNING - Customers.csv UNAVAILABLE - ",
                    "STATUS: ", WS-CUST-STATUS
            ELSE
                SET WS-CSV-LOADED TO TRUE
                READ CUSTOMERS
                    AT END SET WS-CSV-ENDOFFILE TO TRUE
                END-READ
                PERFORM 0115-LOAD-ONE-CUSTOMER
                    UNTIL WS-CSV-ENDOFFILE
                CLOSE CUSTOMERS
                IF WS-CSV-OVERFLOW
                    DISPLAY "WARNING - Customers.csv EXCEEDS 5000 ",
                        "LINES - CSV NOT UPDATED THIS RUN"
                    MOVE ZERO TO WS-CSV-COUNT
                    MOVE 'N' TO WS-CSV-LOADED-SW
                END-IF
            END-IF.

        0115-LOAD-ONE-CUSTOMER.

            IF WS-CSV-COUNT >= 5000
                SET WS-CSV-OVERFLOW TO TRUE
                SET WS-CSV-ENDOFFILE TO TRUE
            ELSE
                ADD 1 TO WS-CSV-COUNT
                MOVE CUSTOMER-INFO TO WS-CSV-LINE(WS-CSV-COUNT)
                MOVE 'N' TO WS-CSV-CHANGED(WS-CSV-COUNT)
                MOVE SPACES TO WS-CUSTOMER-DATA
                IF CUSTOMER-INFO NOT = SPACES
                    PERFORM VARYING STRINGEND FROM 255 BY -1
                        UNTIL CUSTOMER-INFO(STRINGEND:1) NOT = SPACE
                    END-PERFORM
                    UNSTRING CUSTOMER-INFO(1:STRINGEND)
                        DELIMITED BY ","
                        INTO WSC-LAST-NAME
                             WSC-FIRST-NAME
                             WSC-STREET-NUMBER
                             WSC-STREET
                             WSC-CITY
                             WSC-STATE
                             WSC-ZIP
                    END-UNSTRING
                END-IF
                MOVE WSC-LAST-NAME
                    TO WS-CSV-LAST-NAME(WS-CSV-COUNT)
                MOVE WSC-FIRST-NAME
                    TO WS-CSV-FIRST-NAME(WS-CSV-COUNT)
                MOVE WSC-STREET-NUMBER
                    TO WS-CSV-STREET-NUMBER(WS-CSV-COUNT)
                MOVE WSC-STREET TO WS-CSV-STREET(WS-CSV-COUNT)
                MOVE WSC-CITY TO WS-CSV-CITY(WS-CSV-COUNT)
                MOVE WSC-STATE TO WS-CSV-STATE(WS-CSV-COUNT)
                MOVE WSC-ZIP TO WS-CSV-ZIP(WS-CSV-COUNT)
                READ CUSTOMERS
                    AT END SET WS-CSV-ENDOFFILE TO TRUE
                END-READ
            END-IF.

        0200-PROCESS-MOVE.

            READ MOVE-FILE
                AT END
                    MOVE "10" TO MV-STATUS
                NOT AT END
                    ADD 1 TO WS-MOVES-READ
                    PERFORM 0210-APPLY-ONE-MOVE THRU 0210-EXIT
            END-READ.

      *    A MOVE MATCHES THE CSV ON OLD LAST NAME, ZIP, STREET
      *    NUMBER AND STREET (AND FIRST NAME WHEN GIVEN), AND THE
      *    MASTER ON ITS LAST NAME PLUS ZIP KEY. A MOVE FOUND IN
      *    NEITHER PLACE IS LISTED AND OTHERWISE IGNORED.
        0210-APPLY-ONE-MOVE.

            IF MV-MOVE-DATE IS NUMERIC AND MV-MOVE-DATE > ZERO
                IF WS-FIRST-MOVE-DATE = ZERO
                    OR MV-MOVE-DATE < WS-FIRST-MOVE-DATE
                    MOVE MV-MOVE-DATE TO WS-FIRST-MOVE-DATE
                END-IF
                IF MV-MOVE-DATE > WS-LAST-MOVE-DATE
                    MOVE MV-MOVE-DATE TO WS-LAST-MOVE-DATE
                END-IF
            END-IF.

            MOVE SPACES TO WS-REJECT-REASON.
            IF MV-MOVE-DATE IS NOT NUMERIC
                MOVE "INVALID MOVE DATE" TO WS-REJECT-REASON
            ELSE IF NOT MV-PERMANENT AND NOT MV-TEMPORARY
                MOVE "INVALID MOVE TYPE" TO WS-REJECT-REASON
            ELSE IF MV-PERMANENT AND MV-NEW-ZIP NOT = SPACES
                AND (MV-NEW-ZIP IS NOT NUMERIC
                     OR MV-NEW-STATE = SPACES
                     OR MV-NEW-STREET = SPACES)
                MOVE "INCOMPLETE NEW ADDRESS" TO WS-REJECT-REASON
            END-IF.

            IF WS-REJECT-REASON NOT = SPACES
                ADD 1 TO WS-REJECTED-COUNT
                MOVE WS-REJECT-REASON TO MDL-ACTION
                PERFORM 0290-WRITE-DETAIL
                GO TO 0210-EXIT
            END-IF.

            PERFORM 0220-COUNT-CSV-MATCHES.

            MOVE 'N' TO WS-CM-FOUND-SWITCH.
            MOVE MV-OLD-LAST-NAME TO CM-LAST-NAME.
            MOVE MV-OLD-ZIP TO CM-ZIP.
            READ CUSTOMER-MASTER
                KEY IS CM-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-CM-FOUND TO TRUE
            END-READ.

            IF WS-ROW-MATCHES = ZERO AND NOT WS-CM-FOUND
                ADD 1 TO WS-UNMATCHED-COUNT
                MOVE "NOT ON FILE" TO MDL-ACTION
                PERFORM 0290-WRITE-DETAIL
                GO TO 0210-EXIT
            END-IF.

            ADD 1 TO WS-MATCHED-COUNT.

            IF MV-NEW-ZIP = SPACES AND MV-NEW-STREET = SPACES
                PERFORM 0260-SUPPRESS-NO-FORWARD THRU 0260-EXIT
            ELSE IF MV-TEMPORARY
                ADD 1 TO WS-TEMPORARY-COUNT
                MOVE 'T' TO MH-ACTION
                PERFORM 0280-WRITE-HISTORY
                MOVE "TEMPORARY - RECORDED ONLY" TO MDL-ACTION
                PERFORM 0290-WRITE-DETAIL
            ELSE
                PERFORM 0230-UPDATE-CSV-ROWS
                PERFORM 0240-UPDATE-MASTER THRU 0240-EXIT
                ADD 1 TO WS-UPDATED-COUNT
                MOVE 'U' TO MH-ACTION
                PERFORM 0280-WRITE-HISTORY
                IF WS-NEW-KEY-IN-USE
                    MOVE "UPDATED - NEW MASTER KEY IN USE"
                        TO MDL-ACTION
                ELSE
                    MOVE "ADDRESS UPDATED" TO MDL-ACTION
                END-IF
                PERFORM 0290-WRITE-DETAIL
            END-IF.

        0210-EXIT.
            EXIT.

        0220-COUNT-CSV-MATCHES.

            MOVE ZERO TO WS-ROW-MATCHES.
            PERFORM VARYING WS-CSV-SUBIDX FROM 1 BY 1
                UNTIL WS-CSV-SUBIDX > WS-CSV-COUNT
                IF WS-CSV-LAST-NAME(WS-CSV-SUBIDX) = MV-OLD-LAST-NAME
                    AND WS-CSV-ZIP(WS-CSV-SUBIDX) = MV-OLD-ZIP
                    AND WS-CSV-STREET-NUMBER(WS-CSV-SUBIDX) =
                        MV-OLD-STREET-NUMBER
                    AND WS-CSV-STREET(WS-CSV-SUBIDX) = MV-OLD-STREET
                    AND (MV-OLD-FIRST-NAME = SPACES
                         OR WS-CSV-FIRST-NAME(WS-CSV-SUBIDX) =
                            MV-OLD-FIRST-NAME)
                    ADD 1 TO WS-ROW-MATCHES
                END-IF
            END-PERFORM.

        0230-UPDATE-CSV-ROWS.

            PERFORM VARYING WS-CSV-SUBIDX FROM 1 BY 1
                UNTIL WS-CSV-SUBIDX > WS-CSV-COUNT
                IF WS-CSV-LAST-NAME(WS-CSV-SUBIDX) = MV-OLD-LAST-NAME
                    AND WS-CSV-ZIP(WS-CSV-SUBIDX) = MV-OLD-ZIP
                    AND WS-CSV-STREET-NUMBER(WS-CSV-SUBIDX) =
                        MV-OLD-STREET-NUMBER
                    AND WS-CSV-STREET(WS-CSV-SUBIDX) = MV-OLD-STREET
                    AND (MV-OLD-FIRST-NAME = SPACES
                         OR WS-CSV-FIRST-NAME(WS-CSV-SUBIDX) =
                            MV-OLD-FIRST-NAME)
                    MOVE MV-NEW-STREET-NUMBER
                        TO WS-CSV-STREET-NUMBER(WS-CSV-SUBIDX)
                    MOVE MV-NEW-STREET TO WS-CSV-STREET(WS-CSV-SUBIDX)
                    MOVE MV-NEW-CITY TO WS-CSV-CITY(WS-CSV-SUBIDX)
                    MOVE MV-NEW-STATE TO WS-CSV-STATE(WS-CSV-SUBIDX)
                    MOVE MV-NEW-ZIP TO WS-CSV-ZIP(WS-CSV-SUBIDX)
                    MOVE 'Y' TO WS-CSV-CHANGED(WS-CSV-SUBIDX)
                    ADD 1 TO WS-CSV-UPDATED
                END-IF
            END-PERFORM.

      *    THE MASTER IS KEYED ON ZIP, SO A MOVE TO A NEW ZIP
      *    DELETES THE OLD RECORD AND WRITES IT BACK UNDER THE NEW
      *    KEY, CARRYING FIRST-SEEN, MAIL COUNT AND CAMPAIGN STAMP.
      *    THE BOUNCE STATE BELONGED TO THE OLD ADDRESS AND IS
      *    CLEARED. IF THE NEW KEY IS ALREADY TAKEN (A RELATIVE AT
      *    THE NEW ZIP) THE OLD RECORD IS LEFT FOR MANUAL REVIEW.
        0240-UPDATE-MASTER.

            MOVE 'N' TO WS-NEW-KEY-SWITCH.
            IF NOT WS-CM-FOUND
                GO TO 0240-EXIT
            END-IF.

            IF MV-NEW-ZIP = MV-OLD-ZIP
                MOVE SPACE TO CM-ADDR-STATUS
                MOVE ZERO TO CM-RETURN-COUNT
                REWRITE CUSTOMER-MASTER-RECORD
                    INVALID KEY
                        DISPLAY "WARNING - MASTER REWRITE FAILED: ",
                            CF-STATUS
                    NOT INVALID KEY
                        ADD 1 TO WS-CM-UPDATED
                END-REWRITE
                GO TO 0240-EXIT
            END-IF.

            MOVE CUSTOMER-MASTER-RECORD TO WS-SAVED-MASTER.
            MOVE MV-OLD-LAST-NAME TO CM-LAST-NAME.
            MOVE MV-NEW-ZIP TO CM-ZIP.
            READ CUSTOMER-MASTER
                KEY IS CM-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-NEW-KEY-IN-USE TO TRUE
            END-READ.
            IF WS-NEW-KEY-IN-USE
                GO TO 0240-EXIT
            END-IF.

            MOVE WS-SAVED-MASTER TO CUSTOMER-MASTER-RECORD.
            DELETE CUSTOMER-MASTER RECORD
                INVALID KEY
                    DISPLAY "WARNING - MASTER DELETE FAILED: ",
                        CF-STATUS
                    GO TO 0240-EXIT
            END-DELETE.

            MOVE MV-NEW-ZIP TO CM-ZIP.
            MOVE SPACE TO CM-ADDR-STATUS.
            MOVE ZERO TO CM-RETURN-COUNT.
            WRITE CUSTOMER-MASTER-RECORD
                INVALID KEY
                    DISPLAY "WARNING - MASTER WRITE FAILED: ",
                        CF-STATUS
                NOT INVALID KEY
                    ADD 1 TO WS-CM-UPDATED
            END-WRITE.

        0240-EXIT.
            EXIT.

      *    MOVED, LEFT NO ADDRESS: THE OLD ADDRESS GOES ON THE
      *    DO-NOT-MAIL LIST UNDER REASON 'MOVE' AND THE MASTER IS
      *    MARKED RETIRED, THE SAME WAY MAIL-RETURNS RETIRES ONE.
        0260-SUPPRESS-NO-FORWARD.

            IF NOT WS-SUP-AVAILABLE
                ADD 1 TO WS-REJECTED-COUNT
                MOVE "NO FORWARD - SUPPRESS UNAVAIL" TO MDL-ACTION
                PERFORM 0290-WRITE-DETAIL
                GO TO 0260-EXIT
            END-IF.

            MOVE MV-OLD-LAST-NAME TO SUP-LAST-NAME.
            MOVE MV-OLD-ZIP TO SUP-ZIP.
            MOVE MV-OLD-STREET-NUMBER TO SUP-STREET-NUMBER.
            MOVE MV-OLD-STREET TO SUP-STREET.
            MOVE 'MOVE' TO SUP-REASON-CODE.
            WRITE SUPPRESSION-RECORD.
            ADD 1 TO WS-SUPPRESSED-COUNT.

            IF WS-CM-FOUND AND NOT CM-ADDR-SUPPRESSED
                MOVE 'S' TO CM-ADDR-STATUS
                REWRITE CUSTOMER-MASTER-RECORD
                    INVALID KEY
                        DISPLAY "WARNING - MASTER REWRITE FAILED: ",
                            CF-STATUS
                END-REWRITE
            END-IF.

            MOVE 'S' TO MH-ACTION.
            PERFORM 0280-WRITE-HISTORY.
            MOVE "NO FORWARDING - SUPPRESSED" TO MDL-ACTION.
            PERFORM 0290-WRITE-DETAIL.

        0260-EXIT.
            EXIT.

        0280-WRITE-HISTORY.

            IF WS-MH-AVAILABLE
                MOVE WS-RUN-DATE TO MH-RUN-DATE
                MOVE MV-MOVE-DATE TO MH-MOVE-DATE
                MOVE MV-MOVE-TYPE TO MH-MOVE-TYPE
                MOVE MV-OLD-LAST-NAME TO MH-LAST-NAME
                MOVE MV-OLD-FIRST-NAME TO MH-FIRST-NAME
                MOVE MV-OLD-STREET-NUMBER TO MH-OLD-STREET-NUMBER
                MOVE MV-OLD-STREET TO MH-OLD-STREET
                MOVE MV-OLD-CITY TO MH-OLD-CITY
                MOVE MV-OLD-STATE TO MH-OLD-STATE
                MOVE MV-OLD-ZIP TO MH-OLD-ZIP
                MOVE MV-NEW-STREET-NUMBER TO MH-NEW-STREET-NUMBER
                MOVE MV-NEW-STREET TO MH-NEW-STREET
                MOVE MV-NEW-CITY TO MH-NEW-CITY
                MOVE MV-NEW-STATE TO MH-NEW-STATE
                MOVE MV-NEW-ZIP TO MH-NEW-ZIP
                MOVE WS-ROW-MATCHES TO MH-CSV-ROWS
                WRITE MOVE-HISTORY-RECORD
            END-IF.

        0290-WRITE-DETAIL.

            MOVE MV-OLD-LAST-NAME TO MDL-LAST-NAME.
            MOVE MV-OLD-FIRST-NAME TO MDL-FIRST-NAME.
            MOVE MV-OLD-ZIP TO MDL-OLD-ZIP.
            MOVE MV-NEW-ZIP TO MDL-NEW-ZIP.
            IF MV-MOVE-DATE IS NUMERIC
                MOVE MV-MOVE-DATE TO MDL-MOVE-DATE
            ELSE
                MOVE ZERO TO MDL-MOVE-DATE
            END-IF.
            WRITE MRDATA FROM MOVE-DETAIL-LINE
                AFTER ADVANCING 1 LINES.

      *    THE CSV IS ONLY REWRITTEN WHEN A LINE CHANGED, SO A RUN
      *    OF TEMPORARY AND NO-FORWARD MOVES LEAVES IT UNTOUCHED.
        0400-REWRITE-CUSTOMERS.

            IF NOT WS-CSV-LOADED OR WS-CSV-UPDATED = ZERO
                GO TO 0400-EXIT
            END-IF.

            OPEN OUTPUT CUSTOMERS.
            IF WS-CUST-STATUS NOT = "00"
                DISPLAY "ERROR REWRITING Customers.csv - STATUS: ",
                    WS-CUST-STATUS
                GO TO 0400-EXIT
            END-IF.

            PERFORM 0410-WRITE-ONE-CUSTOMER
                VARYING WS-CSV-SUBIDX FROM 1 BY 1
                UNTIL WS-CSV-SUBIDX > WS-CSV-COUNT.

            CLOSE CUSTOMERS.

        0400-EXIT.
            EXIT.

        0410-WRITE-ONE-CUSTOMER.

            IF WS-CSV-CHANGED(WS-CSV-SUBIDX) = 'Y'
                MOVE SPACES TO WS-RB-LINE
                MOVE 1 TO WS-RB-PTR
                MOVE 'N' TO WS-RB-LAST-SW
                MOVE WS-CSV-LAST-NAME(WS-CSV-SUBIDX) TO WS-RB-FIELD
                PERFORM 0420-APPEND-FIELD
                MOVE WS-CSV-FIRST-NAME(WS-CSV-SUBIDX) TO WS-RB-FIELD
                PERFORM 0420-APPEND-FIELD
                MOVE WS-CSV-STREET-NUMBER(WS-CSV-SUBIDX)
                    TO WS-RB-FIELD
                PERFORM 0420-APPEND-FIELD
                MOVE WS-CSV-STREET(WS-CSV-SUBIDX) TO WS-RB-FIELD
                PERFORM 0420-APPEND-FIELD
                MOVE WS-CSV-CITY(WS-CSV-SUBIDX) TO WS-RB-FIELD
                PERFORM 0420-APPEND-FIELD
                MOVE WS-CSV-STATE(WS-CSV-SUBIDX) TO WS-RB-FIELD
                PERFORM 0420-APPEND-FIELD
                SET WS-RB-LAST-FIELD TO TRUE
                MOVE WS-CSV-ZIP(WS-CSV-SUBIDX) TO WS-RB-FIELD
                PERFORM 0420-APPEND-FIELD
                MOVE WS-RB-LINE TO CUSTOMER-INFO
            ELSE
                MOVE WS-CSV-LINE(WS-CSV-SUBIDX) TO CUSTOMER-INFO
            END-IF.

            WRITE CUSTOMERS-DATA.

      *    FIELDS ARE WRITTEN AT THEIR TRIMMED LENGTH WITH A COMMA
      *    AFTER EVERY FIELD BUT THE LAST, MATCHING THE CSV AS IT
      *    ARRIVES FROM THE FRONT OFFICE.
        0420-APPEND-FIELD.

            IF WS-RB-FIELD NOT = SPACES
                PERFORM VARYING WS-RB-LEN FROM 40 BY -1
                    UNTIL WS-RB-LEN = 1
                    OR WS-RB-FIELD(WS-RB-LEN:1) NOT = SPACE
                END-PERFORM
                STRING WS-RB-FIELD(1:WS-RB-LEN) DELIMITED BY SIZE
                    INTO WS-RB-LINE
                    WITH POINTER WS-RB-PTR
            END-IF.

            IF NOT WS-RB-LAST-FIELD
                STRING ',' DELIMITED BY SIZE
                    INTO WS-RB-LINE
                    WITH POINTER WS-RB-PTR
            END-IF.

        0500-PRINT-TOTALS.

            MOVE WS-FIRST-MOVE-DATE TO MRL-FIRST-DATE.
            MOVE WS-LAST-MOVE-DATE TO MRL-LAST-DATE.
            WRITE MRDATA FROM MOVE-RANGE-LINE
                AFTER ADVANCING 2 LINES.

            MOVE 'MOVES READ:               ' TO MTL-LABEL.
            MOVE WS-MOVES-READ TO MTL-COUNT.
            WRITE MRDATA FROM MOVE-TOTAL-LINE
                AFTER ADVANCING 2 LINES.

            MOVE 'MOVES MATCHED:            ' TO MTL-LABEL.
            MOVE WS-MATCHED-COUNT TO MTL-COUNT.
            WRITE MRDATA FROM MOVE-TOTAL-LINE
                AFTER ADVANCING 1 LINES.

            MOVE 'MOVES UNMATCHED:          ' TO MTL-LABEL.
            MOVE WS-UNMATCHED-COUNT TO MTL-COUNT.
            WRITE MRDATA FROM MOVE-TOTAL-LINE
                AFTER ADVANCING 1 LINES.

            MOVE 'MOVES REJECTED:           ' TO MTL-LABEL.
            MOVE WS-REJECTED-COUNT TO MTL-COUNT.
            WRITE MRDATA FROM MOVE-TOTAL-LINE
                AFTER ADVANCING 1 LINES.

            MOVE 'ADDRESSES UPDATED:        ' TO MTL-LABEL.
            MOVE WS-UPDATED-COUNT TO MTL-COUNT.
            WRITE MRDATA FROM MOVE-TOTAL-LINE
                AFTER ADVANCING 1 LINES.

            MOVE '  CSV LINES REWRITTEN:    ' TO MTL-LABEL.
            MOVE WS-CSV-UPDATED TO MTL-COUNT.
            WRITE MRDATA FROM MOVE-TOTAL-LINE
                AFTER ADVANCING 1 LINES.

            MOVE '  MASTER RECORDS UPDATED: ' TO MTL-LABEL.
            MOVE WS-CM-UPDATED TO MTL-COUNT.
            WRITE MRDATA FROM MOVE-TOTAL-LINE
                AFTER ADVANCING 1 LINES.

            MOVE 'TEMPORARY MOVES RECORDED: ' TO MTL-LABEL.
            MOVE WS-TEMPORARY-COUNT TO MTL-COUNT.
            WRITE MRDATA FROM MOVE-TOTAL-LINE
                AFTER ADVANCING 1 LINES.

            MOVE 'NO-FORWARD SUPPRESSED:    ' TO MTL-LABEL.
            MOVE WS-SUPPRESSED-COUNT TO MTL-COUNT.
            WRITE MRDATA FROM MOVE-TOTAL-LINE
                AFTER ADVANCING 1 LINES.

        9999-END-RUN.

            CLOSE MOVE-FILE.
            CLOSE CUSTOMER-MASTER.
            IF WS-SUP-AVAILABLE
                CLOSE SUPPRESSION-FILE
            END-IF.
            IF WS-MH-AVAILABLE
                CLOSE MOVE-HISTORY
            END-IF.
            CLOSE MOVE-REPORT.
            STOP RUN.
