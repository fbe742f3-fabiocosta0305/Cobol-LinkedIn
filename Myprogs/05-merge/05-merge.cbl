      *    ONE FILE NAME PER LINE. WHEN THIS FILE IS ABSENT THE
      *    ORIGINAL TWO-COMPANY DEFAULT (ACME.DAT/FUSESINC.DAT) IS
      *    USED SO A SITE WITH NO CONTROL FILE SEES NO CHANGE.
      *    AN ACQUIRED COMPANY THAT SENDS ITS BENEFIT DEDUCTIONS
      *    ALONGSIDE ITS EMPLOYEES NAMES THE DEDUCTION FILE IN
      *    COLUMNS 49-96 OF ITS LINE; BLANK MEANS NO DEDUCTIONS.
       SELECT CONTROL-FILE
            ASSIGN TO "MERGE-CONTROL.DAT"
            FILE STATUS IS CTL-STATUS
            FILE STATUS IS CO-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *    THE COMPANY'S DEDUCTION FILE, SELECTED THE SAME WAY.
       SELECT COMPANY-DEDUCT-FILE
            ASSIGN TO WS-CURRENT-DED-FILENAME
            FILE STATUS IS CD-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *    NEW-ACME.DAT IS THE STAGING FILE: THE STAGE PASS WRITES
      *    THE WHOLE MERGE HERE AND NOTHING TOUCHES THE LIVE MASTER
      *    UNTIL A SEPARATE COMMIT PASS HAS BEEN RUN AGAINST THE
            FILE STATUS IS NC-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *    STAGED DEDUCTIONS, ALREADY IN OUR CODES, WAITING FOR THE
      *    COMMIT PASS TO ADD THEM TO DEDUCT.DAT WITH THE EMPLOYEES.
       SELECT NEW-DEDUCTIONS
            ASSIGN TO "NEW-DEDUCT.DAT"
            FILE STATUS IS ND-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *    THE LIVE DEDUCTION MASTER PAYROLL-REGISTER READS.
       SELECT DEDUCT-MASTER
            ASSIGN TO "DEDUCT.DAT"
            FILE STATUS IS DD-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE RECORD 'STAGE' OR 'COMMIT' SELECTS THE PASS. ABSENT
      *    OR ANYTHING ELSE MEANS STAGE - A BAD ACQUIRED-COMPANY
      *    FILE MUST BE DISCOVERED ON THE DIFFERENCE REPORT, NOT IN
        FILE STATUS IS GM-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    DEDUCTION-CODE MAPPING FOR ACQUIRED COMPANIES, KEPT THE
      *    SAME WAY AS GRADEMAP.DAT: ONE LINE PER (SOURCE COMPANY,
      *    THEIR CODE, OUR CODE). A COMPANY WITH MAP ENTRIES HAS
      *    EVERY DEDUCTION CODE TRANSLATED AND AN UNMAPPED CODE GOES
      *    TO THE EXCEPTION LISTING; A COMPANY WITH NO ENTRIES
      *    PASSES THROUGH AS-IS.
       SELECT DEDUCT-MAP-FILE
        ASSIGN TO "DEDUCTMAP.DAT"
        FILE STATUS IS DX-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.


      *    MACHINE-READABLE COPY OF EVERY REJECT, SHARED BY
      *    SALARY-RAISE, COMPANY-MERGE AND MAILING-LIST THE SAME WAY
        FILE STATUS IS LV-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    OPERATOR SECURITY MASTER, KEYED BY OPERATOR ID, AND THE
      *    ROLE AUTHORITY TABLE OF THE FUNCTIONS EACH ROLE MAY
      *    PERFORM - BOTH MAINTAINED THROUGH SEC-MAINT. A PROTECTED
      *    ACTION IS CHECKED AGAINST THEM BEFORE IT HAPPENS, AND
      *    EVERY REFUSAL IS APPENDED TO THE SECURITY VIOLATION LOG
      *    SECVIOL.DAT THAT SEC-REPORT PRINTS FOR AUDIT EACH DAY.
       SELECT OPERATOR-SECURITY
        ASSIGN TO "OPERSEC.DAT"
        FILE STATUS IS OS-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OS-OPERATOR-ID.

       SELECT ROLE-AUTHORITY
        ASSIGN TO "ROLEAUTH.DAT"
        FILE STATUS IS RA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SECURITY-VIOLATIONS
        ASSIGN TO "SECVIOL.DAT"
        FILE STATUS IS SV-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    CENTRAL KEYED RUN-PARAMETER FILE: NAMED OPTIONS WITH
      *    VALUES, SHARED BY THE BATCH PROGRAMS AND MAINTAINED BY
      *    PARM-MAINT, REPLACING THE SCATTERED ACT-BY-PRESENCE
       FILE SECTION.

       FD CONTROL-FILE.
       01 CTL-RECORD.
           02 CTL-FILENAME        PIC X(48).
           02 CTL-DEDUCT-FILENAME PIC X(48).

      *    THE ACQUIRING-SIDE FILE SPEC NOW CARRIES THE SAME H/D/T
      *    DISCIPLINE EMP-EXTRACT WRITES ON HR-FEED.DAT: A HEADER,
      *    THE FILE IS MERGED - A TRUNCATED FILE IS REJECTED WHOLE,
      *    NOT DISCOVERED ON A HEADCOUNT EYEBALL.
       FD COMPANY-FILE.
       01 CO-DATA     PIC X(79).

       01 CO-DATA-LAYOUT REDEFINES CO-DATA.
            02 CO-RECORD-TYPE   PIC X(1).
            02 CT-RECORD-TYPE   PIC X(1).
            02 CT-RECORD-COUNT  PIC 9(8).
            02 CT-SALARY-HASH   PIC 9(12).
            02 FILLER           PIC X(58).

      *    THE MERGED RECORD CARRIES A TRAILING SOURCE-COMPANY CODE
      *    (THE POSITION OF THE ORIGIN FILE IN THE CONTROL LIST) SO
      *    ACQUIRED-COMPANY PAYROLL CAN STILL BE REPORTED SEPARATELY
      *    DURING THE INTEGRATION YEAR. THE EES.DAT LOAD DROPS THE
      *    CODE - THE MASTER KEEPS THE PLAIN EMPMASTER LAYOUT.
      *    AN ACQUIRED COMPANY'S DEDUCTION FILE CARRIES THE SAME
      *    D/T DISCIPLINE AS ITS EMPLOYEE FILE: ONE 'D' DETAIL PER
      *    DEDUCTION IN THE DEDUCT.DAT LAYOUT BUT IN THEIR CODES,
      *    AND A TRAILER WITH RECORD COUNT AND A HASH OF THE VALUES
      *    THAT IS PROVED BEFORE ONE DEDUCTION IS STAGED.
       FD COMPANY-DEDUCT-FILE.
       01 CD-DATA     PIC X(41).

       01 CD-DATA-LAYOUT REDEFINES CD-DATA.
            02 CD-RECORD-TYPE   PIC X(1).
            02 CD-SSN           PIC 9(9).
            02 CD-CODE          PIC X(4).
            02 CD-TYPE          PIC X(1).
            02 CD-VALUE         PIC 9(7)V99.
            02 CD-START-DATE    PIC 9(8).
            02 CD-STOP-DATE     PIC 9(8).
            02 CD-PRETAX-FLAG   PIC X(1).

       01 CD-TRAILER-LAYOUT REDEFINES CD-DATA.
            02 CDT-RECORD-TYPE  PIC X(1).
            02 CDT-RECORD-COUNT PIC 9(8).
            02 CDT-VALUE-HASH   PIC 9(10)V99.
            02 FILLER           PIC X(20).

       FD NEW-COMPANY.
       01 NC-DATA.
            88 NC-ENDOFFILE                     VALUE  HIGH-VALUES.
            COPY EMPMASTER REPLACING LEADING ==EM-== BY ==FD-NC-==.
            02 FD-NC-SOURCE-COMPANY PIC X(2).

      *    NEW-DEDUCT.DAT AND DEDUCT.DAT SHARE THE DEDUCTION-MASTER
      *    LAYOUT PAYROLL-REGISTER READS.
       FD NEW-DEDUCTIONS.
       01 ND-DATA.
           02 ND-SSN            PIC 9(9).
           02 ND-CODE           PIC X(4).
           02 ND-TYPE           PIC X(1).
           02 ND-VALUE          PIC 9(7)V99.
           02 ND-START-DATE     PIC 9(8).
           02 ND-STOP-DATE      PIC 9(8).
           02 ND-PRETAX-FLAG    PIC X(1).

       FD DEDUCT-MASTER.
       01 DEDUCT-RECORD.
           02 DD-SSN            PIC 9(9).
           02 DD-CODE           PIC X(4).
           02 DD-TYPE           PIC X(1).
           02 DD-VALUE          PIC 9(7)V99.
           02 DD-START-DATE     PIC 9(8).
           02 DD-STOP-DATE      PIC 9(8).
           02 DD-PRETAX-FLAG    PIC X(1).

       FD ED-DATA.
       01 EMPLOYEEDETAILS.
            COPY EMPMASTER REPLACING LEADING ==EM-== BY ==FD-ED-==.
       01 SORT-DATA.
            02 SRT-SSN          PIC 9(9).
            02 FILLER           PIC X(60).
            02 SRT-MANAGER-SSN  PIC X(9).
            02 SRT-SOURCE-CODE  PIC X(2).

       FD PHASE-PARM-FILE.
           02 SG-RECORD-COUNT   PIC 9(8).
           02 SG-SALARY-TOTAL   PIC 9(12).
           02 SG-STAGE-DATE     PIC 9(8).
           02 SG-DEDUCT-COUNT   PIC 9(8).
           02 SG-DEDUCT-HASH    PIC 9(10)V99.

       FD DIFF-REPORT.
       01 DIFFDATA.
           02 GM-SOURCE-GRADE   PIC X(2).
           02 GM-OUR-GRADE      PIC X(2).

      *    ONE LINE PER MAPPING: SOURCE COMPANY CODE, THEIR
      *    DEDUCTION CODE, OUR DEDUCTION CODE.
       FD DEDUCT-MAP-FILE.
       01 DEDUCT-MAP-RECORD.
           02 DX-COMPANY        PIC 9(2).
           02 DX-SOURCE-CODE    PIC X(4).
           02 DX-OUR-CODE       PIC X(4).



      *    ONE FIXED-LAYOUT RECORD PER REJECT: PROGRAM, RUN DATE,
      *    CLEARS A STALE LOCK EXACTLY ONCE: AFTER THE OVERRIDE IS
      *    HONORED THE FILE IS REWRITTEN AS 'SPENT', SO A LEFTOVER
      *    OVERRIDE CANNOT BECOME A STANDING BYPASS THAT AUTO-CLEARS
      *    EVERY FUTURE LOCK. THE RECORD NAMES THE SUPERVISOR'S
      *    OPERATOR ID, WHICH MUST HOLD LOCKOVR AUTHORITY.
       FD LOCK-OVERRIDE-PARM.
       01 LOCK-OVERRIDE-RECORD  PIC X(8).

       FD OPERATOR-SECURITY.
       01 OPERATOR-SECURITY-RECORD.
            COPY OPERSEC.

      *    ONE LINE PER GRANT: ROLE, FUNCTION.
       FD ROLE-AUTHORITY.
       01 ROLE-AUTHORITY-RECORD.
           02 RA-ROLE           PIC X(8).
           02 RA-FUNCTION       PIC X(8).

      *    ONE LINE PER REFUSED ATTEMPT. REASON NOID = OPERATOR NOT
      *    ON FILE, INAC = NOT ACTIVE, PASS = WRONG PASSWORD, AUTH =
      *    ROLE LACKS THE FUNCTION, NOSF = SECURITY MASTER MISSING.
       FD SECURITY-VIOLATIONS.
       01 SECURITY-VIOLATION-RECORD.
           02 SV-DATE           PIC 9(8).
           02 SV-TIME           PIC 9(8).
           02 SV-PROGRAM        PIC X(13).
           02 SV-OPERATOR-ID    PIC X(8).
           02 SV-FUNCTION       PIC X(8).
           02 SV-REASON         PIC X(4).

      *    ONE LINE PER OPTION: KEY, VALUE.
       FD RUN-PARMS-FILE.
       01 RUN-PARMS-RECORD.
          02 SG-STATUS    PIC X(2).
          02 DF-STATUS    PIC X(2).
          02 GM-STATUS    PIC X(2).
          02 CD-STATUS    PIC X(2).
          02 ND-STATUS    PIC X(2).
          02 DD-STATUS    PIC X(2).
          02 DX-STATUS    PIC X(2).

      *    PER-FILE CONTROL-TOTAL PROVING STATE - SEE THE
      *    COMPANY-FILE FD COMMENT.
               10  WS-GM-SOURCE    PIC X(2).
               10  WS-GM-TARGET    PIC X(2).

      *    DEDUCTION-CODE TRANSLATION TABLE LOADED FROM
      *    DEDUCTMAP.DAT - SEE THE DEDUCT-MAP-FILE SELECT COMMENT.
       01  WS-DEDUCT-MAP-AREAS.
           05  WS-DMAP-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-DMAP-SUBIDX      PIC 9(3) VALUE ZERO.
           05  WS-DMAP-FOUND-IDX   PIC 9(3) VALUE ZERO.
           05  WS-DMAP-HAS-CO-SW   PIC X(1) VALUE 'N'.
               88  WS-DMAP-HAS-COMPANY VALUE 'Y'.
           05  WS-DEDUCT-MAP-TABLE OCCURS 200 TIMES.
               10  WS-DM-COMPANY   PIC 9(2).
               10  WS-DM-SOURCE    PIC X(4).
               10  WS-DM-TARGET    PIC X(4).

      *    DEDUCTION STAGING STATE: PER-FILE TRAILER PROVING, AND
      *    THE TOTALS THE STAGE PASS REPORTS AND WRITES TO
      *    MERGE-STAGE.CTL FOR THE COMMIT PASS TO PROVE.
       01  WS-DEDUCT-STAGE-AREAS.
           05  WS-CURRENT-DED-FILENAME PIC X(48) VALUE SPACES.
           05  WS-CD-DETAIL-COUNT  PIC 9(8) VALUE ZERO.
           05  WS-CD-VALUE-HASH    PIC 9(10)V99 VALUE ZERO.
           05  WS-CD-TRAILER-SW    PIC X(1) VALUE 'N'.
               88  WS-CD-TRAILER-SEEN VALUE 'Y'.
           05  WS-CD-TRL-COUNT     PIC 9(8) VALUE ZERO.
           05  WS-CD-TRL-HASH      PIC 9(10)V99 VALUE ZERO.
           05  WS-CD-PROVED-SW     PIC X(1) VALUE 'N'.
               88  WS-CD-PROVED    VALUE 'Y'.
           05  WS-DED-STAGED-COUNT PIC 9(8) VALUE ZERO.
           05  WS-DED-STAGED-HASH  PIC 9(10)V99 VALUE ZERO.
           05  WS-DED-EXCEPT-COUNT PIC 9(6) VALUE ZERO.
           05  WS-DED-SEEN-IDX     PIC 9(6) VALUE ZERO.

      *    COMMIT-PASS DEDUCTION STATE. THE STAGED ROWS ARE HELD IN
      *    THE TABLE WHILE DEDUCT.DAT IS READ, SO A ROW ALREADY ON
      *    THE MASTER (SAME SSN, CODE AND START DATE - A COMMIT RUN
      *    TWICE) IS NOT ADDED A SECOND TIME.
       01  WS-DEDUCT-COMMIT-AREAS.
           05  WS-CTL-DED-COUNT    PIC 9(8) VALUE ZERO.
           05  WS-CTL-DED-HASH     PIC 9(10)V99 VALUE ZERO.
           05  WS-CMT-DED-COUNT    PIC 9(8) VALUE ZERO.
           05  WS-CMT-DED-HASH     PIC 9(10)V99 VALUE ZERO.
           05  WS-DED-APPLIED-COUNT PIC 9(6) VALUE ZERO.
           05  WS-DED-ALREADY-COUNT PIC 9(6) VALUE ZERO.
           05  WS-NDT-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-NDT-SUBIDX       PIC 9(5) VALUE ZERO.
           05  WS-NDT-OVERFLOW     PIC 9(6) VALUE ZERO.
           05  WS-ND-TABLE OCCURS 10000 TIMES.
               10  WS-NDT-SSN      PIC 9(9).
               10  WS-NDT-CODE     PIC X(4).
               10  WS-NDT-START    PIC 9(8).
               10  WS-NDT-RECORD   PIC X(40).
               10  WS-NDT-PRESENT-SW PIC X(1).
                   88  WS-NDT-PRESENT VALUE 'Y'.

      *    STAGE/COMMIT PHASE STATE AND THE COMMIT PASS'S PROVING
      *    COUNTERS - SEE THE PHASE-PARM-FILE SELECT COMMENT.
       01  WS-PHASE-AREAS.
           05  WS-LOCK-OVR-SW      PIC X(1) VALUE 'N'.
               88  WS-LOCK-OVERRIDE VALUE 'Y'.
           05  WS-LOCK-HOLDER      PIC X(13) VALUE SPACES.
           05  WS-LOCK-OVR-ID      PIC X(8) VALUE SPACES.
           05  WS-LOCK-DATE        PIC 9(8) VALUE ZERO.
           05  WS-LOCK-TIME        PIC 9(8) VALUE ZERO.

      *    SIGN-ON AND AUTHORITY STATE - SEE THE OPERATOR-SECURITY
      *    SELECT COMMENT.
       01  WS-SECURITY-AREAS.
           05  OS-STATUS           PIC X(2) VALUE SPACES.
           05  RA-STATUS           PIC X(2) VALUE SPACES.
           05  SV-STATUS           PIC X(2) VALUE SPACES.
           05  WS-SEC-PROGRAM      PIC X(13) VALUE 'COMPANY-MERGE'.
           05  WS-SEC-OPERATOR-ID  PIC X(8) VALUE SPACES.
           05  WS-SEC-ROLE         PIC X(8) VALUE SPACES.
           05  WS-SEC-STORED-HASH  PIC 9(10) VALUE ZERO.
           05  WS-SEC-FUNCTION     PIC X(8) VALUE SPACES.
           05  WS-SEC-REASON       PIC X(4) VALUE SPACES.
           05  WS-SEC-VALID-SW     PIC X(1) VALUE 'N'.
               88  WS-SEC-VALID    VALUE 'Y'.
           05  WS-SEC-GRANTED-SW   PIC X(1) VALUE 'N'.
               88  WS-SEC-GRANTED  VALUE 'Y'.
           05  WS-SEC-LOADED-SW    PIC X(1) VALUE 'N'.
               88  WS-SEC-LOADED   VALUE 'Y'.
           05  WS-SEC-HOLD-ID      PIC X(8) VALUE SPACES.
           05  WS-SEC-HOLD-ROLE    PIC X(8) VALUE SPACES.
           05  WS-SEC-HOLD-VALID   PIC X(1) VALUE 'N'.
           05  WS-SEC-DATE         PIC 9(8) VALUE ZERO.
           05  WS-SEC-TIME         PIC 9(8) VALUE ZERO.
           05  WS-SEC-AUTH-COUNT   PIC 9(3) VALUE ZERO.
           05  WS-SEC-AUTH-SUBIDX  PIC 9(3) VALUE ZERO.
           05  WS-SEC-AUTH-TABLE OCCURS 100 TIMES.
               10  WS-SA-ROLE      PIC X(8).
               10  WS-SA-FUNCTION  PIC X(8).


      *    PRINTED-REPORT SSN MASKING. WS-SSN-WORK IS LOADED AND
      *    9900-FORMAT-SSN PRODUCES EITHER ***-**-NNNN OR, UNDER THE
           05  WS-CURRENT-COMPANY-CODE PIC 9(2) VALUE ZERO.
           05  WS-CONTROL-FILE-TABLE OCCURS 20 TIMES.
               10  WS-CONTROL-FILENAME PIC X(48) VALUE SPACES.
               10  WS-CONTROL-DEDUCT-NAME PIC X(48) VALUE SPACES.

      *    SSNS SEEN SO FAR ACROSS ALL COMPANY FILES PROCESSED THIS
      *    RUN, SO A RECORD APPEARING IN MORE THAN ONE ACQUIRED
               88  WS-SSN-FOUND    VALUE 'Y'.
           05  WS-SEEN-SSN-TABLE OCCURS 5000 TIMES.
               10  WS-SEEN-SSN     PIC 9(9) VALUE ZERO.
               10  WS-SEEN-CODE    PIC 9(2) VALUE ZERO.

       01  DUP-HEADING-LINE.
            05 FILLER	        PIC X(30)  VALUE
               88  WS-PARM-FOUND   VALUE 'Y'.
           05  WS-PARM-VALUE       PIC X(20) VALUE SPACES.
           05  WS-PARM-PTR         PIC 9(3) VALUE 1.
           05  WS-PARM-TABLE OCCURS 50 TIMES.
               10  WS-PM-KEY       PIC X(12).
               10  WS-PM-VALUE     PIC X(20).


            PERFORM 0086-LOAD-GRADE-MAP.

            PERFORM 0088-LOAD-DEDUCT-MAP.

            OPEN OUTPUT EXCEPTION-REPORT.
            OPEN OUTPUT DUPLICATE-REPORT.

                INPUT PROCEDURE IS 0090-SUPPLY-VALID-RECORDS
                GIVING NEW-COMPANY.

      *    DEDUCTIONS ARE STAGED ONCE THE SORT HAS SETTLED WHICH
      *    EMPLOYEES MADE IT INTO THE MERGE.
            PERFORM 0300-STAGE-DEDUCTIONS.

            CLOSE EXCEPTION-REPORT.
            CLOSE DUPLICATE-REPORT.

            IF CTL-STATUS = "00"
                IF WS-CONTROL-FILE-COUNT >= 20
                    DISPLAY "WARNING - CONTROL FILE TABLE FULL, ",
                        "SKIPPING ", CTL-FILENAME
                ELSE
                    ADD 1 TO WS-CONTROL-FILE-COUNT
                    MOVE CTL-FILENAME
                        TO WS-CONTROL-FILENAME(WS-CONTROL-FILE-COUNT)
                    MOVE CTL-DEDUCT-FILENAME TO
                        WS-CONTROL-DEDUCT-NAME(WS-CONTROL-FILE-COUNT)
                END-IF
            END-IF.

      *    AN EXCEPTIONS.DAT ENTRY.
       0095-COPY-VALID-COMPANY-FILE.

            PERFORM 0093-PROVE-COMPANY-TRAILER THRU 0093-PROVE-EXIT.

            IF NOT WS-CO-PROVED
                DISPLAY "FILE REJECTED - ", WS-CURRENT-FILENAME,
                ELSE
                    ADD 1 TO WS-SEEN-COUNT
                    MOVE CO-SSN TO WS-SEEN-SSN(WS-SEEN-COUNT)
                    MOVE WS-CURRENT-COMPANY-CODE
                        TO WS-SEEN-CODE(WS-SEEN-COUNT)
      *    THE LEADING RECORD-TYPE BYTE STAYS BEHIND - THE SORT AND
      *    EVERYTHING DOWNSTREAM CARRY THE BARE EMPMASTER IMAGE.
                    MOVE CO-DATA(2:78) TO SORT-DATA(1:78)
      *    A COMPANY FILE CUT BEFORE THE REPORTING LINE WAS CARRIED
      *    HAS NO MANAGER SSN; ITS PEOPLE LOAD AT THE TOP.
                    IF SRT-MANAGER-SSN IS NOT NUMERIC
                        MOVE ZEROES TO SRT-MANAGER-SSN
                    END-IF
                    MOVE WS-CURRENT-COMPANY-CODE TO SRT-SOURCE-CODE
                    RELEASE SORT-DATA
                END-IF
                END-IF
            END-IF.

       0088-LOAD-DEDUCT-MAP.

            OPEN INPUT DEDUCT-MAP-FILE.
            IF DX-STATUS = "00"
                PERFORM 0089-READ-DEDUCT-MAP-RECORD
                    UNTIL DX-STATUS NOT = "00"
                    OR WS-DMAP-COUNT = 200
                CLOSE DEDUCT-MAP-FILE
            END-IF.

       0089-READ-DEDUCT-MAP-RECORD.

            READ DEDUCT-MAP-FILE
                AT END
                    MOVE "10" TO DX-STATUS
                NOT AT END
                    IF DX-COMPANY IS NUMERIC
                        ADD 1 TO WS-DMAP-COUNT
                        MOVE DX-COMPANY TO
                            WS-DM-COMPANY(WS-DMAP-COUNT)
                        MOVE DX-SOURCE-CODE TO
                            WS-DM-SOURCE(WS-DMAP-COUNT)
                        MOVE DX-OUR-CODE TO
                            WS-DM-TARGET(WS-DMAP-COUNT)
                    END-IF
            END-READ.

      *    STAGES EVERY LISTED COMPANY'S DEDUCTION FILE INTO
      *    NEW-DEDUCT.DAT IN OUR CODES. NEW-DEDUCT.DAT IS REWRITTEN
      *    EVERY STAGE RUN, EMPTY WHEN NO COMPANY SENT DEDUCTIONS, SO
      *    A COMMIT NEVER PICKS UP A PREVIOUS MERGE'S LEFTOVERS.
       0300-STAGE-DEDUCTIONS.

            OPEN OUTPUT NEW-DEDUCTIONS.
            IF ND-STATUS NOT = "00"
                DISPLAY "ERROR OPENING NEW-DEDUCT.DAT - STATUS: ",
                    ND-STATUS
                GO TO 9999-END-PROGRAM
            END-IF.

            PERFORM VARYING WS-FILE-SUBIDX FROM 1 BY 1
                UNTIL WS-FILE-SUBIDX > WS-CONTROL-FILE-COUNT
                IF WS-CONTROL-DEDUCT-NAME(WS-FILE-SUBIDX)
                        NOT = SPACES
                    MOVE WS-CONTROL-DEDUCT-NAME(WS-FILE-SUBIDX)
                        TO WS-CURRENT-DED-FILENAME
                    MOVE WS-FILE-SUBIDX TO WS-CURRENT-COMPANY-CODE
                    PERFORM 0305-STAGE-COMPANY-DEDUCTIONS
                END-IF
            END-PERFORM.

            CLOSE NEW-DEDUCTIONS.

      *    A DEDUCTION FILE THAT DOES NOT PROVE AGAINST ITS OWN
      *    TRAILER IS REJECTED WHOLE, EXACTLY AS AN EMPLOYEE FILE IS.
       0305-STAGE-COMPANY-DEDUCTIONS.

            PERFORM 0310-PROVE-DEDUCT-TRAILER THRU 0310-PROVE-EXIT.

            IF NOT WS-CD-PROVED
                DISPLAY "FILE REJECTED - ", WS-CURRENT-DED-FILENAME,
                    " CONTROL TOTALS DO NOT PROVE OUT - NO ",
                    "DEDUCTIONS STAGED FROM IT"
                IF ES-STATUS = "00"
                    MOVE "COMPANY-MERGE" TO EXR-PROGRAM-NAME
                    MOVE WS-RUN-DATE TO EXR-RUN-DATE
                    MOVE WS-CURRENT-DED-FILENAME(1:20) TO EXR-KEY
                    MOVE 'CTL0' TO EXR-REASON-CODE
                    MOVE SPACES TO EXR-STATUS
                    MOVE SPACES TO EXR-RESOLVE-NOTE
                    WRITE SHARED-EXCEPTION-RECORD
                END-IF
            ELSE
                OPEN INPUT COMPANY-DEDUCT-FILE
                PERFORM 0320-STAGE-ONE-DEDUCTION
                    UNTIL CD-STATUS NOT = "00"
                CLOSE COMPANY-DEDUCT-FILE
            END-IF.

       0310-PROVE-DEDUCT-TRAILER.

            MOVE ZERO TO WS-CD-DETAIL-COUNT.
            MOVE ZERO TO WS-CD-VALUE-HASH.
            MOVE 'N' TO WS-CD-TRAILER-SW.
            MOVE 'N' TO WS-CD-PROVED-SW.

            OPEN INPUT COMPANY-DEDUCT-FILE.
            IF CD-STATUS NOT = "00"
                DISPLAY "WARNING - COULD NOT OPEN ",
                    WS-CURRENT-DED-FILENAME, " - SKIPPING"
                GO TO 0310-PROVE-EXIT
            END-IF.

            PERFORM 0315-TALLY-DEDUCT-RECORD
                UNTIL CD-STATUS NOT = "00".
            CLOSE COMPANY-DEDUCT-FILE.

            IF NOT WS-CD-TRAILER-SEEN
                DISPLAY WS-CURRENT-DED-FILENAME, " HAS NO TRAILER"
                GO TO 0310-PROVE-EXIT
            END-IF.

            IF WS-CD-TRL-COUNT NOT = WS-CD-DETAIL-COUNT
                DISPLAY WS-CURRENT-DED-FILENAME, " TRAILER COUNT ",
                    WS-CD-TRL-COUNT, " VS DETAILS ",
                    WS-CD-DETAIL-COUNT
                GO TO 0310-PROVE-EXIT
            END-IF.

            IF WS-CD-TRL-HASH NOT = WS-CD-VALUE-HASH
                DISPLAY WS-CURRENT-DED-FILENAME, " TRAILER HASH ",
                    WS-CD-TRL-HASH, " VS DETAILS ",
                    WS-CD-VALUE-HASH
                GO TO 0310-PROVE-EXIT
            END-IF.

            SET WS-CD-PROVED TO TRUE.

       0310-PROVE-EXIT.
            EXIT.

       0315-TALLY-DEDUCT-RECORD.

            READ COMPANY-DEDUCT-FILE
                AT END
                    MOVE "10" TO CD-STATUS
                NOT AT END
                    EVALUATE CD-RECORD-TYPE
                        WHEN 'D'
                            ADD 1 TO WS-CD-DETAIL-COUNT
                            IF CD-VALUE IS NUMERIC
                                ADD CD-VALUE TO WS-CD-VALUE-HASH
                            END-IF
                        WHEN 'T'
                            SET WS-CD-TRAILER-SEEN TO TRUE
                            MOVE CDT-RECORD-COUNT TO WS-CD-TRL-COUNT
                            MOVE CDT-VALUE-HASH TO WS-CD-TRL-HASH
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ.

       0320-STAGE-ONE-DEDUCTION.

            READ COMPANY-DEDUCT-FILE
                AT END
                    MOVE "10" TO CD-STATUS
                NOT AT END
                    IF CD-RECORD-TYPE = 'D'
                        PERFORM 0325-VALIDATE-DEDUCTION
                        IF WS-MX-VALID
                            ADD 1 TO WS-DED-STAGED-COUNT
                            ADD CD-VALUE TO WS-DED-STAGED-HASH
                            MOVE CD-DATA(2:40) TO ND-DATA
                            WRITE ND-DATA
                        ELSE
                            PERFORM 0330-LIST-DEDUCT-EXCEPTION
                        END-IF
                    END-IF
            END-READ.

      *    THE CODE IS TRANSLATED IN PLACE ON THE INPUT RECORD, SO
      *    WHAT IS STAGED IS ALREADY IN OUR CODES.
       0325-VALIDATE-DEDUCTION.

            SET WS-MX-VALID TO TRUE.
            MOVE SPACES TO WS-MX-REASON.

            IF CD-SSN IS NOT NUMERIC OR CD-SSN = ZERO
                SET WS-MX-INVALID TO TRUE
                MOVE 'BLANK OR INVALID SSN' TO WS-MX-REASON
                MOVE 'SSN0' TO WS-MX-CODE
            END-IF.

            IF WS-MX-VALID
                IF CD-VALUE IS NOT NUMERIC
                    OR (CD-TYPE NOT = 'A' AND CD-TYPE NOT = 'P')
                    OR CD-START-DATE IS NOT NUMERIC
                    OR CD-STOP-DATE IS NOT NUMERIC
                    SET WS-MX-INVALID TO TRUE
                    MOVE 'MALFORMED DEDUCTION RECORD' TO WS-MX-REASON
                    MOVE 'DFMT' TO WS-MX-CODE
                END-IF
            END-IF.

            IF WS-MX-VALID
                PERFORM 0335-TRANSLATE-DEDUCT-CODE
            END-IF.

            IF WS-MX-VALID
                PERFORM 0340-CHECK-SSN-MERGED
            END-IF.

       0330-LIST-DEDUCT-EXCEPTION.

            ADD 1 TO WS-DED-EXCEPT-COUNT.
            MOVE SPACES TO WS-SSN-MASKED.
            IF CD-SSN IS NUMERIC
                MOVE CD-SSN TO WS-SSN-WORK
                PERFORM 9900-FORMAT-SSN
            END-IF.
            MOVE WS-SSN-MASKED TO MXL-SSN.
            MOVE WS-CURRENT-DED-FILENAME TO MXL-SOURCE.
            MOVE WS-MX-REASON TO MXL-REASON.
            WRITE MXDATA FROM MX-DETAIL-LINE
                AFTER ADVANCING 1 LINES.
            IF ES-STATUS = "00"
                MOVE "COMPANY-MERGE" TO EXR-PROGRAM-NAME
                MOVE WS-RUN-DATE TO EXR-RUN-DATE
                MOVE SPACES TO EXR-KEY
                MOVE CD-SSN TO EXR-KEY(1:9)
                MOVE CD-CODE TO EXR-KEY(11:4)
                MOVE WS-MX-CODE TO EXR-REASON-CODE
                MOVE SPACES TO EXR-STATUS
                MOVE SPACES TO EXR-RESOLVE-NOTE
                WRITE SHARED-EXCEPTION-RECORD
            END-IF.

      *    SAME RULE AS THE GRADE MAP - SEE 0096-TRANSLATE-GRADE.
       0335-TRANSLATE-DEDUCT-CODE.

            MOVE 'N' TO WS-DMAP-HAS-CO-SW.
            MOVE ZERO TO WS-DMAP-FOUND-IDX.

            PERFORM VARYING WS-DMAP-SUBIDX FROM 1 BY 1
                UNTIL WS-DMAP-SUBIDX > WS-DMAP-COUNT
                IF WS-DM-COMPANY(WS-DMAP-SUBIDX) =
                        WS-CURRENT-COMPANY-CODE
                    SET WS-DMAP-HAS-COMPANY TO TRUE
                    IF WS-DM-SOURCE(WS-DMAP-SUBIDX) = CD-CODE
                        MOVE WS-DMAP-SUBIDX TO WS-DMAP-FOUND-IDX
                        MOVE 201 TO WS-DMAP-SUBIDX
                    END-IF
                END-IF
            END-PERFORM.

            IF WS-DMAP-FOUND-IDX > ZERO
                MOVE WS-DM-TARGET(WS-DMAP-FOUND-IDX) TO CD-CODE
            ELSE
                IF WS-DMAP-HAS-COMPANY
                    SET WS-MX-INVALID TO TRUE
                    MOVE 'CODE NOT ON DEDUCTMAP.DAT' TO WS-MX-REASON
                    MOVE 'DMAP' TO WS-MX-CODE
                END-IF
            END-IF.

      *    THE EMPLOYEE MUST HAVE BEEN MERGED FROM THIS SAME COMPANY:
      *    A REJECTED EMPLOYEE, OR ONE WHOSE SSN WAS TAKEN BY ANOTHER
      *    COMPANY'S RECORD AS A DUPLICATE, GETS NO DEDUCTIONS.
       0340-CHECK-SSN-MERGED.

            MOVE ZERO TO WS-DED-SEEN-IDX.
            PERFORM VARYING WS-DUP-SUBIDX FROM 1 BY 1
                UNTIL WS-DUP-SUBIDX > WS-SEEN-COUNT
                IF WS-SEEN-SSN(WS-DUP-SUBIDX) = CD-SSN
                    MOVE WS-DUP-SUBIDX TO WS-DED-SEEN-IDX
                    MOVE 5001 TO WS-DUP-SUBIDX
                END-IF
            END-PERFORM.

            IF WS-DED-SEEN-IDX = ZERO
                SET WS-MX-INVALID TO TRUE
                MOVE 'EMPLOYEE NOT IN THE MERGE' TO WS-MX-REASON
                MOVE 'DSSN' TO WS-MX-CODE
            ELSE
                IF WS-SEEN-CODE(WS-DED-SEEN-IDX) NOT =
                        WS-CURRENT-COMPANY-CODE
                    SET WS-MX-INVALID TO TRUE
                    MOVE 'SSN MERGED FROM ANOTHER FILE' TO WS-MX-REASON
                    MOVE 'DSSN' TO WS-MX-CODE
                END-IF
            END-IF.

       0082-CHECK-MERGE-PHASE.

            OPEN INPUT PHASE-PARM-FILE.
                MOVE WS-NC-COUNT TO SG-RECORD-COUNT
                MOVE WS-TOT-SALARY TO SG-SALARY-TOTAL
                MOVE WS-RUN-DATE TO SG-STAGE-DATE
                MOVE WS-DED-STAGED-COUNT TO SG-DEDUCT-COUNT
                MOVE WS-DED-STAGED-HASH TO SG-DEDUCT-HASH
                WRITE STAGE-CONTROL-RECORD
                CLOSE STAGE-CONTROL
            END-IF.
            WRITE DIFFDATA FROM DIFF-TOTAL-LINE
                AFTER ADVANCING 1 LINES.

            MOVE 'DEDUCTIONS STAGED:            ' TO DFT-LABEL.
            MOVE WS-DED-STAGED-COUNT TO DFT-COUNT.
            WRITE DIFFDATA FROM DIFF-TOTAL-LINE
                AFTER ADVANCING 1 LINES.

            MOVE 'DEDUCTION EXCEPTIONS:         ' TO DFT-LABEL.
            MOVE WS-DED-EXCEPT-COUNT TO DFT-COUNT.
            WRITE DIFFDATA FROM DIFF-TOTAL-LINE
                AFTER ADVANCING 1 LINES.

            CLOSE DIFF-REPORT.

       0201-DIFF-ONE-RECORD.
                    MOVE SG-RECORD-COUNT TO WS-CTL-COUNT
                    MOVE SG-SALARY-TOTAL TO WS-CTL-SALARY
                    MOVE SG-STAGE-DATE TO WS-CTL-STAGE-DATE
      *    A CONTROL FILE FROM BEFORE DEDUCTIONS WERE STAGED HAS NO
      *    DEDUCTION COUNTS - NOTHING WAS STAGED FOR IT TO PROVE.
                    IF SG-DEDUCT-COUNT IS NUMERIC
                        AND SG-DEDUCT-HASH IS NUMERIC
                        MOVE SG-DEDUCT-COUNT TO WS-CTL-DED-COUNT
                        MOVE SG-DEDUCT-HASH TO WS-CTL-DED-HASH
                    END-IF
            END-READ.
            CLOSE STAGE-CONTROL.

                GO TO 0999-END-COMMIT
            END-IF.

            PERFORM 0920-PROVE-STAGED-DEDUCTIONS.

            IF WS-CMT-DED-COUNT NOT = WS-CTL-DED-COUNT
                OR WS-CMT-DED-HASH NOT = WS-CTL-DED-HASH
                OR WS-NDT-OVERFLOW > ZERO
                DISPLAY "COMMIT REFUSED - NEW-DEDUCT.DAT DOES NOT ",
                    "MATCH CONTROL COUNTS FROM STAGE RUN OF ",
                    WS-CTL-STAGE-DATE
                DISPLAY "  CONTROL: ", WS-CTL-DED-COUNT, " / ",
                    WS-CTL-DED-HASH
                DISPLAY "  STAGED:  ", WS-CMT-DED-COUNT, " / ",
                    WS-CMT-DED-HASH
                IF WS-NDT-OVERFLOW > ZERO
                    DISPLAY "  ", WS-NDT-OVERFLOW, " STAGED ",
                        "DEDUCTIONS BEYOND THE 10000 THE COMMIT ",
                        "CAN HOLD"
                END-IF
                IF ES-STATUS = "00"
                    MOVE "COMPANY-MERGE" TO EXR-PROGRAM-NAME
                    MOVE WS-RUN-DATE TO EXR-RUN-DATE
                    MOVE "NEW-DEDUCT.DAT      " TO EXR-KEY
                    MOVE 'CTL0' TO EXR-REASON-CODE
                    MOVE SPACES TO EXR-STATUS
                    MOVE SPACES TO EXR-RESOLVE-NOTE
                    WRITE SHARED-EXCEPTION-RECORD
                END-IF
                GO TO 0999-END-COMMIT
            END-IF.

            OPEN OUTPUT ED-REPORT.
            MOVE WS-CMT-COUNT TO WS-NC-COUNT.

            PERFORM 0160-LOAD-INDEXED-MASTER
                THRU 0169-LOAD-EXIT.

            PERFORM 0950-COMMIT-DEDUCTIONS
                THRU 0959-COMMIT-DED-EXIT.

            MOVE 'DEDUCTIONS APPLIED TO DEDUCT.DAT' TO RECON-LABEL.
            MOVE WS-DED-APPLIED-COUNT TO RECON-VALUE.
            WRITE PRINTDATA FROM RECON-LINE
                AFTER ADVANCING 2 LINES.

            MOVE 'DEDUCTIONS ALREADY ON DEDUCT.DAT' TO RECON-LABEL.
            MOVE WS-DED-ALREADY-COUNT TO RECON-VALUE.
            WRITE PRINTDATA FROM RECON-LINE
                AFTER ADVANCING 1 LINES.

            DISPLAY "COMMIT PASS COMPLETE - ", WS-IL-LOADED-COUNT,
                " RECORDS APPLIED TO EES.DAT, ",
                WS-DED-APPLIED-COUNT, " DEDUCTIONS TO DEDUCT.DAT".

            MOVE WS-CMT-COUNT TO WS-SEEN-COUNT.

                AT END SET NC-ENDOFFILE TO TRUE
            END-READ.

      *    COUNTS AND HASHES THE STAGED DEDUCTIONS, HOLDING EACH ONE
      *    FOR THE APPLY. NO NEW-DEDUCT.DAT AT ALL PROVES ONLY
      *    AGAINST A STAGE RUN THAT STAGED NO DEDUCTIONS.
       0920-PROVE-STAGED-DEDUCTIONS.

            OPEN INPUT NEW-DEDUCTIONS.
            IF ND-STATUS = "00"
                PERFORM 0925-HOLD-STAGED-DEDUCTION
                    UNTIL ND-STATUS NOT = "00"
                CLOSE NEW-DEDUCTIONS
            END-IF.

       0925-HOLD-STAGED-DEDUCTION.

            READ NEW-DEDUCTIONS
                AT END
                    MOVE "10" TO ND-STATUS
                NOT AT END
                    ADD 1 TO WS-CMT-DED-COUNT
                    IF ND-VALUE IS NUMERIC
                        ADD ND-VALUE TO WS-CMT-DED-HASH
                    END-IF
                    IF WS-NDT-COUNT = 10000
                        ADD 1 TO WS-NDT-OVERFLOW
                    ELSE
                        ADD 1 TO WS-NDT-COUNT
                        MOVE ND-SSN TO WS-NDT-SSN(WS-NDT-COUNT)
                        MOVE ND-CODE TO WS-NDT-CODE(WS-NDT-COUNT)
                        MOVE ND-START-DATE
                            TO WS-NDT-START(WS-NDT-COUNT)
                        MOVE ND-DATA TO WS-NDT-RECORD(WS-NDT-COUNT)
                        MOVE 'N' TO WS-NDT-PRESENT-SW(WS-NDT-COUNT)
                    END-IF
            END-READ.

      *    THE DEDUCTIONS FOLLOW THE EMPLOYEES ONLY ONTO A MASTER
      *    THAT LOADED AND VERIFIED CLEAN - A DEDUCTION MUST NEVER
      *    REACH PAYROLL FOR AN EMPLOYEE WHO DID NOT.
       0950-COMMIT-DEDUCTIONS.

            IF WS-NDT-COUNT = ZERO
                GO TO 0959-COMMIT-DED-EXIT
            END-IF.

            IF WS-IL-LOAD-ERRORS NOT = ZERO
                OR WS-IL-MISMATCH-COUNT NOT = ZERO
                OR WS-IL-VERIFIED-COUNT NOT = WS-NC-COUNT
                DISPLAY "DEDUCTIONS NOT COMMITTED - EES.DAT LOAD ",
                    "NOT VERIFIED"
                GO TO 0959-COMMIT-DED-EXIT
            END-IF.

            OPEN INPUT DEDUCT-MASTER.
            IF DD-STATUS = "00"
                PERFORM 0955-MARK-EXISTING-DEDUCTION
                    UNTIL DD-STATUS NOT = "00"
                CLOSE DEDUCT-MASTER
            END-IF.

            OPEN EXTEND DEDUCT-MASTER.
            IF DD-STATUS = "35"
                OPEN OUTPUT DEDUCT-MASTER
            END-IF.
            IF DD-STATUS NOT = "00"
                DISPLAY "ERROR OPENING DEDUCT.DAT FOR COMMIT - ",
                    "STATUS: ", DD-STATUS
                GO TO 0959-COMMIT-DED-EXIT
            END-IF.

            PERFORM VARYING WS-NDT-SUBIDX FROM 1 BY 1
                UNTIL WS-NDT-SUBIDX > WS-NDT-COUNT
                IF WS-NDT-PRESENT(WS-NDT-SUBIDX)
                    ADD 1 TO WS-DED-ALREADY-COUNT
                ELSE
                    MOVE WS-NDT-RECORD(WS-NDT-SUBIDX)
                        TO DEDUCT-RECORD
                    WRITE DEDUCT-RECORD
                    ADD 1 TO WS-DED-APPLIED-COUNT
                END-IF
            END-PERFORM.

            CLOSE DEDUCT-MASTER.

       0959-COMMIT-DED-EXIT.
            EXIT.

       0955-MARK-EXISTING-DEDUCTION.

            READ DEDUCT-MASTER
                AT END
                    MOVE "10" TO DD-STATUS
                NOT AT END
                    PERFORM VARYING WS-NDT-SUBIDX FROM 1 BY 1
                        UNTIL WS-NDT-SUBIDX > WS-NDT-COUNT
                        IF WS-NDT-SSN(WS-NDT-SUBIDX) = DD-SSN
                            AND WS-NDT-CODE(WS-NDT-SUBIDX) = DD-CODE
                            AND WS-NDT-START(WS-NDT-SUBIDX) =
                                DD-START-DATE
                            SET WS-NDT-PRESENT(WS-NDT-SUBIDX)
                                TO TRUE
                        END-IF
                    END-PERFORM
            END-READ.

      *    REBUILDS EES.DAT FROM THE SORTED MERGE OUTPUT, THEN READS
      *    EVERY SEQUENTIAL RECORD BACK FROM THE INDEXED FILE AND
      *    COMPARES IT BYTE FOR BYTE, SO A SHORT LOAD OR A DAMAGED
                INVALID KEY
                    ADD 1 TO WS-IL-MISMATCH-COUNT
                NOT INVALID KEY
                    IF EMPLOYEEDETAILS = NC-DATA(1:78)
                        ADD 1 TO WS-IL-VERIFIED-COUNT
                    ELSE
                        ADD 1 TO WS-IL-MISMATCH-COUNT
            WRITE PRINTDATA FROM RECON-STATUS-LINE
                AFTER ADVANCING 1 LINES.

            MOVE 'DEDUCTIONS STAGED TO NEW-DEDUCT.DAT' TO RECON-LABEL.
            MOVE WS-DED-STAGED-COUNT TO RECON-VALUE.
            WRITE PRINTDATA FROM RECON-LINE
                AFTER ADVANCING 2 LINES.

            MOVE 'DEDUCTION EXCEPTIONS EXCLUDED' TO RECON-LABEL.
            MOVE WS-DED-EXCEPT-COUNT TO RECON-VALUE.
            WRITE PRINTDATA FROM RECON-LINE
                AFTER ADVANCING 1 LINES.


       9900-CHECK-SSN-MASK-PARM.

                       NOT AT END
                           IF LOCK-OVERRIDE-RECORD NOT = 'SPENT'
                               SET WS-LOCK-OVERRIDE TO TRUE
                               MOVE LOCK-OVERRIDE-RECORD
                                   TO WS-LOCK-OVR-ID
                           END-IF
                   END-READ
                   CLOSE LOCK-OVERRIDE-PARM
               END-IF
               IF WS-LOCK-OVERRIDE
                   PERFORM 9760-CHECK-OVERRIDE-AUTHORITY
               END-IF
               IF WS-LOCK-OVERRIDE
                   DISPLAY "WARNING - STALE EES.DAT LOCK HELD BY ",
                       WS-LOCK-HOLDER, " CLEARED UNDER SUPERVISOR ",
                   PERFORM 9740-SPEND-LOCK-OVERRIDE
               ELSE
                   DISPLAY "RUN REFUSED - EES.DAT IS LOCKED BY ",
                       WS-LOCK-HOLDER, ". TO CLEAR A STALE LOCK, ",
                       "PLACE EESLOCKOVR.PRM NAMING AN OPERATOR ID ",
                       "WITH LOCKOVR AUTHORITY ON OPERSEC.DAT."
                   STOP RUN
               END-IF
           END-IF.
           IF PM-STATUS = "00"
               PERFORM 9605-READ-RUN-PARM
                   UNTIL PM-STATUS NOT = "00"
                   OR WS-PARM-COUNT = 50
               CLOSE RUN-PARMS-FILE
           END-IF.

                   SET WS-PARM-FOUND TO TRUE
                   MOVE WS-PM-VALUE(WS-PARM-SUBIDX)
                       TO WS-PARM-VALUE
                   MOVE 51 TO WS-PARM-SUBIDX
               END-IF
           END-PERFORM.

      *    THE OVERRIDE FILE CARRIES THE SUPERVISOR'S OPERATOR ID,
      *    WHICH MUST BE ACTIVE ON THE SECURITY MASTER WITH LOCKOVR
      *    AUTHORITY. OTHERWISE THE LOCK STANDS AND THE ATTEMPT IS
      *    LOGGED. WHOEVER IS SIGNED ON TO THIS RUN STAYS SIGNED ON.
       9760-CHECK-OVERRIDE-AUTHORITY.

           MOVE WS-SEC-OPERATOR-ID TO WS-SEC-HOLD-ID.
           MOVE WS-SEC-ROLE TO WS-SEC-HOLD-ROLE.
           MOVE WS-SEC-VALID-SW TO WS-SEC-HOLD-VALID.

           MOVE WS-LOCK-OVR-ID TO WS-SEC-OPERATOR-ID.
           MOVE 'LOCKOVR ' TO WS-SEC-FUNCTION.
           PERFORM 9810-VERIFY-OPERATOR.
           PERFORM 9820-CHECK-AUTHORITY.
           IF NOT WS-SEC-GRANTED
               MOVE 'N' TO WS-LOCK-OVR-SW
               DISPLAY "LOCK OVERRIDE REFUSED - '", WS-LOCK-OVR-ID,
                   "' IS NOT AN ACTIVE OPERATOR WITH LOCKOVR ",
                   "AUTHORITY"
           END-IF.

           MOVE WS-SEC-HOLD-ID TO WS-SEC-OPERATOR-ID.
           MOVE WS-SEC-HOLD-ROLE TO WS-SEC-ROLE.
           MOVE WS-SEC-HOLD-VALID TO WS-SEC-VALID-SW.

      *    THE OPERATOR IN WS-SEC-OPERATOR-ID MUST BE ON THE SECURITY
      *    MASTER AND ACTIVE. THE ROLE AND PASSWORD HASH ARE KEPT FOR
      *    THE CHECKS THAT FOLLOW.
       9810-VERIFY-OPERATOR.

           MOVE 'N' TO WS-SEC-VALID-SW.
           MOVE SPACES TO WS-SEC-ROLE.
           MOVE ZERO TO WS-SEC-STORED-HASH.
           PERFORM 9850-LOAD-ROLE-AUTHORITY.

           OPEN INPUT OPERATOR-SECURITY.
           IF OS-STATUS NOT = "00"
               MOVE 'NOSF' TO WS-SEC-REASON
           ELSE
               MOVE WS-SEC-OPERATOR-ID TO OS-OPERATOR-ID
               READ OPERATOR-SECURITY
                   KEY IS OS-OPERATOR-ID
                   INVALID KEY
                       MOVE 'NOID' TO WS-SEC-REASON
                   NOT INVALID KEY
                       IF OS-ACTIVE
                           SET WS-SEC-VALID TO TRUE
                           MOVE OS-ROLE TO WS-SEC-ROLE
                           MOVE OS-PASSWORD-HASH
                               TO WS-SEC-STORED-HASH
                       ELSE
                           MOVE 'INAC' TO WS-SEC-REASON
                       END-IF
               END-READ
               CLOSE OPERATOR-SECURITY
           END-IF.

           IF NOT WS-SEC-VALID
               PERFORM 9830-LOG-VIOLATION
           END-IF.

      *    THE VERIFIED OPERATOR'S ROLE MUST HOLD WS-SEC-FUNCTION ON
      *    THE ROLE AUTHORITY TABLE. AN OPERATOR WHO FAILED
      *    VERIFICATION IS REFUSED WITHOUT A SECOND LOG ENTRY.
       9820-CHECK-AUTHORITY.

           MOVE 'N' TO WS-SEC-GRANTED-SW.
           IF WS-SEC-VALID
               PERFORM VARYING WS-SEC-AUTH-SUBIDX FROM 1 BY 1
                   UNTIL WS-SEC-AUTH-SUBIDX > WS-SEC-AUTH-COUNT
                   IF WS-SA-ROLE(WS-SEC-AUTH-SUBIDX) = WS-SEC-ROLE
                       AND WS-SA-FUNCTION(WS-SEC-AUTH-SUBIDX) =
                           WS-SEC-FUNCTION
                       SET WS-SEC-GRANTED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-SEC-GRANTED
                   MOVE 'AUTH' TO WS-SEC-REASON
                   PERFORM 9830-LOG-VIOLATION
               END-IF
           END-IF.

       9830-LOG-VIOLATION.

           ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SEC-TIME FROM TIME.

           OPEN EXTEND SECURITY-VIOLATIONS.
           IF SV-STATUS = "35"
               OPEN OUTPUT SECURITY-VIOLATIONS
           END-IF.
           IF SV-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SECVIOL.DAT - STATUS: ",
                   SV-STATUS
           ELSE
               MOVE WS-SEC-DATE TO SV-DATE
               MOVE WS-SEC-TIME TO SV-TIME
               MOVE WS-SEC-PROGRAM TO SV-PROGRAM
               MOVE WS-SEC-OPERATOR-ID TO SV-OPERATOR-ID
               MOVE WS-SEC-FUNCTION TO SV-FUNCTION
               MOVE WS-SEC-REASON TO SV-REASON
               WRITE SECURITY-VIOLATION-RECORD
               CLOSE SECURITY-VIOLATIONS
           END-IF.

       9850-LOAD-ROLE-AUTHORITY.

           IF NOT WS-SEC-LOADED
               SET WS-SEC-LOADED TO TRUE
               OPEN INPUT ROLE-AUTHORITY
               IF RA-STATUS = "00"
                   PERFORM 9855-READ-ROLE-AUTHORITY
                       UNTIL RA-STATUS NOT = "00"
                   CLOSE ROLE-AUTHORITY
               END-IF
           END-IF.

       9855-READ-ROLE-AUTHORITY.

           READ ROLE-AUTHORITY
               AT END
                   MOVE "10" TO RA-STATUS
               NOT AT END
                   IF RA-ROLE NOT = SPACES
                       AND WS-SEC-AUTH-COUNT < 100
                       ADD 1 TO WS-SEC-AUTH-COUNT
                       MOVE RA-ROLE TO WS-SA-ROLE(WS-SEC-AUTH-COUNT)
                       MOVE RA-FUNCTION
                           TO WS-SA-FUNCTION(WS-SEC-AUTH-COUNT)
                   END-IF
           END-READ.
