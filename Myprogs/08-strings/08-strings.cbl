      *    THE RUN MAILS THE DEFINED SEGMENT AND STAMPS THE CODE ON
      *    THE MASTER UPDATES AND THE MANIFEST SO MAIL-RESPONSE CAN
      *    MEASURE WHO RESPONDED. WITH NO FILE THE RUN MAILS
      *    EVERYONE, AS BEFORE CAMPAIGNS EXISTED. FURTHER RECORDS
      *    CARRYING THE SAME CODE EACH ADD ONE MORE STATE TO THE
      *    SEGMENT - THAT IS HOW STORM-OUTREACH BUILDS A CAMPAIGN
      *    FOR EVERY STATE A STORM HIT.
        SELECT CAMPAIGN-FILE
            ASSIGN TO "CAMPAIGN.DAT"
            FILE STATUS IS CG-STATUS
            FILE STATUS IS MF-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *    CAMPAIGN COST LOG: EVERY CAMPAIGN RUN APPENDS ITS PIECES
      *    AND POSTAGE PER RATE TIER AND ITS PIECES PER STATE, SO
      *    CAMPAIGN-ROI CAN SET WHAT A CAMPAIGN COST AGAINST WHAT IT
      *    BROUGHT BACK WITHOUT ANYONE RE-READING THE MANIFEST.
        SELECT CAMPAIGN-COST-LOG
            ASSIGN TO "CAMPCOST.DAT"
            FILE STATUS IS CC-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *    TRAY PREPARATION FOR THE MAIL HOUSE: ONE LABEL RECORD PER
      *    CONTAINER (DESTINATION LINE, CONTENTS LINE, PIECE COUNT)
      *    AND A CONTAINER SUMMARY THAT TIES BACK TO THE MANIFEST.
        SELECT TRAY-LABEL-FILE
            ASSIGN TO "TRAYLABEL.DAT"
            FILE STATUS IS TL-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT TRAY-REPORT
            ASSIGN TO "MAILTRAYS.RPT"
            FILE STATUS IS TR-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL CONTAINER RULES: MINIMUM PIECES FOR A 5-DIGIT
      *    AND FOR A 3-DIGIT CONTAINER, CONTAINER CAPACITY, AND THE
      *    CONTAINER TYPE (T = LETTER TRAYS, S = FLAT SACKS). THE
      *    MINIMUMS ALSO QUALIFY THE MANIFEST'S 5DIG AND 3DIG RATE
      *    TIERS, SO THE CONTAINERS AND THE POSTAGE ALWAYS AGREE.
        SELECT TRAY-PARM-FILE
            ASSIGN TO "TRAYPREP.PRM"
            FILE STATUS IS TP-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL POSTAGE RATES PER PRESORT TIER. WITH NO FILE THE
      *    COMPILED-IN DEFAULT RATES APPLY.
        SELECT MAIL-RATE-PARM
        01 MFDATA.
            02 FILLER           PIC X(100) VALUE SPACES.

      *    CC-REC-TYPE: T = ONE RATE TIER (CC-GROUP IS THE TIER
      *    CODE), S = ONE STATE (CC-GROUP IS THE STATE CODE, NO
      *    POSTAGE - TIERS ARE PRICED BY ZIP PREFIX, NOT BY STATE).
        FD CAMPAIGN-COST-LOG.
        01 CAMPAIGN-COST-RECORD.
            02 CC-CAMPAIGN          PIC X(8).
            02 CC-RUN-DATE          PIC 9(8).
            02 CC-REC-TYPE          PIC X(1).
            02 CC-GROUP             PIC X(5).
            02 CC-PIECES            PIC 9(7).
            02 CC-POSTAGE           PIC 9(7)V99.

      *    TL-LEVEL: 5D = 5-DIGIT, 3D = 3-DIGIT, MXD = MIXED ADC.
        FD TRAY-LABEL-FILE.
        01 TRAY-LABEL-RECORD.
            02 TL-CONTAINER-NUMBER  PIC 9(5).
            02 TL-CAMPAIGN          PIC X(8).
            02 TL-LEVEL             PIC X(3).
            02 TL-DEST-LINE         PIC X(30).
            02 TL-CONTENT-LINE      PIC X(30).
            02 TL-PIECES            PIC 9(5).
            02 TL-SEQUENCE          PIC 9(3).
            02 TL-OF-COUNT          PIC 9(3).

        FD TRAY-REPORT.
        01 TRDATA.
            02 FILLER           PIC X(100) VALUE SPACES.

        FD TRAY-PARM-FILE.
        01 TRAY-PARM-RECORD.
            02 TP-MIN-5DIG          PIC 9(3).
            02 TP-MIN-3DIG          PIC 9(3).
            02 TP-CAPACITY          PIC 9(4).
            02 TP-CONTAINER-TYPE    PIC X(1).

      *    ONE LINE PER TIER: TIER CODE, RATE IN DOLLARS PER PIECE.
        FD MAIL-RATE-PARM.
        01 MAIL-RATE-RECORD.
            02 CG-STATUS         PIC X(2).
            02 LT-STATUS         PIC X(2).
            02 LF-STATUS         PIC X(2).
            02 CC-STATUS         PIC X(2).
            02 TL-STATUS         PIC X(2).
            02 TR-STATUS         PIC X(2).
            02 TP-STATUS         PIC X(2).
            02 WS-RUN-DATE       PIC 9(8).
            02 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               03 WS-RUN-YEAR    PIC 9(4).
               88 WS-CAMP-ACTIVE    VALUE 'Y'.
            02 WS-CAMP-CODE         PIC X(8) VALUE SPACES.
            02 WS-CAMP-STATE        PIC X(2) VALUE SPACES.
            02 WS-CAMP-STATE-COUNT  PIC 9(2) VALUE ZERO.
            02 WS-CAMP-STATE-SUBIDX PIC 9(2) VALUE ZERO.
            02 WS-CAMP-STATE-TABLE OCCURS 60 TIMES.
               03 WS-CAMP-ST-CODE   PIC X(2).
            02 WS-CAMP-MAX-MAILED   PIC 9(5) VALUE ZERO.
            02 WS-CAMP-MIN-DAYS     PIC 9(3) VALUE ZERO.
            02 WS-CAMP-SKIP-SWITCH  PIC X(1) VALUE 'N'.
            02 WS-MF-ZIP5-TABLE OCCURS 2000 TIMES.
                03 WS-MF-ZIP5       PIC X(5).
                03 WS-MF-Z5-TALLY   PIC 9(5).
                03 WS-MF-Z5-CITY    PIC X(20).
                03 WS-MF-Z5-STATE   PIC X(2).
            02 WS-MF-PFX-COUNT      PIC 9(4) VALUE ZERO.
            02 WS-MF-PFX-TABLE OCCURS 1000 TIMES.
                03 WS-MF-PREFIX     PIC X(3).
                03 WS-MF-PFX-TALLY  PIC 9(5).
                03 WS-MF-PFX-RESID  PIC 9(5).
                03 WS-MF-PFX-STATE  PIC X(2).

      *    TIER RATES (DOLLARS PER PIECE), OVERRIDDEN BY MAILRATE.PRM
      *    WHEN PRESENT. SLOTS 1-4 ARE 5DIG, 3DIG, AADC, MIXED.
               10 WS-TIER-CODE     PIC X(5).
               10 WS-TIER-RATE     PIC 9V999.

      *    PIECES MAILED PER STATE, FOR THE CAMPAIGN COST LOG.
        01 WS-STATE-PIECE-AREAS.
            02 WS-SP-COUNT          PIC 9(2) VALUE ZERO.
            02 WS-SP-SUBIDX         PIC 9(2) VALUE ZERO.
            02 WS-SP-FOUND-IDX      PIC 9(2) VALUE ZERO.
            02 WS-SP-TABLE OCCURS 60 TIMES.
                03 WS-SP-STATE      PIC X(2).
                03 WS-SP-PIECES     PIC 9(7).

      *    CONTAINER RULES - SEE THE TRAY-PARM-FILE SELECT COMMENT.
      *    THE DEFAULT MINIMUMS ARE THE MANIFEST'S ORIGINAL TEN.
        01 WS-TRAY-AREAS.
            02 WS-TRAY-MIN-5DIG     PIC 9(3) VALUE 10.
            02 WS-TRAY-MIN-3DIG     PIC 9(3) VALUE 10.
            02 WS-TRAY-CAPACITY     PIC 9(4) VALUE 300.
            02 WS-TRAY-TYPE         PIC X(1) VALUE 'T'.
               88 WS-TRAY-IS-SACK   VALUE 'S'.
            02 WS-TRAY-NUMBER       PIC 9(5) VALUE ZERO.
            02 WS-TRAY-GROUP-PIECES PIC 9(7) VALUE ZERO.
            02 WS-TRAY-LEFT         PIC 9(7) VALUE ZERO.
            02 WS-TRAY-OF-COUNT     PIC 9(3) VALUE ZERO.
            02 WS-TRAY-SEQUENCE     PIC 9(3) VALUE ZERO.
            02 WS-TRAY-LEVEL        PIC X(3) VALUE SPACES.
            02 WS-TRAY-LEVEL-IDX    PIC 9(1) VALUE ZERO.
            02 WS-TRAY-DEST         PIC X(30) VALUE SPACES.
            02 WS-TRAY-CONTENT      PIC X(30) VALUE SPACES.
            02 WS-TRAY-MIXED-PIECES PIC 9(7) VALUE ZERO.
            02 WS-TRAY-LVL-COUNT    PIC 9(5) OCCURS 3 TIMES.
            02 WS-TRAY-LVL-PIECES   PIC 9(7) OCCURS 3 TIMES.
            02 WS-TRAY-TOTAL-PIECES PIC 9(7) VALUE ZERO.
            02 WS-TRAY-MANIFEST-CMP PIC 9(7) VALUE ZERO.

        01 TRAY-TITLE-LINE.
            02 FILLER           PIC X(32) VALUE
               "CONTAINER PREPARATION".
            02 FILLER           PIC X(10) VALUE "CAMPAIGN: ".
            02 TTL-CAMPAIGN     PIC X(8) VALUE SPACES.
            02 FILLER           PIC X(6)  VALUE "  RUN ".
            02 TTL-DATE         PIC 9(8).
            02 FILLER           PIC X(36) VALUE SPACES.

        01 TRAY-RULES-LINE.
            02 FILLER           PIC X(14) VALUE "5-DIGIT MIN: ".
            02 TRL-MIN-5DIG     PIC ZZ9.
            02 FILLER           PIC X(15) VALUE "  3-DIGIT MIN: ".
            02 TRL-MIN-3DIG     PIC ZZ9.
            02 FILLER           PIC X(12) VALUE "  CAPACITY: ".
            02 TRL-CAPACITY     PIC Z,ZZ9.
            02 FILLER           PIC X(8)  VALUE "  TYPE: ".
            02 TRL-TYPE         PIC X(5).
            02 FILLER           PIC X(35) VALUE SPACES.

        01 TRAY-DETAIL-LINE.
            02 TDL-NUMBER       PIC ZZZZ9.
            02 FILLER           PIC X(2)  VALUE SPACES.
            02 TDL-LEVEL        PIC X(3).
            02 FILLER           PIC X(2)  VALUE SPACES.
            02 TDL-DEST         PIC X(30).
            02 FILLER           PIC X(1)  VALUE SPACE.
            02 TDL-CONTENT      PIC X(30).
            02 FILLER           PIC X(1)  VALUE SPACE.
            02 TDL-PIECES       PIC ZZ,ZZ9.
            02 FILLER           PIC X(2)  VALUE SPACES.
            02 TDL-SEQUENCE     PIC ZZ9.
            02 FILLER           PIC X(4)  VALUE " OF ".
            02 TDL-OF-COUNT     PIC ZZ9.
            02 FILLER           PIC X(8)  VALUE SPACES.

        01 TRAY-LEVEL-LINE.
            02 TLL-LABEL        PIC X(12).
            02 FILLER           PIC X(14) VALUE "  CONTAINERS: ".
            02 TLL-COUNT        PIC ZZ,ZZ9.
            02 FILLER           PIC X(10) VALUE "  PIECES: ".
            02 TLL-PIECES       PIC ZZZ,ZZ9.
            02 FILLER           PIC X(12) VALUE "  MANIFEST: ".
            02 TLL-MANIFEST     PIC ZZZ,ZZ9.
            02 FILLER           PIC X(2)  VALUE SPACES.
            02 TLL-BALANCE      PIC X(14).
            02 FILLER           PIC X(16) VALUE SPACES.

        01 WS-TIER-TOTALS.
            02 WS-TIER-SUBIDX       PIC 9(1) VALUE ZERO.
            02 WS-TIER-PIECES       PIC 9(7) OCCURS 4 TIMES.
                88  WS-PARM-FOUND   VALUE 'Y'.
            05  WS-PARM-VALUE       PIC X(20) VALUE SPACES.
            05  WS-PARM-PTR         PIC 9(3) VALUE 1.
            05  WS-PARM-TABLE OCCURS 50 TIMES.
                10  WS-PM-KEY       PIC X(12).
                10  WS-PM-VALUE     PIC X(20).


            PERFORM 0104-LOAD-SUPPRESSION-LIST.

            PERFORM 0107-LOAD-TRAY-PARM.
            PERFORM 0108-LOAD-MAIL-RATES.

            PERFORM 0112-OPEN-CUSTOMER-MASTER.
                    "STATUS: ", ES-STATUS
            END-IF.

      *    A MISSING OR BLANK FIELD KEEPS ITS DEFAULT; A ZERO
      *    CAPACITY WOULD NEVER FILL A CONTAINER AND IS IGNORED.
        0107-LOAD-TRAY-PARM.

            OPEN INPUT TRAY-PARM-FILE.
            IF TP-STATUS = "00"
                READ TRAY-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF TP-MIN-5DIG IS NUMERIC
                            AND TP-MIN-5DIG > ZERO
                            MOVE TP-MIN-5DIG TO WS-TRAY-MIN-5DIG
                        END-IF
                        IF TP-MIN-3DIG IS NUMERIC
                            AND TP-MIN-3DIG > ZERO
                            MOVE TP-MIN-3DIG TO WS-TRAY-MIN-3DIG
                        END-IF
                        IF TP-CAPACITY IS NUMERIC
                            AND TP-CAPACITY > ZERO
                            MOVE TP-CAPACITY TO WS-TRAY-CAPACITY
                        END-IF
                        IF TP-CONTAINER-TYPE = 'T' OR 'S'
                            MOVE TP-CONTAINER-TYPE TO WS-TRAY-TYPE
                        END-IF
                END-READ
                CLOSE TRAY-PARM-FILE
            END-IF.

        0108-LOAD-MAIL-RATES.

            OPEN INPUT MAIL-RATE-PARM.
                        IF CG-MIN-DAYS IS NUMERIC
                            MOVE CG-MIN-DAYS TO WS-CAMP-MIN-DAYS
                        END-IF
                        PERFORM 0117-ADD-CAMPAIGN-STATE
                END-READ
                PERFORM 0117-ADD-CAMPAIGN-STATE
                    UNTIL CG-STATUS NOT = "00"
                CLOSE CAMPAIGN-FILE
                DISPLAY "CAMPAIGN ACTIVE: ", WS-CAMP-CODE
                IF WS-CAMP-STATE-COUNT > 1
                    DISPLAY "CAMPAIGN STATES: ", WS-CAMP-STATE-COUNT
                END-IF
            END-IF.

      *    EVERY STATE NAMED FOR THE ACTIVE CAMPAIGN'S CODE, THE
      *    FIRST RECORD'S INCLUDED, GOES INTO THE SEGMENT'S STATE
      *    LIST; RECORDS FOR ANY OTHER CODE ARE IGNORED.
        0117-ADD-CAMPAIGN-STATE.

            IF CG-CODE = WS-CAMP-CODE AND CG-STATE NOT = SPACES
                IF WS-CAMP-STATE-COUNT >= 60
                    DISPLAY "WARNING - CAMPAIGN STATE LIST FULL, ",
                        "SKIPPING ", CG-STATE
                ELSE
                    ADD 1 TO WS-CAMP-STATE-COUNT
                    MOVE CG-STATE
                        TO WS-CAMP-ST-CODE(WS-CAMP-STATE-COUNT)
                END-IF
            END-IF.

            READ CAMPAIGN-FILE
                AT END MOVE "10" TO CG-STATUS
            END-READ.

        0118-LOAD-LETTER-TEMPLATE.

            OPEN INPUT LETTER-TEMPLATE.
                END-IF
            END-IF.

      *    A CAMPAIGN NAMING SEVERAL STATES PASSES ANY OF THEM.
            IF WS-FILTER-ACTIVE AND WS-CAMP-STATE-COUNT > 1
                AND NOT WS-PASSES-FILTER
                PERFORM VARYING WS-CAMP-STATE-SUBIDX FROM 1 BY 1
                    UNTIL WS-CAMP-STATE-SUBIDX > WS-CAMP-STATE-COUNT
                    IF WSC-STATE =
                        WS-CAMP-ST-CODE(WS-CAMP-STATE-SUBIDX)
                        MOVE 'Y' TO WS-PASS-SWITCH
                    END-IF
                END-PERFORM
            END-IF.

      *    CHECKS THE STATE CODE AGAINST THE REFERENCE TABLE AND
      *    CONFIRMS THE ZIP CODE IS FIVE NUMERIC DIGITS. REJECTS THE
      *    FIRST PROBLEM FOUND RATHER THAN ACCUMULATING MULTIPLE
                    ADD 1 TO WS-MF-ZIP5-COUNT
                    MOVE WSC-ZIP TO WS-MF-ZIP5(WS-MF-ZIP5-COUNT)
                    MOVE 1 TO WS-MF-Z5-TALLY(WS-MF-ZIP5-COUNT)
                    MOVE WSC-CITY TO WS-MF-Z5-CITY(WS-MF-ZIP5-COUNT)
                    MOVE WSC-STATE
                        TO WS-MF-Z5-STATE(WS-MF-ZIP5-COUNT)
                END-IF
            END-IF.

            MOVE ZERO TO WS-SP-FOUND-IDX.
            PERFORM VARYING WS-SP-SUBIDX FROM 1 BY 1
                UNTIL WS-SP-SUBIDX > WS-SP-COUNT
                IF WS-SP-STATE(WS-SP-SUBIDX) = WSC-STATE
                    MOVE WS-SP-SUBIDX TO WS-SP-FOUND-IDX
                    MOVE 61 TO WS-SP-SUBIDX
                END-IF
            END-PERFORM.
            IF WS-SP-FOUND-IDX > ZERO
                ADD 1 TO WS-SP-PIECES(WS-SP-FOUND-IDX)
            ELSE
                IF WS-SP-COUNT < 60
                    ADD 1 TO WS-SP-COUNT
                    MOVE WSC-STATE TO WS-SP-STATE(WS-SP-COUNT)
                    MOVE 1 TO WS-SP-PIECES(WS-SP-COUNT)
                END-IF
            END-IF.

                    MOVE WS-MF-WORK-PREFIX
                        TO WS-MF-PREFIX(WS-MF-PFX-COUNT)
                    MOVE 1 TO WS-MF-PFX-TALLY(WS-MF-PFX-COUNT)
                    MOVE WSC-STATE TO WS-MF-PFX-STATE(WS-MF-PFX-COUNT)
                    MOVE ZERO TO WS-MF-PFX-RESID(WS-MF-PFX-COUNT)
                END-IF
            END-IF.
      *    TIER QUALIFICATION: FULL-ZIP GROUPS OF TEN OR MORE TAKE
      *    THE 5-DIGIT RATE; WHAT REMAINS IN EACH PREFIX TAKES THE
      *    3-DIGIT RATE AT TEN OR MORE, AADC AT FIVE OR MORE, AND
      *    MIXED OTHERWISE. THE TWO 'TEN OR MORE' MINIMUMS ARE THE
      *    CONTAINER MINIMUMS FROM TRAYPREP.PRM WHEN IT SETS THEM.
        0260-BUILD-MANIFEST.

            PERFORM VARYING WS-TIER-SUBIDX FROM 1 BY 1

            PERFORM 0266-PRINT-MANIFEST.

            IF WS-CAMP-ACTIVE AND WS-MF-PIECE-COUNT > ZERO
                PERFORM 0268-LOG-CAMPAIGN-COST
            END-IF.

            PERFORM 0280-PREPARE-CONTAINERS THRU 0280-EXIT.

        0262-QUALIFY-ZIP5-GROUP.

            IF WS-MF-Z5-TALLY(WS-MF-SUBIDX) >= WS-TRAY-MIN-5DIG
                ADD WS-MF-Z5-TALLY(WS-MF-SUBIDX)
                    TO WS-TIER-PIECES(1)
                MOVE WS-MF-ZIP5(WS-MF-SUBIDX) (1:3)

        0264-QUALIFY-PREFIX-RESIDUAL.

            IF WS-MF-PFX-RESID(WS-MF-SUBIDX) >= WS-TRAY-MIN-3DIG
                ADD WS-MF-PFX-RESID(WS-MF-SUBIDX)
                    TO WS-TIER-PIECES(2)
            ELSE

            CLOSE MANIFEST-REPORT.

      *    ONE T ROW PER RATE TIER AND ONE S ROW PER STATE MAILED.
      *    A RUN THAT CANNOT OPEN THE LOG STILL MAILS; THE COST JUST
      *    HAS TO BE KEYED TO THE LOG BY HAND FROM THE MANIFEST.
        0268-LOG-CAMPAIGN-COST.

            OPEN EXTEND CAMPAIGN-COST-LOG.
            IF CC-STATUS = "35"
                OPEN OUTPUT CAMPAIGN-COST-LOG
            END-IF.
            IF CC-STATUS NOT = "00"
                DISPLAY "WARNING - CAMPCOST.DAT UNAVAILABLE - ",
                    "STATUS: ", CC-STATUS,
                    " - CAMPAIGN COST NOT LOGGED"
            ELSE
                MOVE WS-CAMP-CODE TO CC-CAMPAIGN
                MOVE WS-RUN-DATE TO CC-RUN-DATE
                MOVE 'T' TO CC-REC-TYPE
                PERFORM VARYING WS-TIER-SUBIDX FROM 1 BY 1
                    UNTIL WS-TIER-SUBIDX > 4
                    MOVE WS-TIER-CODE(WS-TIER-SUBIDX) TO CC-GROUP
                    MOVE WS-TIER-PIECES(WS-TIER-SUBIDX) TO CC-PIECES
                    MOVE WS-TIER-POSTAGE(WS-TIER-SUBIDX)
                        TO CC-POSTAGE
                    WRITE CAMPAIGN-COST-RECORD
                END-PERFORM
                MOVE 'S' TO CC-REC-TYPE
                MOVE ZERO TO CC-POSTAGE
                PERFORM VARYING WS-SP-SUBIDX FROM 1 BY 1
                    UNTIL WS-SP-SUBIDX > WS-SP-COUNT
                    MOVE WS-SP-STATE(WS-SP-SUBIDX) TO CC-GROUP
                    MOVE WS-SP-PIECES(WS-SP-SUBIDX) TO CC-PIECES
                    WRITE CAMPAIGN-COST-RECORD
                END-PERFORM
                CLOSE CAMPAIGN-COST-LOG
            END-IF.

      *    CONTAINER PREPARATION, RUN OFF THE SAME ZIP AND PREFIX
      *    TALLIES AS THE MANIFEST: EVERY 5-DIGIT GROUP AT OR OVER
      *    ITS MINIMUM GETS ITS OWN CONTAINERS; WHAT IS LEFT OF EACH
      *    3-DIGIT PREFIX (THE RESIDUAL THE TIER PASS LEFT BEHIND)
      *    GETS 3-DIGIT CONTAINERS WHEN IT MEETS ITS MINIMUM; AND
      *    EVERYTHING SMALLER ROLLS UP INTO MIXED ADC CONTAINERS.
      *    A GROUP LARGER THAN ONE CONTAINER IS SPLIT INTO FULL
      *    CONTAINERS PLUS ONE FOR THE REMAINDER.
        0280-PREPARE-CONTAINERS.

            OPEN OUTPUT TRAY-LABEL-FILE.
            OPEN OUTPUT TRAY-REPORT.
            IF TL-STATUS NOT = "00" OR TR-STATUS NOT = "00"
                DISPLAY "WARNING - TRAYLABEL.DAT/MAILTRAYS.RPT ",
                    "UNAVAILABLE - NO CONTAINERS PREPARED"
                IF TL-STATUS = "00"
                    CLOSE TRAY-LABEL-FILE
                END-IF
                IF TR-STATUS = "00"
                    CLOSE TRAY-REPORT
                END-IF
                GO TO 0280-EXIT
            END-IF.

            MOVE WS-CAMP-CODE TO TTL-CAMPAIGN.
            MOVE WS-RUN-DATE TO TTL-DATE.
            WRITE TRDATA FROM TRAY-TITLE-LINE
                AFTER ADVANCING PAGE.
            MOVE WS-TRAY-MIN-5DIG TO TRL-MIN-5DIG.
            MOVE WS-TRAY-MIN-3DIG TO TRL-MIN-3DIG.
            MOVE WS-TRAY-CAPACITY TO TRL-CAPACITY.
            IF WS-TRAY-IS-SACK
                MOVE 'SACKS' TO TRL-TYPE
            ELSE
                MOVE 'TRAYS' TO TRL-TYPE
            END-IF.
            WRITE TRDATA FROM TRAY-RULES-LINE
                AFTER ADVANCING 1 LINES.
            WRITE TRDATA FROM SPACES
                AFTER ADVANCING 1 LINES.

            PERFORM VARYING WS-TRAY-LEVEL-IDX FROM 1 BY 1
                UNTIL WS-TRAY-LEVEL-IDX > 3
                MOVE ZERO TO WS-TRAY-LVL-COUNT(WS-TRAY-LEVEL-IDX)
                MOVE ZERO TO WS-TRAY-LVL-PIECES(WS-TRAY-LEVEL-IDX)
            END-PERFORM.
            MOVE ZERO TO WS-TRAY-NUMBER.
            MOVE ZERO TO WS-TRAY-MIXED-PIECES.

            PERFORM 0282-CONTAIN-ZIP5-GROUP
                VARYING WS-MF-SUBIDX FROM 1 BY 1
                UNTIL WS-MF-SUBIDX > WS-MF-ZIP5-COUNT.

            PERFORM 0284-CONTAIN-PREFIX-GROUP
                VARYING WS-MF-SUBIDX FROM 1 BY 1
                UNTIL WS-MF-SUBIDX > WS-MF-PFX-COUNT.

            IF WS-TRAY-MIXED-PIECES > ZERO
                MOVE 3 TO WS-TRAY-LEVEL-IDX
                MOVE 'MXD' TO WS-TRAY-LEVEL
                MOVE 'MIXED ADC' TO WS-TRAY-DEST
                MOVE WS-TRAY-MIXED-PIECES TO WS-TRAY-GROUP-PIECES
                PERFORM 0286-BUILD-CONTAINERS
            END-IF.

            PERFORM 0288-PRINT-CONTAINER-SUMMARY.

            CLOSE TRAY-LABEL-FILE.
            CLOSE TRAY-REPORT.

        0280-EXIT.
            EXIT.

        0282-CONTAIN-ZIP5-GROUP.

            IF WS-MF-Z5-TALLY(WS-MF-SUBIDX) >= WS-TRAY-MIN-5DIG
                MOVE 1 TO WS-TRAY-LEVEL-IDX
                MOVE '5D ' TO WS-TRAY-LEVEL
                MOVE SPACES TO WS-TRAY-DEST
                STRING WS-MF-Z5-CITY(WS-MF-SUBIDX) DELIMITED BY '  '
                    ' ' DELIMITED BY SIZE
                    WS-MF-Z5-STATE(WS-MF-SUBIDX) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-MF-ZIP5(WS-MF-SUBIDX) DELIMITED BY SIZE
                    INTO WS-TRAY-DEST
                MOVE WS-MF-Z5-TALLY(WS-MF-SUBIDX)
                    TO WS-TRAY-GROUP-PIECES
                PERFORM 0286-BUILD-CONTAINERS
            END-IF.

        0284-CONTAIN-PREFIX-GROUP.

            IF WS-MF-PFX-RESID(WS-MF-SUBIDX) >= WS-TRAY-MIN-3DIG
                MOVE 2 TO WS-TRAY-LEVEL-IDX
                MOVE '3D ' TO WS-TRAY-LEVEL
                MOVE SPACES TO WS-TRAY-DEST
                STRING '3-DIGIT ' DELIMITED BY SIZE
                    WS-MF-PREFIX(WS-MF-SUBIDX) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-MF-PFX-STATE(WS-MF-SUBIDX) DELIMITED BY SIZE
                    INTO WS-TRAY-DEST
                MOVE WS-MF-PFX-RESID(WS-MF-SUBIDX)
                    TO WS-TRAY-GROUP-PIECES
                PERFORM 0286-BUILD-CONTAINERS
            ELSE
                ADD WS-MF-PFX-RESID(WS-MF-SUBIDX)
                    TO WS-TRAY-MIXED-PIECES
            END-IF.

        0286-BUILD-CONTAINERS.

            MOVE SPACES TO WS-TRAY-CONTENT.
            IF WS-TRAY-IS-SACK
                MOVE 'FLTS' TO WS-TRAY-CONTENT
            ELSE
                MOVE 'LTRS' TO WS-TRAY-CONTENT
            END-IF.
            EVALUATE WS-TRAY-LEVEL-IDX
                WHEN 1 MOVE '5-DIGIT' TO WS-TRAY-CONTENT(6:)
                WHEN 2 MOVE '3-DIGIT' TO WS-TRAY-CONTENT(6:)
                WHEN OTHER MOVE 'MIXED ADC' TO WS-TRAY-CONTENT(6:)
            END-EVALUATE.

            DIVIDE WS-TRAY-GROUP-PIECES BY WS-TRAY-CAPACITY
                GIVING WS-TRAY-OF-COUNT.
            IF WS-TRAY-OF-COUNT * WS-TRAY-CAPACITY
                < WS-TRAY-GROUP-PIECES
                ADD 1 TO WS-TRAY-OF-COUNT
            END-IF.

            MOVE WS-TRAY-GROUP-PIECES TO WS-TRAY-LEFT.
            PERFORM 0287-WRITE-ONE-CONTAINER
                VARYING WS-TRAY-SEQUENCE FROM 1 BY 1
                UNTIL WS-TRAY-SEQUENCE > WS-TRAY-OF-COUNT.

        0287-WRITE-ONE-CONTAINER.

            ADD 1 TO WS-TRAY-NUMBER.
            MOVE WS-TRAY-NUMBER TO TL-CONTAINER-NUMBER.
            MOVE WS-CAMP-CODE TO TL-CAMPAIGN.
            MOVE WS-TRAY-LEVEL TO TL-LEVEL.
            MOVE WS-TRAY-DEST TO TL-DEST-LINE.
            MOVE WS-TRAY-CONTENT TO TL-CONTENT-LINE.
            IF WS-TRAY-LEFT > WS-TRAY-CAPACITY
                MOVE WS-TRAY-CAPACITY TO TL-PIECES
            ELSE
                MOVE WS-TRAY-LEFT TO TL-PIECES
            END-IF.
            SUBTRACT TL-PIECES FROM WS-TRAY-LEFT.
            MOVE WS-TRAY-SEQUENCE TO TL-SEQUENCE.
            MOVE WS-TRAY-OF-COUNT TO TL-OF-COUNT.
            WRITE TRAY-LABEL-RECORD.

            ADD 1 TO WS-TRAY-LVL-COUNT(WS-TRAY-LEVEL-IDX).
            ADD TL-PIECES TO WS-TRAY-LVL-PIECES(WS-TRAY-LEVEL-IDX).

            MOVE WS-TRAY-NUMBER TO TDL-NUMBER.
            MOVE WS-TRAY-LEVEL TO TDL-LEVEL.
            MOVE WS-TRAY-DEST TO TDL-DEST.
            MOVE WS-TRAY-CONTENT TO TDL-CONTENT.
            MOVE TL-PIECES TO TDL-PIECES.
            MOVE WS-TRAY-SEQUENCE TO TDL-SEQUENCE.
            MOVE WS-TRAY-OF-COUNT TO TDL-OF-COUNT.
            WRITE TRDATA FROM TRAY-DETAIL-LINE
                AFTER ADVANCING 1 LINES.

      *    THE TIE-BACK: 5-DIGIT CONTAINERS MUST HOLD THE MANIFEST'S
      *    5DIG PIECES, 3-DIGIT CONTAINERS ITS 3DIG PIECES, MIXED
      *    ADC CONTAINERS ITS AADC PLUS MIXED PIECES, AND THE WHOLE
      *    THE MANIFEST'S TOTAL PIECES.
        0288-PRINT-CONTAINER-SUMMARY.

            MOVE ZERO TO WS-TRAY-TOTAL-PIECES.

            MOVE 'CONTAINER SUMMARY' TO MSL-TITLE.
            WRITE TRDATA FROM MANIFEST-SECTION-LINE
                AFTER ADVANCING 2 LINES.

            PERFORM VARYING WS-TRAY-LEVEL-IDX FROM 1 BY 1
                UNTIL WS-TRAY-LEVEL-IDX > 3
                EVALUATE WS-TRAY-LEVEL-IDX
                    WHEN 1
                        MOVE '5-DIGIT' TO TLL-LABEL
                        MOVE WS-TIER-PIECES(1)
                            TO WS-TRAY-MANIFEST-CMP
                    WHEN 2
                        MOVE '3-DIGIT' TO TLL-LABEL
                        MOVE WS-TIER-PIECES(2)
                            TO WS-TRAY-MANIFEST-CMP
                    WHEN OTHER
                        MOVE 'MIXED ADC' TO TLL-LABEL
                        COMPUTE WS-TRAY-MANIFEST-CMP =
                            WS-TIER-PIECES(3) + WS-TIER-PIECES(4)
                END-EVALUATE
                MOVE WS-TRAY-LVL-COUNT(WS-TRAY-LEVEL-IDX)
                    TO TLL-COUNT
                MOVE WS-TRAY-LVL-PIECES(WS-TRAY-LEVEL-IDX)
                    TO TLL-PIECES
                MOVE WS-TRAY-MANIFEST-CMP TO TLL-MANIFEST
                IF WS-TRAY-LVL-PIECES(WS-TRAY-LEVEL-IDX)
                    = WS-TRAY-MANIFEST-CMP
                    MOVE 'IN BALANCE' TO TLL-BALANCE
                ELSE
                    MOVE 'OUT OF BALANCE' TO TLL-BALANCE
                END-IF
                WRITE TRDATA FROM TRAY-LEVEL-LINE
                    AFTER ADVANCING 1 LINES
                ADD WS-TRAY-LVL-PIECES(WS-TRAY-LEVEL-IDX)
                    TO WS-TRAY-TOTAL-PIECES
            END-PERFORM.

            MOVE 'ALL LEVELS' TO TLL-LABEL.
            MOVE WS-TRAY-NUMBER TO TLL-COUNT.
            MOVE WS-TRAY-TOTAL-PIECES TO TLL-PIECES.
            MOVE WS-MF-PIECE-COUNT TO TLL-MANIFEST.
            IF WS-TRAY-TOTAL-PIECES = WS-MF-PIECE-COUNT
                MOVE 'IN BALANCE' TO TLL-BALANCE
            ELSE
                MOVE 'OUT OF BALANCE' TO TLL-BALANCE
            END-IF.
            WRITE TRDATA FROM TRAY-LEVEL-LINE
                AFTER ADVANCING 2 LINES.

        0230-WRITE-EXCEPTION.

            MOVE WSC-LAST-NAME  TO EXL-LAST-NAME.
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
