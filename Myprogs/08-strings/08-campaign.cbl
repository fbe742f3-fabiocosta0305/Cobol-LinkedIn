        IDENTIFICATION DIVISION.
        PROGRAM-ID. CAMPAIGN-ROI.
        AUTHOR. FABIO COSTA.
      *    CAMPAIGN COST AND RETURN-ON-MAILING REPORT: PUTS WHAT
      *    EACH CAMPAIGN COST NEXT TO WHAT IT BROUGHT BACK. THE COST
      *    SIDE COMES FROM CAMPCOST.DAT, WHICH MAILING-LIST APPENDS
      *    ON EVERY CAMPAIGN RUN (PIECES AND POSTAGE PER RATE TIER,
      *    PIECES PER STATE), PLUS A PRINT COST PER PIECE FROM
      *    MAILCOST.PRM. THE RETURN SIDE IS RESPONSE.DAT, THE SAME
      *    FILE MAIL-RESPONSE POSTS, WITH ITS ORDER VALUE. THE
      *    REPORT SHOWS EACH CG-CODE'S PIECES, POSTAGE BY TIER,
      *    PRINT COST, RESPONSES, RESPONSE RATE, COST PER RESPONSE,
      *    REVENUE AND NET, THEN THE SAME FIGURES BY CAMPAIGN AND
      *    STATE AND BY STATE ACROSS CAMPAIGNS, SO MARKETING CAN SEE
      *    WHICH SELECTIONS PAY FOR THEMSELVES BEFORE APPROVING THE
      *    NEXT MAILING.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT CAMPAIGN-COST-LOG
            ASSIGN TO "CAMPCOST.DAT"
            FILE STATUS IS CC-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT RESPONSE-FILE
            ASSIGN TO "RESPONSE.DAT"
            FILE STATUS IS RS-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE LINE PER CAMPAIGN: CODE, PRINT COST PER PIECE AND A
      *    FIXED SET-UP COST. A BLANK CODE IS THE DEFAULT FOR EVERY
      *    CAMPAIGN WITHOUT A LINE OF ITS OWN. NO FILE MEANS NO
      *    PRINT COST IS CHARGED.
        SELECT COST-PARM-FILE
            ASSIGN TO "MAILCOST.PRM"
            FILE STATUS IS CP-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT ROI-REPORT
            ASSIGN TO "CampaignROI.rpt"
            FILE STATUS IS RR-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.

        FILE SECTION.

        FD CAMPAIGN-COST-LOG.
        01 CAMPAIGN-COST-RECORD.
            02 CC-CAMPAIGN          PIC X(8).
            02 CC-RUN-DATE          PIC 9(8).
            02 CC-REC-TYPE          PIC X(1).
               88 CC-TIER-ROW       VALUE 'T'.
               88 CC-STATE-ROW      VALUE 'S'.
            02 CC-GROUP             PIC X(5).
            02 CC-PIECES            PIC 9(7).
            02 CC-POSTAGE           PIC 9(7)V99.

        FD RESPONSE-FILE.
        01 RESPONSE-RECORD.
            02 RS-LAST-NAME        PIC X(10).
            02 RS-ZIP              PIC X(5).
            02 RS-CAMPAIGN         PIC X(8).
            02 RS-REVENUE-X        PIC X(9).
            02 RS-REVENUE REDEFINES RS-REVENUE-X
                                   PIC 9(7)V99.

        FD COST-PARM-FILE.
        01 COST-PARM-RECORD.
            02 CP-CAMPAIGN         PIC X(8).
            02 CP-PRINT-COST       PIC 9V999.
            02 CP-FIXED-COST       PIC 9(7)V99.

        FD ROI-REPORT.
        01 RRDATA.
            02 FILLER           PIC X(132) VALUE SPACES.

        WORKING-STORAGE SECTION.

        01 MEM-VARS.
            02 CC-STATUS         PIC X(2).
            02 RS-STATUS         PIC X(2).
            02 CP-STATUS         PIC X(2).
            02 RR-STATUS         PIC X(2).
            02 WS-RUN-DATE       PIC 9(8).

      *    PRINT COSTS FROM MAILCOST.PRM - SEE ITS SELECT COMMENT.
        01 WS-COST-PARM-AREAS.
            02 WS-DEFAULT-PRINT     PIC 9V999 VALUE ZERO.
            02 WS-DEFAULT-FIXED     PIC 9(7)V99 VALUE ZERO.
            02 WS-CPARM-COUNT       PIC 9(2) VALUE ZERO.
            02 WS-CPARM-SUBIDX      PIC 9(2) VALUE ZERO.
            02 WS-CPARM-SWITCH      PIC X(1) VALUE 'N'.
               88 WS-CPARM-ON-FILE  VALUE 'Y'.
            02 WS-CPARM-TABLE OCCURS 50 TIMES.
               03 WS-CPARM-CODE     PIC X(8).
               03 WS-CPARM-PRINT    PIC 9V999.
               03 WS-CPARM-FIXED    PIC 9(7)V99.

      *    THE FOUR PRESORT TIERS IN THE ORDER MAILING-LIST LOGS
      *    THEM, UNDER ITS DEFAULT TIER CODES - REPORT LABELS ONLY.
        01 WS-TIER-NAME-DATA.
            05 FILLER      PIC X(05) VALUE '5DIG '.
            05 FILLER      PIC X(05) VALUE '3DIG '.
            05 FILLER      PIC X(05) VALUE 'AADC '.
            05 FILLER      PIC X(05) VALUE 'MIXED'.

        01 WS-TIER-NAME-MAP REDEFINES WS-TIER-NAME-DATA.
            05 WS-TIER-NAME         PIC X(5) OCCURS 4 TIMES.

      *    ONE ROW PER CAMPAIGN CODE SEEN IN THE COST LOG OR THE
      *    RESPONSE FILE.
        01 WS-CAMPAIGN-AREAS.
            02 WS-CP-COUNT          PIC 9(2) VALUE ZERO.
            02 WS-CP-SUBIDX         PIC 9(2) VALUE ZERO.
            02 WS-CP-FOUND-IDX      PIC 9(2) VALUE ZERO.
            02 WS-CP-WORK-CODE      PIC X(8) VALUE SPACES.
            02 WS-CP-TABLE OCCURS 50 TIMES.
               03 WS-CP-CODE        PIC X(8).
               03 WS-CP-RUNS        PIC 9(3).
               03 WS-CP-LAST-RUN    PIC 9(8).
               03 WS-CP-FIRST-DATE  PIC 9(8).
               03 WS-CP-LAST-DATE   PIC 9(8).
               03 WS-CP-PIECES      PIC 9(7).
               03 WS-CP-TIER-PIECES PIC 9(7) OCCURS 4 TIMES.
               03 WS-CP-TIER-POST   PIC 9(7)V99 OCCURS 4 TIMES.
               03 WS-CP-POSTAGE     PIC 9(9)V99.
               03 WS-CP-PRINT       PIC 9(9)V99.
               03 WS-CP-TOTAL-COST  PIC 9(9)V99.
               03 WS-CP-RESPONSES   PIC 9(7).
               03 WS-CP-REVENUE     PIC 9(9)V99.

      *    PIECES AND RESPONSES PER CAMPAIGN AND STATE. A STATE'S
      *    SHARE OF A CAMPAIGN'S COST IS ITS SHARE OF THE PIECES.
        01 WS-CAMP-STATE-AREAS.
            02 WS-CS-COUNT          PIC 9(4) VALUE ZERO.
            02 WS-CS-SUBIDX         PIC 9(4) VALUE ZERO.
            02 WS-CS-FOUND-IDX      PIC 9(4) VALUE ZERO.
            02 WS-CS-WORK-STATE     PIC X(2) VALUE SPACES.
            02 WS-CS-TABLE OCCURS 1000 TIMES.
               03 WS-CS-CAMP-IDX    PIC 9(2).
               03 WS-CS-STATE       PIC X(2).
               03 WS-CS-PIECES      PIC 9(7).
               03 WS-CS-RESPONSES   PIC 9(7).
               03 WS-CS-REVENUE     PIC 9(9)V99.
               03 WS-CS-COST        PIC 9(9)V99.

        01 WS-STATE-AREAS.
            02 WS-ST-COUNT          PIC 9(2) VALUE ZERO.
            02 WS-ST-SUBIDX         PIC 9(2) VALUE ZERO.
            02 WS-ST-FOUND-IDX      PIC 9(2) VALUE ZERO.
            02 WS-ST-TABLE OCCURS 60 TIMES.
               03 WS-ST-STATE       PIC X(2).
               03 WS-ST-PIECES      PIC 9(7).
               03 WS-ST-RESPONSES   PIC 9(7).
               03 WS-ST-REVENUE     PIC 9(9)V99.
               03 WS-ST-COST        PIC 9(9)V99.

      *    ZIP-PREFIX-TO-STATE TABLE, THE SAME ONE MAILING-LIST
      *    VALIDATES ADDRESSES WITH, USED TO PLACE A RESPONSE IN ITS
      *    STATE FROM ITS ZIP.
        01  WS-ZIP-RANGE-DATA.
            05 FILLER      PIC X(08) VALUE '350369AL'.
            05 FILLER      PIC X(08) VALUE '995999AK'.
            05 FILLER      PIC X(08) VALUE '850865AZ'.
            05 FILLER      PIC X(08) VALUE '716729AR'.
            05 FILLER      PIC X(08) VALUE '900961CA'.
            05 FILLER      PIC X(08) VALUE '800816CO'.
            05 FILLER      PIC X(08) VALUE '060069CT'.
            05 FILLER      PIC X(08) VALUE '197199DE'.
            05 FILLER      PIC X(08) VALUE '200205DC'.
            05 FILLER      PIC X(08) VALUE '320349FL'.
            05 FILLER      PIC X(08) VALUE '300319GA'.
            05 FILLER      PIC X(08) VALUE '967968HI'.
            05 FILLER      PIC X(08) VALUE '832838ID'.
            05 FILLER      PIC X(08) VALUE '600629IL'.
            05 FILLER      PIC X(08) VALUE '460479IN'.
            05 FILLER      PIC X(08) VALUE '500528IA'.
            05 FILLER      PIC X(08) VALUE '660679KS'.
            05 FILLER      PIC X(08) VALUE '400427KY'.
            05 FILLER      PIC X(08) VALUE '700714LA'.
            05 FILLER      PIC X(08) VALUE '039049ME'.
            05 FILLER      PIC X(08) VALUE '206219MD'.
            05 FILLER      PIC X(08) VALUE '010027MA'.
            05 FILLER      PIC X(08) VALUE '480499MI'.
            05 FILLER      PIC X(08) VALUE '550567MN'.
            05 FILLER      PIC X(08) VALUE '386397MS'.
            05 FILLER      PIC X(08) VALUE '630658MO'.
            05 FILLER      PIC X(08) VALUE '590599MT'.
            05 FILLER      PIC X(08) VALUE '680693NE'.
            05 FILLER      PIC X(08) VALUE '889898NV'.
            05 FILLER      PIC X(08) VALUE '030038NH'.
            05 FILLER      PIC X(08) VALUE '070089NJ'.
            05 FILLER      PIC X(08) VALUE '870884NM'.
            05 FILLER      PIC X(08) VALUE '100149NY'.
            05 FILLER      PIC X(08) VALUE '270289NC'.
            05 FILLER      PIC X(08) VALUE '580588ND'.
            05 FILLER      PIC X(08) VALUE '430459OH'.
            05 FILLER      PIC X(08) VALUE '730749OK'.
            05 FILLER      PIC X(08) VALUE '970979OR'.
            05 FILLER      PIC X(08) VALUE '150196PA'.
            05 FILLER      PIC X(08) VALUE '028029RI'.
            05 FILLER      PIC X(08) VALUE '290299SC'.
            05 FILLER      PIC X(08) VALUE '570577SD'.
            05 FILLER      PIC X(08) VALUE '370385TN'.
            05 FILLER      PIC X(08) VALUE '750799TX'.
            05 FILLER      PIC X(08) VALUE '840847UT'.
            05 FILLER      PIC X(08) VALUE '050059VT'.
            05 FILLER      PIC X(08) VALUE '220246VA'.
            05 FILLER      PIC X(08) VALUE '980994WA'.
            05 FILLER      PIC X(08) VALUE '247268WV'.
            05 FILLER      PIC X(08) VALUE '530549WI'.
            05 FILLER      PIC X(08) VALUE '820831WY'.

        01  WS-ZIP-RANGE-MAP REDEFINES WS-ZIP-RANGE-DATA.
            05 WS-ZIP-RANGE-ITEM OCCURS 51 TIMES.
               10 WS-ZIP-RANGE-LOW    PIC 9(03).
               10 WS-ZIP-RANGE-HIGH   PIC 9(03).
               10 WS-ZIP-RANGE-STATE  PIC X(02).

        01 WS-WORK-AREAS.
            02 WS-ZIP-PREFIX        PIC 9(3) VALUE ZERO.
            02 WS-ZIP-RANGE-SUBIDX  PIC 9(2) VALUE ZERO.
            02 WS-TIER-SUBIDX       PIC 9(1) VALUE ZERO.
            02 WS-TIER-SLOT         PIC 9(1) VALUE ZERO.
            02 WS-TIER-RUN-KEY      PIC X(16) VALUE SPACES.
            02 WS-COST-ROWS-READ    PIC 9(7) VALUE ZERO.
            02 WS-RESPONSES-READ    PIC 9(7) VALUE ZERO.
            02 WS-NO-CAMPAIGN-COUNT PIC 9(7) VALUE ZERO.
            02 WS-WORK-PRINT        PIC 9V999 VALUE ZERO.
            02 WS-WORK-FIXED        PIC 9(7)V99 VALUE ZERO.
            02 WS-WORK-RATE         PIC 9(3)V9 VALUE ZERO.
            02 WS-WORK-PER-RESP     PIC 9(7)V99 VALUE ZERO.
            02 WS-WORK-NET          PIC S9(9)V99 VALUE ZERO.
            02 WS-WORK-PIECES       PIC 9(7) VALUE ZERO.
            02 WS-WORK-RESPONSES    PIC 9(7) VALUE ZERO.
            02 WS-WORK-COST         PIC 9(9)V99 VALUE ZERO.
            02 WS-WORK-REVENUE      PIC 9(9)V99 VALUE ZERO.
            02 WS-TOT-PIECES        PIC 9(7) VALUE ZERO.
            02 WS-TOT-POSTAGE       PIC 9(9)V99 VALUE ZERO.
            02 WS-TOT-PRINT         PIC 9(9)V99 VALUE ZERO.
            02 WS-TOT-COST          PIC 9(9)V99 VALUE ZERO.
            02 WS-TOT-RESPONSES     PIC 9(7) VALUE ZERO.
            02 WS-TOT-REVENUE       PIC 9(9)V99 VALUE ZERO.

        01 ROI-HEADING-LINE.
            02 FILLER           PIC X(44) VALUE
               "CAMPAIGN COST AND RETURN REPORT - RUN OF ".
            02 RHL-DATE         PIC 9(8).
            02 FILLER           PIC X(80) VALUE SPACES.

        01 ROI-PRINT-COST-LINE.
            02 FILLER           PIC X(32) VALUE
               "DEFAULT PRINT COST PER PIECE: $".
            02 RPC-PRINT        PIC 9.999.
            02 FILLER           PIC X(16) VALUE "  FIXED COST: $".
            02 RPC-FIXED        PIC Z,ZZZ,ZZ9.99.
            02 FILLER           PIC X(3) VALUE SPACES.
            02 RPC-NOTE         PIC X(40) VALUE SPACES.
            02 FILLER           PIC X(24) VALUE SPACES.

        01 ROI-SECTION-LINE.
            02 RSL-TITLE        PIC X(60).
            02 FILLER           PIC X(72) VALUE SPACES.

        01 ROI-COLUMN-LINE.
            02 FILLER           PIC X(19) VALUE
               "GROUP       PIECES ".
            02 FILLER           PIC X(30) VALUE
               "       POSTAGE     PRINT COST ".
            02 FILLER           PIC X(29) VALUE
               "    TOTAL COST    RESP RATE% ".
            02 FILLER           PIC X(28) VALUE
               "   COST/RESP        REVENUE ".
            02 FILLER           PIC X(26) VALUE
               "            NET RESULT".

        01 ROI-DETAIL-LINE.
            02 RDL-LABEL        PIC X(8).
            02 FILLER           PIC X(1) VALUE SPACE.
            02 RDL-PIECES       PIC Z,ZZZ,ZZ9.
            02 FILLER           PIC X(1) VALUE SPACE.
            02 RDL-POSTAGE      PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER           PIC X(1) VALUE SPACE.
            02 RDL-PRINT        PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER           PIC X(1) VALUE SPACE.
            02 RDL-COST         PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER           PIC X(1) VALUE SPACE.
            02 RDL-RESPONSES    PIC ZZZ,ZZ9.
            02 FILLER           PIC X(1) VALUE SPACE.
            02 RDL-RATE         PIC ZZ9.9.
            02 FILLER           PIC X(1) VALUE SPACE.
            02 RDL-PER-RESP     PIC Z,ZZZ,ZZ9.99.
            02 FILLER           PIC X(1) VALUE SPACE.
            02 RDL-REVENUE      PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER           PIC X(1) VALUE SPACE.
            02 RDL-NET          PIC ZZZ,ZZZ,ZZ9.99-.
            02 FILLER           PIC X(1) VALUE SPACE.
            02 RDL-VERDICT      PIC X(5).

        01 ROI-TIER-LINE.
            02 FILLER           PIC X(12) VALUE SPACES.
            02 RTL-TIER         PIC X(5).
            02 FILLER           PIC X(10) VALUE "  PIECES: ".
            02 RTL-PIECES       PIC Z,ZZZ,ZZ9.
            02 FILLER           PIC X(12) VALUE "  POSTAGE: $".
            02 RTL-POSTAGE      PIC Z,ZZZ,ZZ9.99.
            02 FILLER           PIC X(71) VALUE SPACES.

        01 ROI-DATES-LINE.
            02 FILLER           PIC X(12) VALUE SPACES.
            02 FILLER           PIC X(11) VALUE "MAIL RUNS: ".
            02 RDT-RUNS         PIC ZZ9.
            02 FILLER           PIC X(9)  VALUE "  FIRST: ".
            02 RDT-FIRST        PIC 9(8).
            02 FILLER           PIC X(8)  VALUE "  LAST: ".
            02 RDT-LAST         PIC 9(8).
            02 FILLER           PIC X(3)  VALUE SPACES.
            02 RDT-NOTE         PIC X(30) VALUE SPACES.
            02 FILLER           PIC X(40) VALUE SPACES.

        01 ROI-COUNT-LINE.
            02 RCL-LABEL        PIC X(34).
            02 RCL-COUNT        PIC Z,ZZZ,ZZ9.
            02 FILLER           PIC X(89) VALUE SPACES.

        PROCEDURE DIVISION.

        0100-INIT.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

            PERFORM 0110-LOAD-COST-PARMS.

            OPEN INPUT CAMPAIGN-COST-LOG.
            IF CC-STATUS NOT = "00"
                DISPLAY "ERROR OPENING CAMPCOST.DAT - STATUS: ",
                    CC-STATUS
                GO TO 9999-END-RUN
            END-IF.

            PERFORM 0200-POST-COST-ROW
                UNTIL CC-STATUS NOT = "00".
            CLOSE CAMPAIGN-COST-LOG.

      *    NO RESPONSE FILE YET MEANS NO RESPONSES - THE REPORT IS
      *    STILL WORTH HAVING FOR THE COST SIDE.
            OPEN INPUT RESPONSE-FILE.
            IF RS-STATUS = "00"
                PERFORM 0300-POST-RESPONSE
                    UNTIL RS-STATUS NOT = "00"
                CLOSE RESPONSE-FILE
            ELSE
                DISPLAY "WARNING - RESPONSE.DAT UNAVAILABLE - ",
                    "STATUS: ", RS-STATUS
            END-IF.

            PERFORM 0400-PRICE-CAMPAIGNS.

            OPEN OUTPUT ROI-REPORT.
            PERFORM 0500-PRINT-CAMPAIGNS.
            PERFORM 0600-PRINT-CAMPAIGN-STATES.
            PERFORM 0700-PRINT-STATES.
            CLOSE ROI-REPORT.

            GO TO 9999-END-RUN.

        0110-LOAD-COST-PARMS.

            OPEN INPUT COST-PARM-FILE.
            IF CP-STATUS = "00"
                SET WS-CPARM-ON-FILE TO TRUE
                PERFORM 0115-READ-COST-PARM
                    UNTIL CP-STATUS NOT = "00"
                CLOSE COST-PARM-FILE
            END-IF.

        0115-READ-COST-PARM.

            READ COST-PARM-FILE
                AT END
                    MOVE "10" TO CP-STATUS
                NOT AT END
                    IF CP-PRINT-COST IS NOT NUMERIC
                        MOVE ZERO TO CP-PRINT-COST
                    END-IF
                    IF CP-FIXED-COST IS NOT NUMERIC
                        MOVE ZERO TO CP-FIXED-COST
                    END-IF
                    IF CP-CAMPAIGN = SPACES
                        MOVE CP-PRINT-COST TO WS-DEFAULT-PRINT
                        MOVE CP-FIXED-COST TO WS-DEFAULT-FIXED
                    ELSE
                        IF WS-CPARM-COUNT < 50
                            ADD 1 TO WS-CPARM-COUNT
                            MOVE CP-CAMPAIGN
                                TO WS-CPARM-CODE(WS-CPARM-COUNT)
                            MOVE CP-PRINT-COST
                                TO WS-CPARM-PRINT(WS-CPARM-COUNT)
                            MOVE CP-FIXED-COST
                                TO WS-CPARM-FIXED(WS-CPARM-COUNT)
                        END-IF
                    END-IF
            END-READ.

      *    EACH MAILING-LIST RUN LOGS FOUR TIER ROWS, ALWAYS IN THE
      *    SAME ORDER, THEN ITS STATE ROWS. A TIER ROW IS BUCKETED BY
      *    ITS PLACE AMONG ITS RUN'S FOUR, NOT BY ITS CODE, SINCE
      *    MAILRATE.PRM MAY RENAME THE TIERS.
      *    A NEW RUN DATE ON A TIER ROW COUNTS AS ANOTHER DROP OF THE
      *    SAME CAMPAIGN.
        0200-POST-COST-ROW.

            READ CAMPAIGN-COST-LOG
                AT END
                    MOVE "10" TO CC-STATUS
                NOT AT END
                    ADD 1 TO WS-COST-ROWS-READ
                    IF CC-PIECES IS NOT NUMERIC
                        MOVE ZERO TO CC-PIECES
                    END-IF
                    IF CC-POSTAGE IS NOT NUMERIC
                        MOVE ZERO TO CC-POSTAGE
                    END-IF
                    PERFORM 0205-COUNT-TIER-SLOT
                    MOVE CC-CAMPAIGN TO WS-CP-WORK-CODE
                    PERFORM 0250-FIND-CAMPAIGN-ROW
                    IF WS-CP-FOUND-IDX > ZERO
                        IF CC-TIER-ROW
                            PERFORM 0210-POST-TIER-ROW
                        END-IF
                        IF CC-STATE-ROW
                            MOVE CC-GROUP(1:2) TO WS-CS-WORK-STATE
                            PERFORM 0260-FIND-CAMP-STATE-ROW
                            IF WS-CS-FOUND-IDX > ZERO
                                ADD CC-PIECES
                                    TO WS-CS-PIECES(WS-CS-FOUND-IDX)
                            END-IF
                            PERFORM 0270-FIND-STATE-ROW
                            IF WS-ST-FOUND-IDX > ZERO
                                ADD CC-PIECES
                                    TO WS-ST-PIECES(WS-ST-FOUND-IDX)
                            END-IF
                        END-IF
                    END-IF
            END-READ.

      *    WS-TIER-SLOT IS 1-4 FOR A TIER ROW'S PLACE IN ITS RUN.
      *    A STATE ROW, A FIFTH TIER ROW OR A CHANGE OF CAMPAIGN OR
      *    RUN DATE STARTS THE COUNT AGAIN.
        0205-COUNT-TIER-SLOT.

            IF CC-TIER-ROW
                IF WS-TIER-SLOT >= 4
                    OR CC-CAMPAIGN NOT = WS-TIER-RUN-KEY(1:8)
                    OR CC-RUN-DATE NOT = WS-TIER-RUN-KEY(9:8)
                    MOVE ZERO TO WS-TIER-SLOT
                END-IF
                ADD 1 TO WS-TIER-SLOT
                MOVE CC-CAMPAIGN TO WS-TIER-RUN-KEY(1:8)
                MOVE CC-RUN-DATE TO WS-TIER-RUN-KEY(9:8)
            ELSE
                MOVE ZERO TO WS-TIER-SLOT
            END-IF.

        0210-POST-TIER-ROW.

            IF CC-RUN-DATE NOT = WS-CP-LAST-RUN(WS-CP-FOUND-IDX)
                ADD 1 TO WS-CP-RUNS(WS-CP-FOUND-IDX)
                MOVE CC-RUN-DATE TO WS-CP-LAST-RUN(WS-CP-FOUND-IDX)
                IF WS-CP-FIRST-DATE(WS-CP-FOUND-IDX) = ZERO
                    OR CC-RUN-DATE < WS-CP-FIRST-DATE(WS-CP-FOUND-IDX)
                    MOVE CC-RUN-DATE
                        TO WS-CP-FIRST-DATE(WS-CP-FOUND-IDX)
                END-IF
                IF CC-RUN-DATE > WS-CP-LAST-DATE(WS-CP-FOUND-IDX)
                    MOVE CC-RUN-DATE
                        TO WS-CP-LAST-DATE(WS-CP-FOUND-IDX)
                END-IF
            END-IF.

            MOVE WS-TIER-SLOT TO WS-TIER-SUBIDX.

            ADD CC-PIECES TO WS-CP-PIECES(WS-CP-FOUND-IDX).
            ADD CC-PIECES
                TO WS-CP-TIER-PIECES(WS-CP-FOUND-IDX, WS-TIER-SUBIDX).
            ADD CC-POSTAGE
                TO WS-CP-TIER-POST(WS-CP-FOUND-IDX, WS-TIER-SUBIDX).
            ADD CC-POSTAGE TO WS-CP-POSTAGE(WS-CP-FOUND-IDX).

        0250-FIND-CAMPAIGN-ROW.

            MOVE ZERO TO WS-CP-FOUND-IDX.
            PERFORM VARYING WS-CP-SUBIDX FROM 1 BY 1
                UNTIL WS-CP-SUBIDX > WS-CP-COUNT
                IF WS-CP-CODE(WS-CP-SUBIDX) = WS-CP-WORK-CODE
                    MOVE WS-CP-SUBIDX TO WS-CP-FOUND-IDX
                    MOVE 51 TO WS-CP-SUBIDX
                END-IF
            END-PERFORM.

            IF WS-CP-FOUND-IDX = ZERO
                IF WS-CP-COUNT >= 50
                    DISPLAY "WARNING - CAMPAIGN TABLE FULL"
                ELSE
                    ADD 1 TO WS-CP-COUNT
                    INITIALIZE WS-CP-TABLE(WS-CP-COUNT)
                    MOVE WS-CP-WORK-CODE TO WS-CP-CODE(WS-CP-COUNT)
                    MOVE WS-CP-COUNT TO WS-CP-FOUND-IDX
                END-IF
            END-IF.

        0260-FIND-CAMP-STATE-ROW.

            MOVE ZERO TO WS-CS-FOUND-IDX.
            PERFORM VARYING WS-CS-SUBIDX FROM 1 BY 1
                UNTIL WS-CS-SUBIDX > WS-CS-COUNT
                IF WS-CS-CAMP-IDX(WS-CS-SUBIDX) = WS-CP-FOUND-IDX
                    AND WS-CS-STATE(WS-CS-SUBIDX) = WS-CS-WORK-STATE
                    MOVE WS-CS-SUBIDX TO WS-CS-FOUND-IDX
                    MOVE 1001 TO WS-CS-SUBIDX
                END-IF
            END-PERFORM.

            IF WS-CS-FOUND-IDX = ZERO
                IF WS-CS-COUNT >= 1000
                    DISPLAY "WARNING - CAMPAIGN/STATE TABLE FULL"
                ELSE
                    ADD 1 TO WS-CS-COUNT
                    INITIALIZE WS-CS-TABLE(WS-CS-COUNT)
                    MOVE WS-CP-FOUND-IDX
                        TO WS-CS-CAMP-IDX(WS-CS-COUNT)
                    MOVE WS-CS-WORK-STATE TO WS-CS-STATE(WS-CS-COUNT)
                    MOVE WS-CS-COUNT TO WS-CS-FOUND-IDX
                END-IF
            END-IF.

        0270-FIND-STATE-ROW.

            MOVE ZERO TO WS-ST-FOUND-IDX.
            PERFORM VARYING WS-ST-SUBIDX FROM 1 BY 1
                UNTIL WS-ST-SUBIDX > WS-ST-COUNT
                IF WS-ST-STATE(WS-ST-SUBIDX) = WS-CS-WORK-STATE
                    MOVE WS-ST-SUBIDX TO WS-ST-FOUND-IDX
                    MOVE 61 TO WS-ST-SUBIDX
                END-IF
            END-PERFORM.

            IF WS-ST-FOUND-IDX = ZERO
                IF WS-ST-COUNT >= 60
                    DISPLAY "WARNING - STATE TABLE FULL"
                ELSE
                    ADD 1 TO WS-ST-COUNT
                    INITIALIZE WS-ST-TABLE(WS-ST-COUNT)
                    MOVE WS-CS-WORK-STATE TO WS-ST-STATE(WS-ST-COUNT)
                    MOVE WS-ST-COUNT TO WS-ST-FOUND-IDX
                END-IF
            END-IF.

      *    A RESPONSE COUNTS FOR ITS CAMPAIGN AND FOR THE STATE ITS
      *    ZIP BELONGS TO. A RESPONSE WITH NO CAMPAIGN CODE CANNOT
      *    BE CREDITED TO ANY MAILING AND IS ONLY COUNTED.
        0300-POST-RESPONSE.

            READ RESPONSE-FILE
                AT END
                    MOVE "10" TO RS-STATUS
                NOT AT END
                    ADD 1 TO WS-RESPONSES-READ
                    IF RS-CAMPAIGN = SPACES
                        ADD 1 TO WS-NO-CAMPAIGN-COUNT
                    ELSE
                        PERFORM 0310-CREDIT-RESPONSE THRU 0310-EXIT
                    END-IF
            END-READ.

        0310-CREDIT-RESPONSE.

            IF RS-REVENUE-X = SPACES OR RS-REVENUE IS NOT NUMERIC
                MOVE ZERO TO WS-WORK-REVENUE
            ELSE
                MOVE RS-REVENUE TO WS-WORK-REVENUE
            END-IF.

            MOVE RS-CAMPAIGN TO WS-CP-WORK-CODE.
            PERFORM 0250-FIND-CAMPAIGN-ROW.
            IF WS-CP-FOUND-IDX = ZERO
                GO TO 0310-EXIT
            END-IF.
            ADD 1 TO WS-CP-RESPONSES(WS-CP-FOUND-IDX).
            ADD WS-WORK-REVENUE TO WS-CP-REVENUE(WS-CP-FOUND-IDX).

            PERFORM 0320-STATE-FROM-ZIP.
            PERFORM 0260-FIND-CAMP-STATE-ROW.
            IF WS-CS-FOUND-IDX > ZERO
                ADD 1 TO WS-CS-RESPONSES(WS-CS-FOUND-IDX)
                ADD WS-WORK-REVENUE TO WS-CS-REVENUE(WS-CS-FOUND-IDX)
            END-IF.
            PERFORM 0270-FIND-STATE-ROW.
            IF WS-ST-FOUND-IDX > ZERO
                ADD 1 TO WS-ST-RESPONSES(WS-ST-FOUND-IDX)
                ADD WS-WORK-REVENUE TO WS-ST-REVENUE(WS-ST-FOUND-IDX)
            END-IF.

        0310-EXIT.
            EXIT.

      *    A ZIP OUTSIDE EVERY RANGE LANDS IN STATE '??'.
        0320-STATE-FROM-ZIP.

            MOVE '??' TO WS-CS-WORK-STATE.
            IF RS-ZIP(1:3) IS NUMERIC
                MOVE RS-ZIP(1:3) TO WS-ZIP-PREFIX
                PERFORM VARYING WS-ZIP-RANGE-SUBIDX FROM 1 BY 1
                    UNTIL WS-ZIP-RANGE-SUBIDX > 51
                    IF WS-ZIP-PREFIX >=
                           WS-ZIP-RANGE-LOW(WS-ZIP-RANGE-SUBIDX)
                       AND WS-ZIP-PREFIX <=
                           WS-ZIP-RANGE-HIGH(WS-ZIP-RANGE-SUBIDX)
                       MOVE WS-ZIP-RANGE-STATE(WS-ZIP-RANGE-SUBIDX)
                           TO WS-CS-WORK-STATE
                       MOVE 52 TO WS-ZIP-RANGE-SUBIDX
                    END-IF
                END-PERFORM
            END-IF.

      *    PRINT COST = PIECES AT THE CAMPAIGN'S PER-PIECE RATE PLUS
      *    ITS FIXED SET-UP COST ONCE PER MAIL DROP. EACH STATE THEN
      *    CARRIES ITS PIECE SHARE OF THE CAMPAIGN'S TOTAL COST.
        0400-PRICE-CAMPAIGNS.

            PERFORM VARYING WS-CP-SUBIDX FROM 1 BY 1
                UNTIL WS-CP-SUBIDX > WS-CP-COUNT
                MOVE WS-DEFAULT-PRINT TO WS-WORK-PRINT
                MOVE WS-DEFAULT-FIXED TO WS-WORK-FIXED
                PERFORM VARYING WS-CPARM-SUBIDX FROM 1 BY 1
                    UNTIL WS-CPARM-SUBIDX > WS-CPARM-COUNT
                    IF WS-CPARM-CODE(WS-CPARM-SUBIDX) =
                        WS-CP-CODE(WS-CP-SUBIDX)
                        MOVE WS-CPARM-PRINT(WS-CPARM-SUBIDX)
                            TO WS-WORK-PRINT
                        MOVE WS-CPARM-FIXED(WS-CPARM-SUBIDX)
                            TO WS-WORK-FIXED
                    END-IF
                END-PERFORM
                COMPUTE WS-CP-PRINT(WS-CP-SUBIDX) ROUNDED =
                    (WS-CP-PIECES(WS-CP-SUBIDX) * WS-WORK-PRINT)
                    + (WS-CP-RUNS(WS-CP-SUBIDX) * WS-WORK-FIXED)
                COMPUTE WS-CP-TOTAL-COST(WS-CP-SUBIDX) =
                    WS-CP-POSTAGE(WS-CP-SUBIDX)
                    + WS-CP-PRINT(WS-CP-SUBIDX)
            END-PERFORM.

            PERFORM VARYING WS-CS-SUBIDX FROM 1 BY 1
                UNTIL WS-CS-SUBIDX > WS-CS-COUNT
                MOVE WS-CS-CAMP-IDX(WS-CS-SUBIDX) TO WS-CP-SUBIDX
                IF WS-CP-PIECES(WS-CP-SUBIDX) > ZERO
                    COMPUTE WS-CS-COST(WS-CS-SUBIDX) ROUNDED =
                        WS-CP-TOTAL-COST(WS-CP-SUBIDX)
                        * WS-CS-PIECES(WS-CS-SUBIDX)
                        / WS-CP-PIECES(WS-CP-SUBIDX)
                END-IF
                MOVE WS-CS-STATE(WS-CS-SUBIDX) TO WS-CS-WORK-STATE
                PERFORM 0270-FIND-STATE-ROW
                IF WS-ST-FOUND-IDX > ZERO
                    ADD WS-CS-COST(WS-CS-SUBIDX)
                        TO WS-ST-COST(WS-ST-FOUND-IDX)
                END-IF
            END-PERFORM.

        0500-PRINT-CAMPAIGNS.

            MOVE WS-RUN-DATE TO RHL-DATE.
            WRITE RRDATA FROM ROI-HEADING-LINE
                AFTER ADVANCING PAGE.

            MOVE WS-DEFAULT-PRINT TO RPC-PRINT.
            MOVE WS-DEFAULT-FIXED TO RPC-FIXED.
            IF WS-CPARM-ON-FILE
                MOVE SPACES TO RPC-NOTE
            ELSE
                MOVE "NO MAILCOST.PRM - PRINT COST NOT CHARGED"
                    TO RPC-NOTE
            END-IF.
            WRITE RRDATA FROM ROI-PRINT-COST-LINE
                AFTER ADVANCING 1 LINES.

            MOVE "COST AND RETURN BY CAMPAIGN" TO RSL-TITLE.
            WRITE RRDATA FROM ROI-SECTION-LINE
                AFTER ADVANCING 2 LINES.
            WRITE RRDATA FROM ROI-COLUMN-LINE
                AFTER ADVANCING 1 LINES.

            PERFORM 0510-PRINT-ONE-CAMPAIGN
                VARYING WS-CP-SUBIDX FROM 1 BY 1
                UNTIL WS-CP-SUBIDX > WS-CP-COUNT.

            MOVE "ALL" TO RDL-LABEL.
            MOVE WS-TOT-PIECES TO WS-WORK-PIECES.
            MOVE WS-TOT-COST TO WS-WORK-COST.
            MOVE WS-TOT-RESPONSES TO WS-WORK-RESPONSES.
            MOVE WS-TOT-REVENUE TO WS-WORK-REVENUE.
            MOVE WS-TOT-POSTAGE TO RDL-POSTAGE.
            MOVE WS-TOT-PRINT TO RDL-PRINT.
            PERFORM 0800-FORMAT-RETURN.
            WRITE RRDATA FROM ROI-DETAIL-LINE
                AFTER ADVANCING 2 LINES.

            MOVE "COST LOG ROWS READ:               " TO RCL-LABEL.
            MOVE WS-COST-ROWS-READ TO RCL-COUNT.
            WRITE RRDATA FROM ROI-COUNT-LINE
                AFTER ADVANCING 2 LINES.
            MOVE "RESPONSES READ:                   " TO RCL-LABEL.
            MOVE WS-RESPONSES-READ TO RCL-COUNT.
            WRITE RRDATA FROM ROI-COUNT-LINE
                AFTER ADVANCING 1 LINES.
            MOVE "RESPONSES WITH NO CAMPAIGN CODE:  " TO RCL-LABEL.
            MOVE WS-NO-CAMPAIGN-COUNT TO RCL-COUNT.
            WRITE RRDATA FROM ROI-COUNT-LINE
                AFTER ADVANCING 1 LINES.

        0510-PRINT-ONE-CAMPAIGN.

            MOVE WS-CP-CODE(WS-CP-SUBIDX) TO RDL-LABEL.
            MOVE WS-CP-PIECES(WS-CP-SUBIDX) TO WS-WORK-PIECES.
            MOVE WS-CP-TOTAL-COST(WS-CP-SUBIDX) TO WS-WORK-COST.
            MOVE WS-CP-RESPONSES(WS-CP-SUBIDX) TO WS-WORK-RESPONSES.
            MOVE WS-CP-REVENUE(WS-CP-SUBIDX) TO WS-WORK-REVENUE.
            MOVE WS-CP-POSTAGE(WS-CP-SUBIDX) TO RDL-POSTAGE.
            MOVE WS-CP-PRINT(WS-CP-SUBIDX) TO RDL-PRINT.
            PERFORM 0800-FORMAT-RETURN.
            WRITE RRDATA FROM ROI-DETAIL-LINE
                AFTER ADVANCING 2 LINES.

            MOVE WS-CP-RUNS(WS-CP-SUBIDX) TO RDT-RUNS.
            MOVE WS-CP-FIRST-DATE(WS-CP-SUBIDX) TO RDT-FIRST.
            MOVE WS-CP-LAST-DATE(WS-CP-SUBIDX) TO RDT-LAST.
            IF WS-CP-RUNS(WS-CP-SUBIDX) = ZERO
                MOVE "NO MAILING ON THE COST LOG" TO RDT-NOTE
            ELSE
                MOVE SPACES TO RDT-NOTE
            END-IF.
            WRITE RRDATA FROM ROI-DATES-LINE
                AFTER ADVANCING 1 LINES.

            PERFORM VARYING WS-TIER-SUBIDX FROM 1 BY 1
                UNTIL WS-TIER-SUBIDX > 4
                MOVE WS-TIER-NAME(WS-TIER-SUBIDX) TO RTL-TIER
                MOVE WS-CP-TIER-PIECES(WS-CP-SUBIDX, WS-TIER-SUBIDX)
                    TO RTL-PIECES
                MOVE WS-CP-TIER-POST(WS-CP-SUBIDX, WS-TIER-SUBIDX)
                    TO RTL-POSTAGE
                WRITE RRDATA FROM ROI-TIER-LINE
                    AFTER ADVANCING 1 LINES
            END-PERFORM.

            ADD WS-CP-PIECES(WS-CP-SUBIDX) TO WS-TOT-PIECES.
            ADD WS-CP-POSTAGE(WS-CP-SUBIDX) TO WS-TOT-POSTAGE.
            ADD WS-CP-PRINT(WS-CP-SUBIDX) TO WS-TOT-PRINT.
            ADD WS-CP-TOTAL-COST(WS-CP-SUBIDX) TO WS-TOT-COST.
            ADD WS-CP-RESPONSES(WS-CP-SUBIDX) TO WS-TOT-RESPONSES.
            ADD WS-CP-REVENUE(WS-CP-SUBIDX) TO WS-TOT-REVENUE.

      *    STATE ROWS CARRY ONLY AN ALLOCATED TOTAL COST, SO THE
      *    POSTAGE AND PRINT COLUMNS ARE LEFT BLANK.
        0600-PRINT-CAMPAIGN-STATES.

            MOVE "COST AND RETURN BY CAMPAIGN AND STATE" TO RSL-TITLE.
            WRITE RRDATA FROM ROI-SECTION-LINE
                AFTER ADVANCING PAGE.
            WRITE RRDATA FROM ROI-COLUMN-LINE
                AFTER ADVANCING 1 LINES.

            PERFORM VARYING WS-CP-SUBIDX FROM 1 BY 1
                UNTIL WS-CP-SUBIDX > WS-CP-COUNT
                MOVE WS-CP-CODE(WS-CP-SUBIDX) TO RSL-TITLE
                WRITE RRDATA FROM ROI-SECTION-LINE
                    AFTER ADVANCING 2 LINES
                PERFORM 0610-PRINT-ONE-CAMP-STATE
                    VARYING WS-CS-SUBIDX FROM 1 BY 1
                    UNTIL WS-CS-SUBIDX > WS-CS-COUNT
            END-PERFORM.

        0610-PRINT-ONE-CAMP-STATE.

            IF WS-CS-CAMP-IDX(WS-CS-SUBIDX) = WS-CP-SUBIDX
                MOVE SPACES TO RDL-LABEL
                MOVE WS-CS-STATE(WS-CS-SUBIDX) TO RDL-LABEL(3:2)
                MOVE WS-CS-PIECES(WS-CS-SUBIDX) TO WS-WORK-PIECES
                MOVE WS-CS-COST(WS-CS-SUBIDX) TO WS-WORK-COST
                MOVE WS-CS-RESPONSES(WS-CS-SUBIDX)
                    TO WS-WORK-RESPONSES
                MOVE WS-CS-REVENUE(WS-CS-SUBIDX) TO WS-WORK-REVENUE
                MOVE ZERO TO RDL-POSTAGE
                MOVE ZERO TO RDL-PRINT
                PERFORM 0800-FORMAT-RETURN
                WRITE RRDATA FROM ROI-DETAIL-LINE
                    AFTER ADVANCING 1 LINES
            END-IF.

        0700-PRINT-STATES.

            MOVE "COST AND RETURN BY STATE, ALL CAMPAIGNS"
                TO RSL-TITLE.
            WRITE RRDATA FROM ROI-SECTION-LINE
                AFTER ADVANCING PAGE.
            WRITE RRDATA FROM ROI-COLUMN-LINE
                AFTER ADVANCING 1 LINES.

            PERFORM VARYING WS-ST-SUBIDX FROM 1 BY 1
                UNTIL WS-ST-SUBIDX > WS-ST-COUNT
                MOVE SPACES TO RDL-LABEL
                MOVE WS-ST-STATE(WS-ST-SUBIDX) TO RDL-LABEL(1:2)
                MOVE WS-ST-PIECES(WS-ST-SUBIDX) TO WS-WORK-PIECES
                MOVE WS-ST-COST(WS-ST-SUBIDX) TO WS-WORK-COST
                MOVE WS-ST-RESPONSES(WS-ST-SUBIDX)
                    TO WS-WORK-RESPONSES
                MOVE WS-ST-REVENUE(WS-ST-SUBIDX) TO WS-WORK-REVENUE
                MOVE ZERO TO RDL-POSTAGE
                MOVE ZERO TO RDL-PRINT
                PERFORM 0800-FORMAT-RETURN
                WRITE RRDATA FROM ROI-DETAIL-LINE
                    AFTER ADVANCING 1 LINES
            END-PERFORM.

      *    COMMON RETURN ARITHMETIC FOR EVERY DETAIL LINE: RATE,
      *    COST PER RESPONSE, NET, AND WHETHER THE SELECTION PAID
      *    FOR ITSELF.
        0800-FORMAT-RETURN.

            MOVE WS-WORK-PIECES TO RDL-PIECES.
            MOVE WS-WORK-COST TO RDL-COST.
            MOVE WS-WORK-RESPONSES TO RDL-RESPONSES.
            MOVE WS-WORK-REVENUE TO RDL-REVENUE.

            IF WS-WORK-PIECES > ZERO
                COMPUTE WS-WORK-RATE ROUNDED =
                    (WS-WORK-RESPONSES * 100) / WS-WORK-PIECES
            ELSE
                MOVE ZERO TO WS-WORK-RATE
            END-IF.
            MOVE WS-WORK-RATE TO RDL-RATE.

            IF WS-WORK-RESPONSES > ZERO
                COMPUTE WS-WORK-PER-RESP ROUNDED =
                    WS-WORK-COST / WS-WORK-RESPONSES
            ELSE
                MOVE ZERO TO WS-WORK-PER-RESP
            END-IF.
            MOVE WS-WORK-PER-RESP TO RDL-PER-RESP.

            COMPUTE WS-WORK-NET = WS-WORK-REVENUE - WS-WORK-COST.
            MOVE WS-WORK-NET TO RDL-NET.

            IF WS-WORK-NET < ZERO
                MOVE "LOSES" TO RDL-VERDICT
            ELSE
                MOVE "PAYS " TO RDL-VERDICT
            END-IF.

        9999-END-RUN.

            STOP RUN.
