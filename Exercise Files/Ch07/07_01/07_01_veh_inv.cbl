       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEH-INVENTORY.
       AUTHOR. FABIO COSTA.
      *    VEHICLE INVENTORY RUN: POSTS NEWLY RECEIVED UNITS FROM
      *    VEHRECV.DAT ONTO THE VEHINV.DAT MASTER, THEN PRINTS
      *    VEHGP.RPT - GROSS PROFIT ON EVERY UNIT CARSALES MARKED
      *    SOLD IN THE YEAR, BY SALESPERSON WITHIN DEALERSHIP - AND
      *    VEHAGED.RPT - UNSOLD UNITS BUCKETED AT 30/60/90+ DAYS ON
      *    THE LOT PER DEALERSHIP, WITH THE FLOOR-PLAN INTEREST EACH
      *    BUCKET IS CARRYING, SO OLD STOCK IS SEEN BEFORE IT EATS
      *    THE MARGIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VEHICLE-INVENTORY
        ASSIGN TO "VEHINV.DAT"
        FILE STATUS IS IV-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VI-VIN.

      *    UNITS ARRIVING ON THE LOTS, ONE PER LINE. OPTIONAL - WITH
      *    NO FILE NOTHING IS RECEIVED. A RERUN OF THE SAME FILE IS
      *    HARMLESS: A VIN ALREADY ON THE MASTER WITH THE SAME
      *    DETAILS IS COUNTED AS ALREADY ON FILE.
       SELECT RECEIPT-FILE
        ASSIGN TO "VEHRECV.DAT"
        FILE STATUS IS RV-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SALES-MASTER
        ASSIGN TO "SALESMAST.DAT"
        FILE STATUS IS SM-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE OPTIONAL RECORD: FLOOR-PLAN RATE (ANNUAL PERCENT, TWO
      *    DECIMALS IMPLIED) AND THE YEAR FOR THE GROSS-PROFIT
      *    REPORT. BLANK OR MISSING = 6.00 PERCENT AND THE RUN YEAR.
       SELECT INVENTORY-PARM-FILE
        ASSIGN TO "VEHINV.PRM"
        FILE STATUS IS VP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PROFIT-REPORT
        ASSIGN TO "VEHGP.RPT"
        FILE STATUS IS GP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AGED-REPORT
        ASSIGN TO "VEHAGED.RPT"
        FILE STATUS IS AR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PROFIT-SORT
        ASSIGN TO "VEHGP.SRT".

       SELECT BATCH-AUDIT
        ASSIGN TO "BATCH-AUDIT.DAT"
        FILE STATUS IS BA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    ONE UNIT PER VIN. STATUS I = IN STOCK, S = SOLD. THE
      *    SOLD FIELDS ARE ZERO UNTIL A SALE MARKS THE UNIT.
       FD VEHICLE-INVENTORY.
       01 VEHICLE-INVENTORY-RECORD.
           02 VI-VIN            PIC X(17).
           02 VI-DEALERSHIP     PIC X(3).
           02 VI-MODEL-YEAR     PIC 9(4).
           02 VI-MAKE           PIC X(15).
           02 VI-MODEL          PIC X(15).
           02 VI-COST           PIC 9(7).
           02 VI-RECEIVED-DATE  PIC 9(8).
           02 VI-STATUS         PIC X(1).
               88 VI-IN-STOCK   VALUE 'I'.
               88 VI-SOLD       VALUE 'S'.
           02 VI-SOLD-DATE      PIC 9(8).
           02 VI-SALE-AMOUNT    PIC 9(7).
           02 VI-SALESPERSON-ID PIC 9(5).

       FD RECEIPT-FILE.
       01 RECEIPT-RECORD.
           02 RV-VIN            PIC X(17).
           02 RV-DEALERSHIP     PIC X(3).
           02 RV-MODEL-YEAR     PIC X(4).
           02 RV-MAKE           PIC X(15).
           02 RV-MODEL          PIC X(15).
           02 RV-COST           PIC X(7).
           02 RV-RECEIVED-DATE  PIC X(8).

       FD SALES-MASTER.
       01 SALES-MASTER-RECORD.
           02 SM-ID             PIC 9(5).
           02 SM-LASTNAME       PIC X(15).
           02 SM-FIRSTNAME      PIC X(10).
           02 SM-DEALERSHIP     PIC X(3).
           02 SM-STATUS-CODE    PIC X(1).

       FD INVENTORY-PARM-FILE.
       01 INVENTORY-PARM-RECORD.
           02 VP-FLOOR-RATE     PIC X(4).
           02 FILLER            PIC X(1).
           02 VP-PROFIT-YEAR    PIC X(4).

       FD PROFIT-REPORT.
       01 GP-PRINTDATA.
           02 FILLER      PIC X(132).

       FD AGED-REPORT.
       01 AR-PRINTDATA.
           02 FILLER      PIC X(132).

       SD PROFIT-SORT.
       01 PROFIT-SORT-RECORD.
           02 PS-DEALERSHIP     PIC X(3).
           02 PS-SALESPERSON-ID PIC 9(5).
           02 PS-SOLD-DATE      PIC 9(8).
           02 PS-VIN            PIC X(17).
           02 PS-MODEL-YEAR     PIC 9(4).
           02 PS-MAKE           PIC X(15).
           02 PS-MODEL          PIC X(15).
           02 PS-COST           PIC 9(7).
           02 PS-SALE-AMOUNT    PIC 9(7).

       FD BATCH-AUDIT.
       01 BATCH-AUDIT-RECORD.
           02 BA-PROGRAM-NAME   PIC X(13).
           02 BA-RUN-DATE       PIC 9(8).
           02 BA-RUN-TIME       PIC 9(8).
           02 BA-RECORD-COUNT   PIC 9(8).
           02 BA-KEY-TOTAL      PIC 9(12).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          02 IV-STATUS  PIC X(2).
          02 RV-STATUS  PIC X(2).
          02 SM-STATUS  PIC X(2).
          02 VP-STATUS  PIC X(2).
          02 GP-STATUS  PIC X(2).
          02 AR-STATUS  PIC X(2).
          02 BA-STATUS  PIC X(2).

       01  WS-AUDIT-AREAS.
           05  WS-TODAY-DATE       PIC 9(8).
           05  WS-AUDIT-TIME       PIC 9(8).

      *    RUN PARAMETERS - SEE THE INVENTORY-PARM-FILE SELECT.
       01  WS-PARM-AREAS.
           05  WS-FLOOR-RATE       PIC 99V99 VALUE 6.00.
           05  WS-FLOOR-RATE-X     REDEFINES WS-FLOOR-RATE
                                   PIC X(4).
           05  WS-PROFIT-YEAR      PIC 9(4) VALUE ZERO.
           05  WS-FLOOR-RATE-ED    PIC Z9.99.

      *    RECEIPT POSTING COUNTS.
       01  WS-RECEIPT-AREAS.
           05  WS-RV-READ          PIC 9(6) VALUE ZERO.
           05  WS-RV-POSTED        PIC 9(6) VALUE ZERO.
           05  WS-RV-ON-FILE       PIC 9(6) VALUE ZERO.
           05  WS-RV-REJECTED      PIC 9(6) VALUE ZERO.

      *    SALESPERSON NAMES FOR THE PROFIT REPORT.
       01  WS-SALES-MASTER-AREAS.
           05  WS-SM-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-SM-SUBIDX         PIC 9(3) VALUE ZERO.
           05  WS-SM-TABLE OCCURS 500 TIMES.
               10  WS-SM-ID         PIC 9(5).
               10  WS-SM-LASTNAME   PIC X(15).
               10  WS-SM-FIRSTNAME  PIC X(10).

      *    GROSS-PROFIT CONTROL BREAKS: SALESPERSON WITHIN
      *    DEALERSHIP, THEN THE WHOLE YEAR.
       01  WS-PROFIT-AREAS.
           05  WS-SORT-EOF-SW      PIC X(1) VALUE 'N'.
               88  WS-SORT-EOF     VALUE 'Y'.
           05  WS-INV-EOF-SW       PIC X(1) VALUE 'N'.
               88  WS-INV-EOF      VALUE 'Y'.
           05  WS-FIRST-SW         PIC X(1) VALUE 'Y'.
               88  WS-FIRST-SALE   VALUE 'Y'.
           05  WS-PREV-DEALER      PIC X(3) VALUE SPACES.
           05  WS-PREV-SP-ID       PIC 9(5) VALUE ZERO.
           05  WS-SALE-PROFIT      PIC S9(8) VALUE ZERO.
           05  WS-SP-UNITS         PIC 9(5) VALUE ZERO.
           05  WS-SP-SALES         PIC 9(10) VALUE ZERO.
           05  WS-SP-COST          PIC 9(10) VALUE ZERO.
           05  WS-SP-PROFIT        PIC S9(10) VALUE ZERO.
           05  WS-DL-UNITS         PIC 9(5) VALUE ZERO.
           05  WS-DL-SALES         PIC 9(10) VALUE ZERO.
           05  WS-DL-COST          PIC 9(10) VALUE ZERO.
           05  WS-DL-PROFIT        PIC S9(10) VALUE ZERO.
           05  WS-GR-UNITS         PIC 9(5) VALUE ZERO.
           05  WS-GR-SALES         PIC 9(12) VALUE ZERO.
           05  WS-GR-COST          PIC 9(12) VALUE ZERO.
           05  WS-GR-PROFIT        PIC S9(12) VALUE ZERO.
           05  WS-AVG-PROFIT       PIC S9(8) VALUE ZERO.
           05  WS-LOSS-COUNT       PIC 9(5) VALUE ZERO.

      *    DAYS ON THE LOT USE 365-DAY YEARS AND 30-DAY MONTHS, THE
      *    SAME APPROXIMATION THE MAILING FREQUENCY CAP USES - CLOSE
      *    ENOUGH TO PUT A UNIT IN ITS 30-DAY BUCKET.
       01  WS-AGE-AREAS.
           05  WS-TODAY-DAYS       PIC 9(7) VALUE ZERO.
           05  WS-RECV-DAYS        PIC 9(7) VALUE ZERO.
           05  WS-DATE-WORK        PIC 9(8).
           05  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
               10  WS-DW-YEAR      PIC 9(4).
               10  WS-DW-MONTH     PIC 9(2).
               10  WS-DW-DAY       PIC 9(2).
           05  WS-DAY-NUMBER       PIC 9(7) VALUE ZERO.
           05  WS-AGE-DAYS         PIC S9(5) VALUE ZERO.
           05  WS-BUCKET           PIC 9(1) VALUE ZERO.
           05  WS-UNIT-INTEREST    PIC 9(7)V99 VALUE ZERO.
           05  WS-OLD-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-STOCK-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-STOCK-COST       PIC 9(12) VALUE ZERO.
           05  WS-STOCK-INTEREST   PIC 9(9)V99 VALUE ZERO.

      *    PER-DEALERSHIP AGEING: FOUR BUCKETS OF UNITS, COST AND
      *    ESTIMATED FLOOR-PLAN INTEREST. BLANK CODES LAND IN ???.
       01  WS-DEALER-AREAS.
           05  WS-DLR-COUNT         PIC 9(2) VALUE ZERO.
           05  WS-DLR-SUBIDX        PIC 9(2) VALUE ZERO.
           05  WS-DLR-FOUND-IDX     PIC 9(2) VALUE ZERO.
           05  WS-DLR-CODE-WORK     PIC X(3).
           05  WS-DLR-TABLE OCCURS 10 TIMES.
               10  WS-DLR-CODE      PIC X(3).
               10  WS-DLR-BUCKET OCCURS 4 TIMES.
                   15  WS-DB-UNITS    PIC 9(5).
                   15  WS-DB-COST     PIC 9(10).
                   15  WS-DB-INTEREST PIC 9(8)V99.

       01  WS-BUCKET-NAMES-DATA.
           05 FILLER      PIC X(8) VALUE '0-29    '.
           05 FILLER      PIC X(8) VALUE '30-59   '.
           05 FILLER      PIC X(8) VALUE '60-89   '.
           05 FILLER      PIC X(8) VALUE '90+     '.

       01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAMES-DATA.
           05 WS-BUCKET-NAME PIC X(8) OCCURS 4 TIMES.

       01  GP-TITLE-LINE.
            05 FILLER           PIC X(28) VALUE
               'GROSS PROFIT PER SALE - YEAR'.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 GTL-YEAR         PIC 9(4).
            05 FILLER           PIC X(99) VALUE SPACES.

       01  GP-DEALER-HEADING.
            05 FILLER           PIC X(11) VALUE 'DEALERSHIP '.
            05 GDH-CODE         PIC X(3).
            05 FILLER           PIC X(118) VALUE SPACES.

       01  GP-SP-HEADING.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 FILLER           PIC X(13) VALUE 'SALESPERSON: '.
            05 GSH-ID           PIC 9(5).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 GSH-NAME         PIC X(26).
            05 FILLER           PIC X(84) VALUE SPACES.

       01  GP-COLUMN-HEADING.
            05 FILLER           PIC X(6)  VALUE SPACES.
            05 FILLER           PIC X(18) VALUE 'VIN'.
            05 FILLER           PIC X(9)  VALUE 'SOLD'.
            05 FILLER           PIC X(36) VALUE 'YEAR MAKE / MODEL'.
            05 FILLER           PIC X(14) VALUE '    SALE PRICE'.
            05 FILLER           PIC X(14) VALUE '          COST'.
            05 FILLER           PIC X(14) VALUE '  GROSS PROFIT'.
            05 FILLER           PIC X(21) VALUE SPACES.

       01  GP-DETAIL-LINE.
            05 FILLER           PIC X(6)  VALUE SPACES.
            05 GDL-VIN          PIC X(17).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 GDL-SOLD-DATE    PIC 9(8).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 GDL-MODEL-YEAR   PIC 9(4).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 GDL-MAKE         PIC X(15).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 GDL-MODEL        PIC X(15).
            05 GDL-SALE         PIC $$$,$$$,$$9.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 GDL-COST         PIC $$$,$$$,$$9.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 GDL-PROFIT       PIC $$$,$$$,$$9-.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 GDL-LOSS-FLAG    PIC X(4).
            05 FILLER           PIC X(17) VALUE SPACES.

       01  GP-TOTAL-LINE.
            05 GTT-LABEL        PIC X(22).
            05 FILLER           PIC X(7)  VALUE 'UNITS: '.
            05 GTT-UNITS        PIC ZZ,ZZ9.
            05 FILLER           PIC X(8)  VALUE ' SALES: '.
            05 GTT-SALES        PIC $$,$$$,$$$,$$9.
            05 FILLER           PIC X(7)  VALUE ' COST: '.
            05 GTT-COST         PIC $$,$$$,$$$,$$9.
            05 FILLER           PIC X(5)  VALUE ' GP: '.
            05 GTT-PROFIT       PIC $$,$$$,$$$,$$9-.
            05 FILLER           PIC X(10) VALUE ' AVG/UNIT '.
            05 GTT-AVG          PIC $$$,$$9-.
            05 FILLER           PIC X(16) VALUE SPACES.

       01  AR-TITLE-LINE.
            05 FILLER           PIC X(32) VALUE
               'AGED VEHICLE INVENTORY AS OF '.
            05 ATL-DATE         PIC 9(8).
            05 FILLER           PIC X(22) VALUE
               '   FLOOR-PLAN RATE:  '.
            05 ATL-RATE         PIC Z9.99.
            05 FILLER           PIC X(1)  VALUE '%'.
            05 FILLER           PIC X(64) VALUE SPACES.

       01  AR-COUNT-LINE.
            05 ACL-LABEL        PIC X(34).
            05 ACL-COUNT        PIC ZZZ,ZZ9.
            05 FILLER           PIC X(91) VALUE SPACES.

       01  AR-REJECT-LINE.
            05 FILLER           PIC X(18) VALUE 'RECEIPT REJECTED: '.
            05 ARL-REASON       PIC X(24).
            05 FILLER           PIC X(6)  VALUE ' VIN: '.
            05 ARL-VIN          PIC X(17).
            05 FILLER           PIC X(67) VALUE SPACES.

       01  AR-BUCKET-HEADING.
            05 FILLER           PIC X(4)  VALUE 'DLR '.
            05 FILLER           PIC X(9)  VALUE 'DAYS'.
            05 FILLER           PIC X(8)  VALUE '   UNITS'.
            05 FILLER           PIC X(16) VALUE '      STOCK COST'.
            05 FILLER           PIC X(18) VALUE '  FLOOR INTEREST'.
            05 FILLER           PIC X(77) VALUE SPACES.

       01  AR-BUCKET-LINE.
            05 ABL-CODE         PIC X(3).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 ABL-BUCKET       PIC X(8).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 ABL-UNITS        PIC ZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 ABL-COST         PIC $$,$$$,$$$,$$9.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 ABL-INTEREST     PIC $$,$$$,$$9.99.
            05 FILLER           PIC X(80) VALUE SPACES.

       01  AR-OLD-HEADING.
            05 FILLER           PIC X(40) VALUE
               'UNITS 90 DAYS OR MORE ON THE LOT'.
            05 FILLER           PIC X(92) VALUE SPACES.

       01  AR-OLD-LINE.
            05 AOL-CODE         PIC X(3).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 AOL-VIN          PIC X(17).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 AOL-MODEL-YEAR   PIC 9(4).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 AOL-MAKE         PIC X(15).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 AOL-MODEL        PIC X(15).
            05 FILLER           PIC X(6)  VALUE ' RCVD '.
            05 AOL-RECEIVED     PIC 9(8).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 AOL-DAYS         PIC ZZZZ9.
            05 FILLER           PIC X(6)  VALUE ' DAYS '.
            05 AOL-COST         PIC $$$,$$$,$$9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 AOL-INTEREST     PIC $$$,$$9.99.
            05 FILLER           PIC X(25) VALUE SPACES.

       01  AR-TOTAL-LINE.
            05 FILLER           PIC X(14) VALUE 'TOTAL IN STOCK'.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 ATT-UNITS        PIC ZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 ATT-COST         PIC $$,$$$,$$$,$$9.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 ATT-INTEREST     PIC $$,$$$,$$9.99.
            05 FILLER           PIC X(78) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-OPEN-FILES.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-TODAY-DATE(1:4) TO WS-PROFIT-YEAR.

           PERFORM 0150-LOAD-PARMS.
           PERFORM 0160-LOAD-SALES-MASTER.

           OPEN I-O VEHICLE-INVENTORY.
           IF IV-STATUS = "35"
               OPEN OUTPUT VEHICLE-INVENTORY
               CLOSE VEHICLE-INVENTORY
               OPEN I-O VEHICLE-INVENTORY
           END-IF.
           IF IV-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VEHINV.DAT - STATUS: ",
                   IV-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT AGED-REPORT.
           MOVE WS-TODAY-DATE TO ATL-DATE.
           MOVE WS-FLOOR-RATE TO ATL-RATE.
           WRITE AR-PRINTDATA FROM AR-TITLE-LINE
               AFTER ADVANCING PAGE.

           PERFORM 0200-POST-RECEIPTS.
           PERFORM 0300-AGE-INVENTORY.
           PERFORM 0400-PRINT-PROFIT.

           PERFORM 9999-END-PROGRAM.

       0150-LOAD-PARMS.

           OPEN INPUT INVENTORY-PARM-FILE.
           IF VP-STATUS = "00"
               READ INVENTORY-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF VP-FLOOR-RATE IS NUMERIC
                           MOVE VP-FLOOR-RATE TO WS-FLOOR-RATE-X
                       END-IF
                       IF VP-PROFIT-YEAR IS NUMERIC
                           MOVE VP-PROFIT-YEAR TO WS-PROFIT-YEAR
                       END-IF
               END-READ
               CLOSE INVENTORY-PARM-FILE
           END-IF.

       0160-LOAD-SALES-MASTER.

           OPEN INPUT SALES-MASTER.
           IF SM-STATUS = "00"
               PERFORM 0165-READ-MASTER-RECORD
                   UNTIL SM-STATUS NOT = "00"
                   OR WS-SM-COUNT = 500
               CLOSE SALES-MASTER
           END-IF.

       0165-READ-MASTER-RECORD.

           READ SALES-MASTER
               AT END
                   MOVE "10" TO SM-STATUS
               NOT AT END
                   IF SM-ID IS NUMERIC AND SM-ID > ZERO
                       ADD 1 TO WS-SM-COUNT
                       MOVE SM-ID TO WS-SM-ID(WS-SM-COUNT)
                       MOVE SM-LASTNAME
                           TO WS-SM-LASTNAME(WS-SM-COUNT)
                       MOVE SM-FIRSTNAME
                           TO WS-SM-FIRSTNAME(WS-SM-COUNT)
                   END-IF
           END-READ.

      *    NEW ARRIVALS GO ON THE MASTER IN STOCK. A RECEIPT WITH A
      *    BLANK VIN OR A NON-NUMERIC YEAR, COST OR DATE IS LISTED,
      *    AS IS A VIN ALREADY ON FILE WITH DIFFERENT DETAILS.
       0200-POST-RECEIPTS.

           OPEN INPUT RECEIPT-FILE.
           IF RV-STATUS = "00"
               PERFORM 0210-READ-RECEIPT
                   UNTIL RV-STATUS NOT = "00"
               CLOSE RECEIPT-FILE
           END-IF.

           MOVE 'RECEIPTS READ:                    ' TO ACL-LABEL.
           MOVE WS-RV-READ TO ACL-COUNT.
           WRITE AR-PRINTDATA FROM AR-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'RECEIPTS POSTED:                  ' TO ACL-LABEL.
           MOVE WS-RV-POSTED TO ACL-COUNT.
           WRITE AR-PRINTDATA FROM AR-COUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'RECEIPTS ALREADY ON FILE:         ' TO ACL-LABEL.
           MOVE WS-RV-ON-FILE TO ACL-COUNT.
           WRITE AR-PRINTDATA FROM AR-COUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'RECEIPTS REJECTED:                ' TO ACL-LABEL.
           MOVE WS-RV-REJECTED TO ACL-COUNT.
           WRITE AR-PRINTDATA FROM AR-COUNT-LINE
               AFTER ADVANCING 1 LINES.

       0210-READ-RECEIPT.

           READ RECEIPT-FILE
               AT END
                   MOVE "10" TO RV-STATUS
               NOT AT END
                   ADD 1 TO WS-RV-READ
                   PERFORM 0220-POST-ONE-RECEIPT
                       THRU 0220-POST-EXIT
           END-READ.

       0220-POST-ONE-RECEIPT.

           IF RV-VIN = SPACES
               MOVE 'BLANK VIN' TO ARL-REASON
               PERFORM 0230-REJECT-RECEIPT
               GO TO 0220-POST-EXIT
           END-IF.

           IF RV-MODEL-YEAR IS NOT NUMERIC
               OR RV-COST IS NOT NUMERIC
               OR RV-RECEIVED-DATE IS NOT NUMERIC
               MOVE 'YEAR/COST/DATE INVALID' TO ARL-REASON
               PERFORM 0230-REJECT-RECEIPT
               GO TO 0220-POST-EXIT
           END-IF.

           MOVE RV-VIN TO VI-VIN.
           READ VEHICLE-INVENTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VI-DEALERSHIP = RV-DEALERSHIP
                       AND VI-COST = RV-COST
                       AND VI-RECEIVED-DATE = RV-RECEIVED-DATE
                       ADD 1 TO WS-RV-ON-FILE
                   ELSE
                       MOVE 'VIN ON FILE, DIFFERENT' TO ARL-REASON
                       PERFORM 0230-REJECT-RECEIPT
                   END-IF
                   GO TO 0220-POST-EXIT
           END-READ.

           MOVE SPACES TO VEHICLE-INVENTORY-RECORD.
           MOVE RV-VIN TO VI-VIN.
           MOVE RV-DEALERSHIP TO VI-DEALERSHIP.
           MOVE RV-MODEL-YEAR TO VI-MODEL-YEAR.
           MOVE RV-MAKE TO VI-MAKE.
           MOVE RV-MODEL TO VI-MODEL.
           MOVE RV-COST TO VI-COST.
           MOVE RV-RECEIVED-DATE TO VI-RECEIVED-DATE.
           SET VI-IN-STOCK TO TRUE.
           MOVE ZERO TO VI-SOLD-DATE.
           MOVE ZERO TO VI-SALE-AMOUNT.
           MOVE ZERO TO VI-SALESPERSON-ID.
           WRITE VEHICLE-INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "ERROR ADDING VIN ", RV-VIN,
                       " - STATUS: ", IV-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-RV-POSTED
           END-WRITE.

       0220-POST-EXIT.
           EXIT.

       0230-REJECT-RECEIPT.

           ADD 1 TO WS-RV-REJECTED.
           MOVE RV-VIN TO ARL-VIN.
           WRITE AR-PRINTDATA FROM AR-REJECT-LINE
               AFTER ADVANCING 1 LINES.

      *    EVERY UNIT STILL IN STOCK IS AGED FROM ITS RECEIVED DATE
      *    AND COSTED FOR FLOOR-PLAN INTEREST AT THE ANNUAL RATE FOR
      *    THE DAYS IT HAS SAT. UNITS AT 90 DAYS OR MORE ARE LISTED
      *    ONE BY ONE UNDER THE DEALERSHIP SUMMARY.
       0300-AGE-INVENTORY.

           MOVE WS-TODAY-DATE TO WS-DATE-WORK.
           PERFORM 0390-COMPUTE-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-TODAY-DAYS.

           WRITE AR-PRINTDATA FROM AR-OLD-HEADING
               AFTER ADVANCING 2 LINES.

           MOVE LOW-VALUES TO VI-VIN.
           MOVE 'N' TO WS-INV-EOF-SW.
           START VEHICLE-INVENTORY KEY IS NOT LESS THAN VI-VIN
               INVALID KEY
                   SET WS-INV-EOF TO TRUE
           END-START.
           PERFORM 0310-AGE-NEXT-UNIT UNTIL WS-INV-EOF.

           IF WS-OLD-COUNT = ZERO
               MOVE 'NONE                              ' TO ACL-LABEL
               MOVE ZERO TO ACL-COUNT
               WRITE AR-PRINTDATA FROM AR-COUNT-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

           WRITE AR-PRINTDATA FROM AR-BUCKET-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING WS-DLR-SUBIDX FROM 1 BY 1
               UNTIL WS-DLR-SUBIDX > WS-DLR-COUNT
               PERFORM VARYING WS-BUCKET FROM 1 BY 1
                   UNTIL WS-BUCKET > 4
                   MOVE WS-DLR-CODE(WS-DLR-SUBIDX) TO ABL-CODE
                   MOVE WS-BUCKET-NAME(WS-BUCKET) TO ABL-BUCKET
                   MOVE WS-DB-UNITS(WS-DLR-SUBIDX, WS-BUCKET)
                       TO ABL-UNITS
                   MOVE WS-DB-COST(WS-DLR-SUBIDX, WS-BUCKET)
                       TO ABL-COST
                   MOVE WS-DB-INTEREST(WS-DLR-SUBIDX, WS-BUCKET)
                       TO ABL-INTEREST
                   WRITE AR-PRINTDATA FROM AR-BUCKET-LINE
                       AFTER ADVANCING 1 LINES
               END-PERFORM
           END-PERFORM.

           MOVE WS-STOCK-COUNT TO ATT-UNITS.
           MOVE WS-STOCK-COST TO ATT-COST.
           MOVE WS-STOCK-INTEREST TO ATT-INTEREST.
           WRITE AR-PRINTDATA FROM AR-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       0310-AGE-NEXT-UNIT.

           READ VEHICLE-INVENTORY NEXT RECORD
               AT END
                   SET WS-INV-EOF TO TRUE
               NOT AT END
                   IF VI-IN-STOCK
                       PERFORM 0320-AGE-ONE-UNIT
                   END-IF
           END-READ.

       0320-AGE-ONE-UNIT.

           MOVE VI-RECEIVED-DATE TO WS-DATE-WORK.
           PERFORM 0390-COMPUTE-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-RECV-DAYS.
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-RECV-DAYS.
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-AGE-DAYS < 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-AGE-DAYS < 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE.

           COMPUTE WS-UNIT-INTEREST ROUNDED =
               VI-COST * WS-FLOOR-RATE / 100 * WS-AGE-DAYS / 365.

           MOVE VI-DEALERSHIP TO WS-DLR-CODE-WORK.
           PERFORM 0330-FIND-DEALER.
           IF WS-DLR-FOUND-IDX > ZERO
               ADD 1 TO WS-DB-UNITS(WS-DLR-FOUND-IDX, WS-BUCKET)
               ADD VI-COST TO WS-DB-COST(WS-DLR-FOUND-IDX, WS-BUCKET)
               ADD WS-UNIT-INTEREST
                   TO WS-DB-INTEREST(WS-DLR-FOUND-IDX, WS-BUCKET)
           END-IF.
           ADD 1 TO WS-STOCK-COUNT.
           ADD VI-COST TO WS-STOCK-COST.
           ADD WS-UNIT-INTEREST TO WS-STOCK-INTEREST.

           IF WS-BUCKET = 4
               ADD 1 TO WS-OLD-COUNT
               MOVE WS-DLR-CODE-WORK TO AOL-CODE
               MOVE VI-VIN TO AOL-VIN
               MOVE VI-MODEL-YEAR TO AOL-MODEL-YEAR
               MOVE VI-MAKE TO AOL-MAKE
               MOVE VI-MODEL TO AOL-MODEL
               MOVE VI-RECEIVED-DATE TO AOL-RECEIVED
               MOVE WS-AGE-DAYS TO AOL-DAYS
               MOVE VI-COST TO AOL-COST
               MOVE WS-UNIT-INTEREST TO AOL-INTEREST
               WRITE AR-PRINTDATA FROM AR-OLD-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

      *    FINDS OR CREATES THE DEALERSHIP ROW, AS CARSALES DOES.
       0330-FIND-DEALER.

           IF WS-DLR-CODE-WORK = SPACES
               MOVE '???' TO WS-DLR-CODE-WORK
           END-IF.

           MOVE ZERO TO WS-DLR-FOUND-IDX.
           PERFORM VARYING WS-DLR-SUBIDX FROM 1 BY 1
               UNTIL WS-DLR-SUBIDX > WS-DLR-COUNT
               IF WS-DLR-CODE(WS-DLR-SUBIDX) = WS-DLR-CODE-WORK
                   MOVE WS-DLR-SUBIDX TO WS-DLR-FOUND-IDX
                   MOVE 11 TO WS-DLR-SUBIDX
               END-IF
           END-PERFORM.

           IF WS-DLR-FOUND-IDX = ZERO
               IF WS-DLR-COUNT >= 10
                   DISPLAY "WARNING - DEALERSHIP TABLE FULL, ",
                       "SKIPPING ", WS-DLR-CODE-WORK
               ELSE
                   ADD 1 TO WS-DLR-COUNT
                   INITIALIZE WS-DLR-TABLE(WS-DLR-COUNT)
                   MOVE WS-DLR-CODE-WORK
                       TO WS-DLR-CODE(WS-DLR-COUNT)
                   MOVE WS-DLR-COUNT TO WS-DLR-FOUND-IDX
               END-IF
           END-IF.

       0390-COMPUTE-DAY-NUMBER.

           COMPUTE WS-DAY-NUMBER = WS-DW-YEAR * 365
               + WS-DW-MONTH * 30 + WS-DW-DAY.

      *    UNITS SOLD IN THE REPORT YEAR, SORTED BY DEALERSHIP,
      *    SALESPERSON AND SALE DATE, WITH A SUBTOTAL FOR EACH
      *    SALESPERSON AND EACH DEALERSHIP.
       0400-PRINT-PROFIT.

           OPEN OUTPUT PROFIT-REPORT.
           MOVE WS-PROFIT-YEAR TO GTL-YEAR.
           WRITE GP-PRINTDATA FROM GP-TITLE-LINE
               AFTER ADVANCING PAGE.

           SORT PROFIT-SORT
               ON ASCENDING KEY PS-DEALERSHIP PS-SALESPERSON-ID
                                PS-SOLD-DATE PS-VIN
               INPUT PROCEDURE IS 0410-RELEASE-SOLD-UNITS
               OUTPUT PROCEDURE IS 0450-PRINT-SOLD-UNITS.

           IF NOT WS-FIRST-SALE
               PERFORM 0480-SALESPERSON-BREAK
               PERFORM 0485-DEALERSHIP-BREAK
           END-IF.

           MOVE 'TOTAL FOR YEAR:       ' TO GTT-LABEL.
           MOVE WS-GR-UNITS TO GTT-UNITS.
           MOVE WS-GR-SALES TO GTT-SALES.
           MOVE WS-GR-COST TO GTT-COST.
           MOVE WS-GR-PROFIT TO GTT-PROFIT.
           MOVE ZERO TO WS-AVG-PROFIT.
           IF WS-GR-UNITS > ZERO
               COMPUTE WS-AVG-PROFIT ROUNDED =
                   WS-GR-PROFIT / WS-GR-UNITS
           END-IF.
           MOVE WS-AVG-PROFIT TO GTT-AVG.
           WRITE GP-PRINTDATA FROM GP-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           DISPLAY "UNITS SOLD IN ", WS-PROFIT-YEAR, ": ",
               WS-GR-UNITS, " (", WS-LOSS-COUNT, " AT A LOSS)".
           DISPLAY "UNITS IN STOCK: ", WS-STOCK-COUNT,
               " (", WS-OLD-COUNT, " AT 90+ DAYS)".

       0410-RELEASE-SOLD-UNITS.

           MOVE LOW-VALUES TO VI-VIN.
           MOVE 'N' TO WS-INV-EOF-SW.
           START VEHICLE-INVENTORY KEY IS NOT LESS THAN VI-VIN
               INVALID KEY
                   SET WS-INV-EOF TO TRUE
           END-START.
           PERFORM 0420-RELEASE-NEXT-UNIT UNTIL WS-INV-EOF.

       0420-RELEASE-NEXT-UNIT.

           READ VEHICLE-INVENTORY NEXT RECORD
               AT END
                   SET WS-INV-EOF TO TRUE
               NOT AT END
                   IF VI-SOLD
                       AND VI-SOLD-DATE(1:4) = WS-PROFIT-YEAR
                       MOVE VI-DEALERSHIP TO PS-DEALERSHIP
                       IF PS-DEALERSHIP = SPACES
                           MOVE '???' TO PS-DEALERSHIP
                       END-IF
                       MOVE VI-SALESPERSON-ID TO PS-SALESPERSON-ID
                       MOVE VI-SOLD-DATE TO PS-SOLD-DATE
                       MOVE VI-VIN TO PS-VIN
                       MOVE VI-MODEL-YEAR TO PS-MODEL-YEAR
                       MOVE VI-MAKE TO PS-MAKE
                       MOVE VI-MODEL TO PS-MODEL
                       MOVE VI-COST TO PS-COST
                       MOVE VI-SALE-AMOUNT TO PS-SALE-AMOUNT
                       RELEASE PROFIT-SORT-RECORD
                   END-IF
           END-READ.

       0450-PRINT-SOLD-UNITS.

           MOVE 'N' TO WS-SORT-EOF-SW.
           PERFORM 0460-PRINT-NEXT-SALE UNTIL WS-SORT-EOF.

       0460-PRINT-NEXT-SALE.

           RETURN PROFIT-SORT
               AT END
                   SET WS-SORT-EOF TO TRUE
               NOT AT END
                   PERFORM 0470-PRINT-ONE-SALE
           END-RETURN.

       0470-PRINT-ONE-SALE.

           IF NOT WS-FIRST-SALE
               IF PS-DEALERSHIP NOT = WS-PREV-DEALER
                   PERFORM 0480-SALESPERSON-BREAK
                   PERFORM 0485-DEALERSHIP-BREAK
               ELSE
                   IF PS-SALESPERSON-ID NOT = WS-PREV-SP-ID
                       PERFORM 0480-SALESPERSON-BREAK
                   END-IF
               END-IF
           END-IF.

           IF WS-FIRST-SALE OR PS-DEALERSHIP NOT = WS-PREV-DEALER
               MOVE PS-DEALERSHIP TO GDH-CODE
               WRITE GP-PRINTDATA FROM GP-DEALER-HEADING
                   AFTER ADVANCING 2 LINES
               MOVE PS-DEALERSHIP TO WS-PREV-DEALER
               MOVE ZERO TO WS-PREV-SP-ID
           END-IF.

           IF WS-FIRST-SALE OR PS-SALESPERSON-ID NOT = WS-PREV-SP-ID
               MOVE PS-SALESPERSON-ID TO GSH-ID
               PERFORM 0475-FIND-SALESPERSON-NAME
               WRITE GP-PRINTDATA FROM GP-SP-HEADING
                   AFTER ADVANCING 1 LINES
               WRITE GP-PRINTDATA FROM GP-COLUMN-HEADING
                   AFTER ADVANCING 1 LINES
               MOVE PS-SALESPERSON-ID TO WS-PREV-SP-ID
           END-IF.
           MOVE 'N' TO WS-FIRST-SW.

           COMPUTE WS-SALE-PROFIT = PS-SALE-AMOUNT - PS-COST.
           MOVE PS-VIN TO GDL-VIN.
           MOVE PS-SOLD-DATE TO GDL-SOLD-DATE.
           MOVE PS-MODEL-YEAR TO GDL-MODEL-YEAR.
           MOVE PS-MAKE TO GDL-MAKE.
           MOVE PS-MODEL TO GDL-MODEL.
           MOVE PS-SALE-AMOUNT TO GDL-SALE.
           MOVE PS-COST TO GDL-COST.
           MOVE WS-SALE-PROFIT TO GDL-PROFIT.
           MOVE SPACES TO GDL-LOSS-FLAG.
           IF WS-SALE-PROFIT < ZERO
               MOVE 'LOSS' TO GDL-LOSS-FLAG
               ADD 1 TO WS-LOSS-COUNT
           END-IF.
           WRITE GP-PRINTDATA FROM GP-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

           ADD 1 TO WS-SP-UNITS.
           ADD PS-SALE-AMOUNT TO WS-SP-SALES.
           ADD PS-COST TO WS-SP-COST.
           ADD WS-SALE-PROFIT TO WS-SP-PROFIT.

       0475-FIND-SALESPERSON-NAME.

           MOVE '(NOT ON SALESMAST.DAT)' TO GSH-NAME.
           PERFORM VARYING WS-SM-SUBIDX FROM 1 BY 1
               UNTIL WS-SM-SUBIDX > WS-SM-COUNT
               IF WS-SM-ID(WS-SM-SUBIDX) = PS-SALESPERSON-ID
                   MOVE SPACES TO GSH-NAME
                   STRING WS-SM-FIRSTNAME(WS-SM-SUBIDX)
                       DELIMITED BY SPACES
                       ' ' DELIMITED BY SIZE
                       WS-SM-LASTNAME(WS-SM-SUBIDX)
                       DELIMITED BY SPACES
                       INTO GSH-NAME
                   MOVE 501 TO WS-SM-SUBIDX
               END-IF
           END-PERFORM.

      *    SALESPERSON SUBTOTAL, ROLLED INTO THE DEALERSHIP.
       0480-SALESPERSON-BREAK.

           MOVE '   SALESPERSON TOTAL: ' TO GTT-LABEL.
           MOVE WS-SP-UNITS TO GTT-UNITS.
           MOVE WS-SP-SALES TO GTT-SALES.
           MOVE WS-SP-COST TO GTT-COST.
           MOVE WS-SP-PROFIT TO GTT-PROFIT.
           MOVE ZERO TO WS-AVG-PROFIT.
           IF WS-SP-UNITS > ZERO
               COMPUTE WS-AVG-PROFIT ROUNDED =
                   WS-SP-PROFIT / WS-SP-UNITS
           END-IF.
           MOVE WS-AVG-PROFIT TO GTT-AVG.
           WRITE GP-PRINTDATA FROM GP-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           ADD WS-SP-UNITS TO WS-DL-UNITS.
           ADD WS-SP-SALES TO WS-DL-SALES.
           ADD WS-SP-COST TO WS-DL-COST.
           ADD WS-SP-PROFIT TO WS-DL-PROFIT.
           MOVE ZERO TO WS-SP-UNITS.
           MOVE ZERO TO WS-SP-SALES.
           MOVE ZERO TO WS-SP-COST.
           MOVE ZERO TO WS-SP-PROFIT.

      *    DEALERSHIP SUBTOTAL, ROLLED INTO THE YEAR.
       0485-DEALERSHIP-BREAK.

           MOVE 'DEALERSHIP TOTAL:     ' TO GTT-LABEL.
           MOVE WS-DL-UNITS TO GTT-UNITS.
           MOVE WS-DL-SALES TO GTT-SALES.
           MOVE WS-DL-COST TO GTT-COST.
           MOVE WS-DL-PROFIT TO GTT-PROFIT.
           MOVE ZERO TO WS-AVG-PROFIT.
           IF WS-DL-UNITS > ZERO
               COMPUTE WS-AVG-PROFIT ROUNDED =
                   WS-DL-PROFIT / WS-DL-UNITS
           END-IF.
           MOVE WS-AVG-PROFIT TO GTT-AVG.
           WRITE GP-PRINTDATA FROM GP-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           ADD WS-DL-UNITS TO WS-GR-UNITS.
           ADD WS-DL-SALES TO WS-GR-SALES.
           ADD WS-DL-COST TO WS-GR-COST.
           ADD WS-DL-PROFIT TO WS-GR-PROFIT.
           MOVE ZERO TO WS-DL-UNITS.
           MOVE ZERO TO WS-DL-SALES.
           MOVE ZERO TO WS-DL-COST.
           MOVE ZERO TO WS-DL-PROFIT.

       9998-WRITE-AUDIT-LOG.

           OPEN EXTEND BATCH-AUDIT.
           IF BA-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BATCH-AUDIT.DAT - STATUS: ",
                   BA-STATUS
               GO TO 9998-AUDIT-EXIT
           END-IF.

           MOVE "VEH-INVENTORY" TO BA-PROGRAM-NAME.
           MOVE WS-TODAY-DATE   TO BA-RUN-DATE.
           MOVE WS-AUDIT-TIME   TO BA-RUN-TIME.
           MOVE WS-STOCK-COUNT  TO BA-RECORD-COUNT.
           MOVE WS-STOCK-COST   TO BA-KEY-TOTAL.

           WRITE BATCH-AUDIT-RECORD.

           CLOSE BATCH-AUDIT.

       9998-AUDIT-EXIT.
           EXIT.

       9999-END-PROGRAM.

           PERFORM 9998-WRITE-AUDIT-LOG THRU 9998-AUDIT-EXIT.
           CLOSE VEHICLE-INVENTORY.
           CLOSE AGED-REPORT.
           CLOSE PROFIT-REPORT.
           STOP RUN.

          END PROGRAM VEH-INVENTORY.
