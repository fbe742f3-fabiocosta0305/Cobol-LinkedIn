        FILE STATUS IS SM-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    DATED DEALERSHIP TRANSFERS: ONE LINE PER MOVE WITH THE
      *    SALESPERSON ID, FROM- AND TO-DEALERSHIP AND THE DATE THE
      *    PERSON STARTS AT THE NEW STORE. SALES ARE CREDITED, AND
      *    QUOTAS PRORATED, TO THE STORE THE PERSON BELONGED TO ON
      *    THE DAY, SO A MID-YEAR MOVE NO LONGER DRAGS THE WHOLE YEAR
      *    TO THE NEW STORE. OPTIONAL - WITH NO FILE EVERYONE IS
      *    CREDITED TO THEIR SALESMAST.DAT DEALERSHIP AS BEFORE.
       SELECT TRANSFER-FILE
        ASSIGN TO "SALESXFER.DAT"
        FILE STATUS IS XF-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE LINE PER INPUT RECORD WHOSE SALESPERSON ID IS NOT ON
      *    THE MASTER, SO A MISKEYED ID IS CHASED INSTEAD OF
      *    SILENTLY MISPAID.
        FILE STATUS IS CP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    VEHICLE INVENTORY MASTER, KEYED BY VIN. EVERY VEHSALES.DAT
      *    SALE CARRYING A VIN MARKS ITS UNIT SOLD HERE WITH THE SALE
      *    DATE, AMOUNT AND SALESPERSON, SO VEH-INVENTORY CAN REPORT
      *    GROSS PROFIT PER SALE AND AGE WHAT IS STILL ON THE LOT.
       SELECT VEHICLE-INVENTORY
        ASSIGN TO "VEHINV.DAT"
        FILE STATUS IS IV-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VI-VIN.


       DATA DIVISION.
       FILE SECTION.
           02 VS-SALESPERSON-ID PIC 9(5).
           02 VS-DEALERSHIP     PIC X(3).
           02 VS-AMOUNT         PIC 9(7).
      *    BLANK ON SALES KEYED BEFORE THE INVENTORY MASTER - THOSE
      *    SALES COUNT AS ALWAYS BUT TOUCH NO INVENTORY UNIT.
           02 VS-VIN            PIC X(17).

      *    ONE LINE PER SALESPERSON: ID, NAME, DEALERSHIP, STATUS
      *    (A = ACTIVE, I = INACTIVE).
           02 SM-DEALERSHIP     PIC X(3).
           02 SM-STATUS-CODE    PIC X(1).

       FD TRANSFER-FILE.
       01 TRANSFER-RECORD.
           02 XF-SALESPERSON-ID PIC 9(5).
           02 XF-FROM-DEALER    PIC X(3).
           02 XF-TO-DEALER      PIC X(3).
           02 XF-EFF-DATE       PIC 9(8).

       FD EXCEPT-REPORT.
       01 EXCEPTDATA.
           02 FILLER      PIC X(100).
           02 CPT-COMM-TOTAL    PIC 9(12).
           02 FILLER            PIC X(35).

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

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          02 EX-STATUS  PIC X(2).
          02 QT-STATUS  PIC X(2).
          02 QF-STATUS  PIC X(2).
          02 IV-STATUS  PIC X(2).
          02 XF-STATUS  PIC X(2).

      *    CURRENT-YEAR QUOTAS AND ATTAINMENT WORK AREAS - SEE THE
      *    QUOTA-FILE SELECT COMMENT.
               10  WS-SM-DEALER     PIC X(3).
               10  WS-SM-STATUS     PIC X(1).

      *    TRANSFER HISTORY AND THE SPLIT-PERIOD CREDIT ROWS - SEE
      *    THE TRANSFER-FILE SELECT COMMENT. A SALESPERSON WITH ANY
      *    TRANSFER ON FILE GETS ONE SPLIT ROW PER DEALERSHIP THEIR
      *    YEAR TOUCHED: THE SALES CREDITED THERE BY QUARTER, THE
      *    CARS, THE DAYS OF THE YEAR SPENT THERE AND THE MATCHING
      *    SHARE OF THE QUOTA. DAYS COUNT 30 TO A MONTH, 360 TO THE
      *    YEAR.
       01  WS-TRANSFER-AREAS.
           05  WS-XF-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-XF-DROPPED        PIC 9(5) VALUE ZERO.
           05  WS-XF-SUBIDX         PIC 9(3) VALUE ZERO.
           05  WS-XF-LOOK-ID        PIC 9(5) VALUE ZERO.
           05  WS-XF-LOOK-DATE      PIC 9(8) VALUE ZERO.
           05  WS-XF-HOME-DLR       PIC X(3) VALUE SPACES.
           05  WS-XF-DEALER         PIC X(3) VALUE SPACES.
           05  WS-XF-BEST-DATE      PIC 9(8) VALUE ZERO.
           05  WS-XF-EARLY-DATE     PIC 9(8) VALUE ZERO.
           05  WS-XF-EARLY-DLR      PIC X(3) VALUE SPACES.
           05  WS-XF-MOVED-SW       PIC X(1) VALUE 'N'.
               88  WS-XF-MOVED      VALUE 'Y'.
           05  WS-XF-TABLE OCCURS 300 TIMES.
               10  WS-XF-ID         PIC 9(5).
               10  WS-XF-FROM       PIC X(3).
               10  WS-XF-TO         PIC X(3).
               10  WS-XF-DATE       PIC 9(8).
           05  WS-SPL-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-SPL-SUBIDX        PIC 9(3) VALUE ZERO.
           05  WS-SPL-OTHER-IDX     PIC 9(3) VALUE ZERO.
           05  WS-SPL-FOUND-IDX     PIC 9(3) VALUE ZERO.
           05  WS-SPL-LAST-IDX      PIC 9(3) VALUE ZERO.
           05  WS-SPL-PERSON-ROWS   PIC 9(3) VALUE ZERO.
           05  WS-SPL-FIRST-SW      PIC X(1) VALUE 'N'.
               88  WS-SPL-FIRST-ROW VALUE 'Y'.
           05  WS-SPL-QUOTA-LEFT    PIC S9(10) VALUE ZERO.
           05  WS-SPL-YEARLY        PIC S9(10) VALUE ZERO.
           05  WS-SPL-AMOUNT        PIC S9(8) VALUE ZERO.
           05  WS-SPL-MONTH         PIC 9(2) VALUE ZERO.
           05  WS-SPL-DAY           PIC 9(2) VALUE ZERO.
           05  WS-SPL-QTR           PIC 9(1) VALUE ZERO.
           05  WS-SPLIT-RANK-ROWS   PIC 9(5) VALUE ZERO.
           05  WS-SPL-TABLE OCCURS 200 TIMES.
               10  WS-SPL-ID        PIC 9(5).
               10  WS-SPL-DLR       PIC X(3).
               10  WS-SPL-QTR-AMT   PIC S9(8) OCCURS 4 TIMES.
               10  WS-SPL-CARS      PIC 9(4).
               10  WS-SPL-DAYS      PIC 9(3).
               10  WS-SPL-QUOTA     PIC 9(9).

      *    LAST DAY OF EACH QUARTER, MMDD - WHERE A QUARTER FIGURE
      *    WITH NO SALE DATE BEHIND IT (A PRE-SUMMED QUARTER OR AN
      *    ADJUSTMENT) IS CREDITED.
       01  WS-QTR-END-DATA.
           05 FILLER      PIC X(16) VALUE '0331063009301231'.

       01  WS-QTR-END-MAP REDEFINES WS-QTR-END-DATA.
           05 WS-QTR-END-MMDD PIC 9(4) OCCURS 4 TIMES.

       01  SPLIT-HEADING-LINE.
           05 FILLER           PIC X(45) VALUE
                  'TRANSFERRED SALESPEOPLE - SPLIT-PERIOD CREDIT'.
           05 FILLER           PIC X(87) VALUE SPACES.

       01  SPLIT-PERSON-LINE.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SPP-NAME         PIC X(26).
           05 FILLER           PIC X(5)  VALUE ' ID: '.
           05 SPP-ID           PIC 9(5).
           05 FILLER           PIC X(94) VALUE SPACES.

       01  SPLIT-DETAIL-LINE.
           05 FILLER           PIC X(7)  VALUE '    DLR'.
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 SPD-CODE         PIC X(3).
           05 FILLER           PIC X(7)  VALUE '  DAYS '.
           05 SPD-DAYS         PIC ZZ9.
           05 FILLER           PIC X(8)  VALUE '  SALES '.
           05 SPD-YEARLY       PIC $$,$$$,$$$,$$9-.
           05 FILLER           PIC X(7)  VALUE '  CARS '.
           05 SPD-CARS         PIC ZZZ9.
           05 FILLER           PIC X(8)  VALUE '  QUOTA '.
           05 SPD-QUOTA        PIC $$$,$$$,$$9.
           05 FILLER           PIC X(9)  VALUE '  QUOTA% '.
           05 SPD-ATTAIN       PIC X(5).
           05 FILLER           PIC X(44) VALUE SPACES.

       01  EXCEPT-HEADING-LINE.
           05 FILLER           PIC X(40) VALUE
                  'SALESPERSON IDS NOT ON SALESMAST.DAT'.
           05 EXL-ID           PIC 9(5).
           05 FILLER           PIC X(77) VALUE SPACES.

      *    A SALE WHOSE VIN CANNOT MARK AN INVENTORY UNIT SOLD.
       01  VIN-EXCEPT-LINE.
           05 VXL-REASON       PIC X(22).
           05 FILLER           PIC X(6)  VALUE ' VIN: '.
           05 VXL-VIN          PIC X(17).
           05 FILLER           PIC X(6)  VALUE ' ID: '.
           05 VXL-ID           PIC 9(5).
           05 FILLER           PIC X(8)  VALUE ' SOLD: '.
           05 VXL-DATE         PIC 9(8).
           05 FILLER           PIC X(28) VALUE SPACES.

       01  VIN-EXCEPT-TOTAL-LINE.
           05 FILLER           PIC X(22) VALUE
                  'VIN EXCEPTIONS:       '.
           05 VXT-TOTAL        PIC ZZ,ZZ9.
           05 FILLER           PIC X(72) VALUE SPACES.

       01  EXCEPT-TOTAL-LINE.
           05 FILLER           PIC X(22) VALUE
                  'UNMATCHED ID RECORDS: '.
               88  WS-VEH-ACTIVE    VALUE 'Y'.
           05  WS-VEH-READ          PIC 9(6) VALUE ZERO.
           05  WS-VEH-SKIPPED       PIC 9(6) VALUE ZERO.
           05  WS-INV-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-INV-OPEN      VALUE 'Y'.
           05  WS-INV-MARKED        PIC 9(6) VALUE ZERO.
           05  WS-VIN-EXCEPT-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-AGG-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-AGG-SUBIDX        PIC 9(3) VALUE ZERO.
           05  WS-AGG-FOUND-IDX     PIC 9(3) VALUE ZERO.
           05  WS-RANK-TEMP-FNAME   PIC X(10).
           05  WS-RANK-TEMP-SALES   PIC 9(12).
           05  WS-RANK-TEMP-DEALER  PIC X(3).
           05  WS-RANK-TEMP-SPLIT   PIC X(1).
           05  WS-RANK-SHOWN        PIC 9(5).
           05  WS-TOP-N             PIC 99 VALUE 10.

       01  WS-SALES-TABLE-DATA.
               10  WS-ST-FNAME      PIC X(10).
               10  WS-ST-YEARLY     PIC 9(12).
               10  WS-ST-DEALER     PIC X(3).
      *    SPACE = ONE STORE ALL YEAR. A TRANSFERRED SALESPERSON HAS
      *    A W ROW (WHOLE YEAR, FOR THE COMPANY RANKING) AND A P ROW
      *    PER STORE (PARTIAL, FOR THAT STORE'S LEADERBOARD).
               10  WS-ST-SPLIT      PIC X(1).


       01  HEADING-LINE.
           OPEN OUTPUT EXCEPT-REPORT.
           WRITE EXCEPTDATA FROM EXCEPT-HEADING-LINE
               AFTER ADVANCING PAGE.
           PERFORM 0070-LOAD-TRANSFERS.
           PERFORM 0050-BUILD-FROM-DETAIL THRU 0059-DETAIL-EXIT.
           OPEN INPUT CARSALESFILE.
           OPEN OUTPUT CAR-REPORT.
           PERFORM 0200-PROCESS-SALES UNTIL ENDOFSALESFILE.
		   PERFORM 0290-PRINT-TOTAL.
		   PERFORM 0293-PRINT-DEALER-SUBTOTALS.
		   PERFORM 0298-PRINT-TRANSFER-SPLITS.
		   PERFORM 0294-PRINT-ADJUSTMENTS.
		   PERFORM 0295-PRINT-RANKING.
		   PERFORM 0297-PRINT-DEALER-RANKINGS.
               END-IF
           END-PERFORM.

      *    A TRANSFER FOR AN ID NOT ON THE MASTER, OR WITH A DATE
      *    THAT IS NOT NUMERIC, CANNOT BE APPLIED AND IS LISTED. SO
      *    IS EVERY VALID TRANSFER PAST THE 300 THE TABLE HOLDS, WITH
      *    A COUNT AT THE END - THOSE SALES STAY WITH THE HOME STORE.
       0070-LOAD-TRANSFERS.

           OPEN INPUT TRANSFER-FILE.
           IF XF-STATUS = "00"
               PERFORM 0072-READ-TRANSFER
                   UNTIL XF-STATUS NOT = "00"
               CLOSE TRANSFER-FILE
           END-IF.

           IF WS-XF-DROPPED > ZERO
               DISPLAY "WARNING - TRANSFERS NOT APPLIED, TABLE FULL: ",
                   WS-XF-DROPPED
           END-IF.

       0072-READ-TRANSFER.

           READ TRANSFER-FILE
               AT END
                   MOVE "10" TO XF-STATUS
               NOT AT END
                   IF XF-SALESPERSON-ID IS NOT NUMERIC
                       OR XF-EFF-DATE IS NOT NUMERIC
                       DISPLAY "INVALID TRANSFER SKIPPED: ",
                           XF-SALESPERSON-ID, " ", XF-EFF-DATE
                   ELSE
                       MOVE XF-SALESPERSON-ID TO WS-SP-WORK-ID
                       PERFORM 0045-LOOKUP-SALESPERSON
                       EVALUATE TRUE
                           WHEN WS-SM-FOUND-IDX = ZERO
                               MOVE 'TRANSFER    ' TO EXL-SOURCE
                               PERFORM 0047-WRITE-ID-EXCEPTION
                           WHEN WS-XF-COUNT >= 300
                               ADD 1 TO WS-XF-DROPPED
                               DISPLAY "WARNING - TRANSFER TABLE ",
                                   "FULL, ID ", XF-SALESPERSON-ID,
                                   " DATE ", XF-EFF-DATE
                           WHEN OTHER
                               ADD 1 TO WS-XF-COUNT
                               MOVE XF-SALESPERSON-ID
                                   TO WS-XF-ID(WS-XF-COUNT)
                               MOVE XF-FROM-DEALER
                                   TO WS-XF-FROM(WS-XF-COUNT)
                               MOVE XF-TO-DEALER
                                   TO WS-XF-TO(WS-XF-COUNT)
                               MOVE XF-EFF-DATE
                                   TO WS-XF-DATE(WS-XF-COUNT)
                       END-EVALUATE
                   END-IF
           END-READ.

      *    THE DEALERSHIP WS-XF-LOOK-ID BELONGED TO ON WS-XF-LOOK-DATE:
      *    THE TO-STORE OF THE LATEST TRANSFER EFFECTIVE ON OR BEFORE
      *    THE DATE; BEFORE THE FIRST TRANSFER, THAT TRANSFER'S
      *    FROM-STORE; WITH NO TRANSFERS AT ALL, WS-XF-HOME-DLR.
      *    WS-XF-MOVED TELLS THE CALLER WHETHER ANY TRANSFER EXISTS.
       0058-DEALER-ON-DATE.

           MOVE WS-XF-HOME-DLR TO WS-XF-DEALER.
           MOVE 'N' TO WS-XF-MOVED-SW.
           MOVE ZERO TO WS-XF-BEST-DATE.
           MOVE 99999999 TO WS-XF-EARLY-DATE.
           MOVE SPACES TO WS-XF-EARLY-DLR.

           PERFORM VARYING WS-XF-SUBIDX FROM 1 BY 1
               UNTIL WS-XF-SUBIDX > WS-XF-COUNT
               IF WS-XF-ID(WS-XF-SUBIDX) = WS-XF-LOOK-ID
                   SET WS-XF-MOVED TO TRUE
                   IF WS-XF-DATE(WS-XF-SUBIDX) <= WS-XF-LOOK-DATE
                       AND WS-XF-DATE(WS-XF-SUBIDX) >= WS-XF-BEST-DATE
                       MOVE WS-XF-DATE(WS-XF-SUBIDX) TO WS-XF-BEST-DATE
                       MOVE WS-XF-TO(WS-XF-SUBIDX) TO WS-XF-DEALER
                   END-IF
                   IF WS-XF-DATE(WS-XF-SUBIDX) < WS-XF-EARLY-DATE
                       MOVE WS-XF-DATE(WS-XF-SUBIDX)
                           TO WS-XF-EARLY-DATE
                       MOVE WS-XF-FROM(WS-XF-SUBIDX)
                           TO WS-XF-EARLY-DLR
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-XF-MOVED AND WS-XF-BEST-DATE = ZERO
               MOVE WS-XF-EARLY-DLR TO WS-XF-DEALER
           END-IF.
           IF WS-XF-DEALER = SPACES
               MOVE '???' TO WS-XF-DEALER
           END-IF.

      *    FINDS OR CREATES THE SPLIT ROW FOR WS-XF-LOOK-ID AT
      *    WS-XF-DEALER. ZERO WHEN THE TABLE IS FULL.
       0055-FIND-SPLIT-ROW.

           MOVE ZERO TO WS-SPL-FOUND-IDX.
           PERFORM VARYING WS-SPL-SUBIDX FROM 1 BY 1
               UNTIL WS-SPL-SUBIDX > WS-SPL-COUNT
               IF WS-SPL-ID(WS-SPL-SUBIDX) = WS-XF-LOOK-ID
                   AND WS-SPL-DLR(WS-SPL-SUBIDX) = WS-XF-DEALER
                   MOVE WS-SPL-SUBIDX TO WS-SPL-FOUND-IDX
                   MOVE 201 TO WS-SPL-SUBIDX
               END-IF
           END-PERFORM.

           IF WS-SPL-FOUND-IDX = ZERO
               IF WS-SPL-COUNT >= 200
                   DISPLAY "WARNING - SPLIT CREDIT TABLE FULL, ",
                       "ID ", WS-XF-LOOK-ID, " DLR ", WS-XF-DEALER
               ELSE
                   ADD 1 TO WS-SPL-COUNT
                   INITIALIZE WS-SPL-TABLE(WS-SPL-COUNT)
                   MOVE WS-XF-LOOK-ID TO WS-SPL-ID(WS-SPL-COUNT)
                   MOVE WS-XF-DEALER TO WS-SPL-DLR(WS-SPL-COUNT)
                   MOVE WS-SPL-COUNT TO WS-SPL-FOUND-IDX
               END-IF
           END-IF.

       0050-BUILD-FROM-DETAIL.

           OPEN INPUT VEHICLE-FILE.

           SET WS-VEH-ACTIVE TO TRUE.

      *    WITHOUT THE INVENTORY MASTER THE SALES STILL COUNT; ONLY
      *    THE MARKING OF UNITS SOLD IS LEFT UNDONE.
           OPEN I-O VEHICLE-INVENTORY.
           IF IV-STATUS = "00"
               SET WS-INV-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING - VEHINV.DAT UNAVAILABLE - STATUS: ",
                   IV-STATUS, " - NO UNITS MARKED SOLD"
           END-IF.

           PERFORM 0052-READ-VEHICLE-RECORD
               UNTIL VS-STATUS NOT = "00".
           CLOSE VEHICLE-FILE.
           IF WS-INV-OPEN
               CLOSE VEHICLE-INVENTORY
               DISPLAY "INVENTORY UNITS MARKED SOLD: ", WS-INV-MARKED
           END-IF.

           OPEN OUTPUT CARSALESFILE.
           PERFORM 0054-WRITE-DERIVED-RECORD
               ADD 1 TO WS-AG-CARS(WS-AGG-FOUND-IDX)
               ADD VS-AMOUNT TO WS-MO-AMOUNT(VS-SALE-MONTH)
               ADD 1 TO WS-MO-CARS(VS-SALE-MONTH)
               IF WS-INV-OPEN AND VS-VIN NOT = SPACES
                   PERFORM 0056-MARK-UNIT-SOLD THRU 0056-MARK-EXIT
               END-IF
               MOVE VS-SALESPERSON-ID TO WS-XF-LOOK-ID
               MOVE VS-SALE-DATE TO WS-XF-LOOK-DATE
               MOVE WS-SM-DEALER(WS-SM-FOUND-IDX) TO WS-XF-HOME-DLR
               PERFORM 0058-DEALER-ON-DATE
               IF WS-XF-MOVED
                   PERFORM 0055-FIND-SPLIT-ROW
                   IF WS-SPL-FOUND-IDX > ZERO
                       ADD VS-AMOUNT TO WS-SPL-QTR-AMT
                           (WS-SPL-FOUND-IDX, WS-AGG-QUARTER)
                       ADD 1 TO WS-SPL-CARS(WS-SPL-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

       0053-AGGREGATE-EXIT.
           EXIT.

      *    THE WHOLE YEAR'S DETAIL IS REREAD EVERY RUN, SO A UNIT
      *    ALREADY MARKED BY THIS SAME SALE IS LEFT AS IT IS. A UNIT
      *    SOLD TO SOMEONE ELSE OR ON ANOTHER DATE IS A SECOND SALE
      *    OF ONE VEHICLE AND IS LISTED, NOT OVERWRITTEN.
       0056-MARK-UNIT-SOLD.

           MOVE VS-VIN TO VI-VIN.
           READ VEHICLE-INVENTORY
               INVALID KEY
                   MOVE 'VIN NOT ON INVENTORY' TO VXL-REASON
                   PERFORM 0057-WRITE-VIN-EXCEPTION
                   GO TO 0056-MARK-EXIT
           END-READ.

           IF VI-SOLD
               IF VI-SOLD-DATE NOT = VS-SALE-DATE
                   OR VI-SALESPERSON-ID NOT = VS-SALESPERSON-ID
                   MOVE 'VIN ALREADY SOLD' TO VXL-REASON
                   PERFORM 0057-WRITE-VIN-EXCEPTION
               END-IF
               GO TO 0056-MARK-EXIT
           END-IF.

           SET VI-SOLD TO TRUE.
           MOVE VS-SALE-DATE TO VI-SOLD-DATE.
           MOVE VS-AMOUNT TO VI-SALE-AMOUNT.
           MOVE VS-SALESPERSON-ID TO VI-SALESPERSON-ID.
           REWRITE VEHICLE-INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "ERROR MARKING VIN ", VS-VIN,
                       " SOLD - STATUS: ", IV-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-INV-MARKED
           END-REWRITE.

       0056-MARK-EXIT.
           EXIT.

       0057-WRITE-VIN-EXCEPTION.

           ADD 1 TO WS-VIN-EXCEPT-COUNT.
           MOVE VS-VIN TO VXL-VIN.
           MOVE VS-SALESPERSON-ID TO VXL-ID.
           MOVE VS-SALE-DATE TO VXL-DATE.
           WRITE EXCEPTDATA FROM VIN-EXCEPT-LINE
               AFTER ADVANCING 1 LINES.

       0054-WRITE-DERIVED-RECORD.

           MOVE WS-AG-LASTNAME(WS-AGG-SUBIDX) TO LASTNAME.
               MOVE WS-SALESPERSON-YEARLY
                   TO WS-ST-YEARLY(WS-SALES-COUNT)
               MOVE DEALERSHIP-CODE TO WS-ST-DEALER(WS-SALES-COUNT)
               MOVE SPACE TO WS-ST-SPLIT(WS-SALES-COUNT)
           ELSE
               DISPLAY "WARNING - SALES TABLE FULL, SKIPPING ",
                   FIRSTNAME, " ", LASTNAME
           END-IF.

      *    0273 HAS JUST BUILT THE SPLIT ROWS FOR A TRANSFERRED
      *    SALESPERSON; ONE WHOSE YEAR TOUCHED MORE THAN ONE STORE
      *    ALSO GETS A PARTIAL ROW UNDER EACH STORE.
           IF WS-XF-MOVED AND WS-ST-SPLIT(WS-SALES-COUNT) = SPACE
               MOVE ZERO TO WS-SPL-PERSON-ROWS
               PERFORM VARYING WS-SPL-OTHER-IDX FROM 1 BY 1
                   UNTIL WS-SPL-OTHER-IDX > WS-SPL-COUNT
                   IF WS-SPL-ID(WS-SPL-OTHER-IDX) = SALESPERSON-ID
                       ADD 1 TO WS-SPL-PERSON-ROWS
                   END-IF
               END-PERFORM
               IF WS-SPL-PERSON-ROWS > 1
                   MOVE 'W' TO WS-ST-SPLIT(WS-SALES-COUNT)
                   PERFORM VARYING WS-SPL-OTHER-IDX FROM 1 BY 1
                       UNTIL WS-SPL-OTHER-IDX > WS-SPL-COUNT
                       OR WS-SALES-COUNT >= 500
                       IF WS-SPL-ID(WS-SPL-OTHER-IDX) = SALESPERSON-ID
                           PERFORM 0288-CAPTURE-PARTIAL-ENTRY
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       0288-CAPTURE-PARTIAL-ENTRY.

           PERFORM 0287-SUM-SPLIT-ROW.
           IF WS-SPL-YEARLY < ZERO
               MOVE ZERO TO WS-SPL-YEARLY
           END-IF.
           ADD 1 TO WS-SALES-COUNT.
           ADD 1 TO WS-SPLIT-RANK-ROWS.
           MOVE LASTNAME  TO WS-ST-LNAME(WS-SALES-COUNT).
           MOVE FIRSTNAME TO WS-ST-FNAME(WS-SALES-COUNT).
           MOVE WS-SPL-YEARLY TO WS-ST-YEARLY(WS-SALES-COUNT).
           MOVE WS-SPL-DLR(WS-SPL-OTHER-IDX)
               TO WS-ST-DEALER(WS-SALES-COUNT).
           MOVE 'P' TO WS-ST-SPLIT(WS-SALES-COUNT).

      *    NETS THIS SALESPERSON'S SIGNED ADJUSTMENTS INTO THE
      *    QUARTERLY TOTALS AND THE YEARLY FIGURE THE RANKING, THE
      *    COMMISSION AND THE REPORT ALL FLOW FROM. A NET BELOW ZERO
               MOVE '???' TO DEALERSHIP-CODE
           END-IF.

      *    A SALESPERSON WITH TRANSFERS ON FILE IS CREDITED STORE BY
      *    STORE FROM THE SPLIT ROWS INSTEAD.
           MOVE SALESPERSON-ID TO WS-XF-LOOK-ID.
           MOVE DEALERSHIP-CODE TO WS-XF-HOME-DLR.
           MOVE ZERO TO WS-XF-LOOK-DATE.
           PERFORM 0058-DEALER-ON-DATE.
           IF WS-XF-MOVED
               PERFORM 0283-CREDIT-SPLIT-PERIODS
               MOVE ZERO TO WS-DLR-FOUND-IDX
           ELSE
               MOVE DEALERSHIP-CODE TO WS-XF-DEALER
               PERFORM 0274-FIND-DEALER-ROW
           END-IF.

           IF WS-DLR-FOUND-IDX > ZERO
               ADD Q1-SALES TO WS-DLR-Q1(WS-DLR-FOUND-IDX)
               ADD WS-PERSON-ADJ-Q1 TO WS-DLR-Q1(WS-DLR-FOUND-IDX)
               ADD Q2-SALES TO WS-DLR-Q2(WS-DLR-FOUND-IDX)
               ADD WS-PERSON-ADJ-Q2 TO WS-DLR-Q2(WS-DLR-FOUND-IDX)
               ADD Q3-SALES TO WS-DLR-Q3(WS-DLR-FOUND-IDX)
               ADD WS-PERSON-ADJ-Q3 TO WS-DLR-Q3(WS-DLR-FOUND-IDX)
               ADD Q4-SALES TO WS-DLR-Q4(WS-DLR-FOUND-IDX)
               ADD WS-PERSON-ADJ-Q4 TO WS-DLR-Q4(WS-DLR-FOUND-IDX)
               ADD WS-SALESPERSON-YEARLY
                   TO WS-DLR-YEARLY(WS-DLR-FOUND-IDX)
               ADD WS-PERSON-QUOTA
                   TO WS-DLR-QUOTA(WS-DLR-FOUND-IDX)
               IF CARTOTAL IS NUMERIC
                   ADD CARTOTAL TO WS-DLR-CARS(WS-DLR-FOUND-IDX)
               END-IF
           END-IF.

      *    FINDS OR CREATES THE ROW FOR DEALERSHIP WS-XF-DEALER. NEW
      *    ROWS ARE CLEARED EXPLICITLY BEFORE ANYTHING IS ADDED.
       0274-FIND-DEALER-ROW.

           MOVE ZERO TO WS-DLR-FOUND-IDX.
           PERFORM VARYING WS-DLR-SUBIDX FROM 1 BY 1
               UNTIL WS-DLR-SUBIDX > WS-DLR-COUNT
               IF WS-DLR-CODE(WS-DLR-SUBIDX) = WS-XF-DEALER
                   MOVE WS-DLR-SUBIDX TO WS-DLR-FOUND-IDX
                   MOVE 11 TO WS-DLR-SUBIDX
               END-IF
           IF WS-DLR-FOUND-IDX = ZERO
               IF WS-DLR-COUNT >= 10
                   DISPLAY "WARNING - DEALERSHIP TABLE FULL, ",
                       "SKIPPING ", WS-XF-DEALER
               ELSE
                   ADD 1 TO WS-DLR-COUNT
                   INITIALIZE WS-DLR-TABLE(WS-DLR-COUNT)
                   MOVE WS-XF-DEALER
                       TO WS-DLR-CODE(WS-DLR-COUNT)
                   MOVE WS-DLR-COUNT TO WS-DLR-FOUND-IDX
               END-IF
           END-IF.

      *    SPLIT-PERIOD CREDIT FOR A TRANSFERRED SALESPERSON. WITH
      *    VEHSALES.DAT THE SPLIT ROWS ALREADY HOLD EVERY SALE AT THE
      *    STORE OF ITS SALE DATE; FROM A PRE-SUMMED CARSALES.DAT EACH
      *    QUARTER GOES TO THE STORE AT QUARTER END AND THE CARS TO
      *    THE STORE AT YEAR END. ADJUSTMENTS FOLLOW THE STORE AT
      *    THEIR QUARTER'S END, AND THE QUOTA IS SHARED BY DAYS AT
      *    EACH STORE. THE ROWS ARE THEN ROLLED INTO THE DEALERSHIPS.
       0283-CREDIT-SPLIT-PERIODS.

           IF NOT WS-VEH-ACTIVE
               PERFORM VARYING WS-SPL-QTR FROM 1 BY 1
                   UNTIL WS-SPL-QTR > 4
                   EVALUATE WS-SPL-QTR
                       WHEN 1 MOVE Q1-SALES TO WS-SPL-AMOUNT
                       WHEN 2 MOVE Q2-SALES TO WS-SPL-AMOUNT
                       WHEN 3 MOVE Q3-SALES TO WS-SPL-AMOUNT
                       WHEN 4 MOVE Q4-SALES TO WS-SPL-AMOUNT
                   END-EVALUATE
                   PERFORM 0284-CREDIT-AT-QUARTER-END
               END-PERFORM
               COMPUTE WS-XF-LOOK-DATE = WS-RUN-YEAR * 10000 + 1231
               PERFORM 0058-DEALER-ON-DATE
               PERFORM 0055-FIND-SPLIT-ROW
               IF WS-SPL-FOUND-IDX > ZERO AND CARTOTAL IS NUMERIC
                   ADD CARTOTAL TO WS-SPL-CARS(WS-SPL-FOUND-IDX)
               END-IF
           END-IF.

           PERFORM VARYING WS-SPL-QTR FROM 1 BY 1
               UNTIL WS-SPL-QTR > 4
               EVALUATE WS-SPL-QTR
                   WHEN 1 MOVE WS-PERSON-ADJ-Q1 TO WS-SPL-AMOUNT
                   WHEN 2 MOVE WS-PERSON-ADJ-Q2 TO WS-SPL-AMOUNT
                   WHEN 3 MOVE WS-PERSON-ADJ-Q3 TO WS-SPL-AMOUNT
                   WHEN 4 MOVE WS-PERSON-ADJ-Q4 TO WS-SPL-AMOUNT
               END-EVALUATE
               PERFORM 0284-CREDIT-AT-QUARTER-END
           END-PERFORM.

           PERFORM 0285-PRORATE-QUOTA.

           PERFORM VARYING WS-SPL-OTHER-IDX FROM 1 BY 1
               UNTIL WS-SPL-OTHER-IDX > WS-SPL-COUNT
               IF WS-SPL-ID(WS-SPL-OTHER-IDX) = SALESPERSON-ID
                   MOVE WS-SPL-DLR(WS-SPL-OTHER-IDX) TO WS-XF-DEALER
                   PERFORM 0274-FIND-DEALER-ROW
                   IF WS-DLR-FOUND-IDX > ZERO
                       PERFORM 0286-ADD-SPLIT-TO-DEALER
                   END-IF
               END-IF
           END-PERFORM.

       0284-CREDIT-AT-QUARTER-END.

           IF WS-SPL-AMOUNT NOT = ZERO
               COMPUTE WS-XF-LOOK-DATE = WS-RUN-YEAR * 10000
                   + WS-QTR-END-MMDD(WS-SPL-QTR)
               PERFORM 0058-DEALER-ON-DATE
               PERFORM 0055-FIND-SPLIT-ROW
               IF WS-SPL-FOUND-IDX > ZERO
                   ADD WS-SPL-AMOUNT
                       TO WS-SPL-QTR-AMT(WS-SPL-FOUND-IDX, WS-SPL-QTR)
               END-IF
           END-IF.

      *    EVERY DAY OF THE YEAR IS ASSIGNED TO THE STORE OF THAT
      *    DAY; EACH STORE'S QUOTA SHARE IS ITS DAYS OVER 360, WITH
      *    THE ROUNDING LEFT ON THE LAST STORE SO THE SHARES ADD UP
      *    TO THE WHOLE QUOTA.
       0285-PRORATE-QUOTA.

           PERFORM VARYING WS-SPL-MONTH FROM 1 BY 1
               UNTIL WS-SPL-MONTH > 12
               PERFORM VARYING WS-SPL-DAY FROM 1 BY 1
                   UNTIL WS-SPL-DAY > 30
                   COMPUTE WS-XF-LOOK-DATE = WS-RUN-YEAR * 10000
                       + WS-SPL-MONTH * 100 + WS-SPL-DAY
                   PERFORM 0058-DEALER-ON-DATE
                   PERFORM 0055-FIND-SPLIT-ROW
                   IF WS-SPL-FOUND-IDX > ZERO
                       ADD 1 TO WS-SPL-DAYS(WS-SPL-FOUND-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE WS-PERSON-QUOTA TO WS-SPL-QUOTA-LEFT.
           MOVE ZERO TO WS-SPL-LAST-IDX.
           PERFORM VARYING WS-SPL-OTHER-IDX FROM 1 BY 1
               UNTIL WS-SPL-OTHER-IDX > WS-SPL-COUNT
               IF WS-SPL-ID(WS-SPL-OTHER-IDX) = SALESPERSON-ID
                   AND WS-SPL-DAYS(WS-SPL-OTHER-IDX) > ZERO
                   COMPUTE WS-SPL-QUOTA(WS-SPL-OTHER-IDX) ROUNDED =
                       WS-PERSON-QUOTA * WS-SPL-DAYS(WS-SPL-OTHER-IDX)
                       / 360
                   SUBTRACT WS-SPL-QUOTA(WS-SPL-OTHER-IDX)
                       FROM WS-SPL-QUOTA-LEFT
                   MOVE WS-SPL-OTHER-IDX TO WS-SPL-LAST-IDX
               END-IF
           END-PERFORM.
           IF WS-SPL-LAST-IDX > ZERO
               ADD WS-SPL-QUOTA-LEFT TO WS-SPL-QUOTA(WS-SPL-LAST-IDX)
           END-IF.

       0286-ADD-SPLIT-TO-DEALER.

           ADD WS-SPL-QTR-AMT(WS-SPL-OTHER-IDX, 1)
               TO WS-DLR-Q1(WS-DLR-FOUND-IDX).
           ADD WS-SPL-QTR-AMT(WS-SPL-OTHER-IDX, 2)
               TO WS-DLR-Q2(WS-DLR-FOUND-IDX).
           ADD WS-SPL-QTR-AMT(WS-SPL-OTHER-IDX, 3)
               TO WS-DLR-Q3(WS-DLR-FOUND-IDX).
           ADD WS-SPL-QTR-AMT(WS-SPL-OTHER-IDX, 4)
               TO WS-DLR-Q4(WS-DLR-FOUND-IDX).
           PERFORM 0287-SUM-SPLIT-ROW.
           ADD WS-SPL-YEARLY TO WS-DLR-YEARLY(WS-DLR-FOUND-IDX).
           ADD WS-SPL-QUOTA(WS-SPL-OTHER-IDX)
               TO WS-DLR-QUOTA(WS-DLR-FOUND-IDX).
           ADD WS-SPL-CARS(WS-SPL-OTHER-IDX)
               TO WS-DLR-CARS(WS-DLR-FOUND-IDX).

       0287-SUM-SPLIT-ROW.

           COMPUTE WS-SPL-YEARLY =
               WS-SPL-QTR-AMT(WS-SPL-OTHER-IDX, 1)
               + WS-SPL-QTR-AMT(WS-SPL-OTHER-IDX, 2)
               + WS-SPL-QTR-AMT(WS-SPL-OTHER-IDX, 3)
               + WS-SPL-QTR-AMT(WS-SPL-OTHER-IDX, 4).

      *    DERIVES A PAYABLE COMMISSION FROM THE TIERED RATE SCHEDULE
      *    IN WS-COMMISSION-RATE-ITEM SO PAYROLL DOESN'T HAVE TO
      *    RE-DERIVE IT FROM THE REPORT BY HAND.
                  MOVE WS-ST-YEARLY(WS-RANK-IDX) TO WS-RANK-TEMP-SALES
                  MOVE WS-ST-DEALER(WS-RANK-IDX)
                      TO WS-RANK-TEMP-DEALER
                  MOVE WS-ST-SPLIT(WS-RANK-IDX) TO WS-RANK-TEMP-SPLIT

                  MOVE WS-ST-LNAME(WS-RANK-BEST-IDX)
                      TO WS-ST-LNAME(WS-RANK-IDX)
                      TO WS-ST-YEARLY(WS-RANK-IDX)
                  MOVE WS-ST-DEALER(WS-RANK-BEST-IDX)
                      TO WS-ST-DEALER(WS-RANK-IDX)
                  MOVE WS-ST-SPLIT(WS-RANK-BEST-IDX)
                      TO WS-ST-SPLIT(WS-RANK-IDX)

                  MOVE WS-RANK-TEMP-LNAME
                      TO WS-ST-LNAME(WS-RANK-BEST-IDX)
                      TO WS-ST-YEARLY(WS-RANK-BEST-IDX)
                  MOVE WS-RANK-TEMP-DEALER
                      TO WS-ST-DEALER(WS-RANK-BEST-IDX)
                  MOVE WS-RANK-TEMP-SPLIT
                      TO WS-ST-SPLIT(WS-RANK-BEST-IDX)
               END-IF

           END-PERFORM.
               MOVE WS-TOP-N TO WS-RANK-LIMIT
           END-IF.

      *    PARTIAL ROWS ARE FOR THE DEALERSHIP LEADERBOARDS ONLY -
      *    THE COMPANY RANKING USES EACH PERSON'S WHOLE YEAR.
           MOVE ZERO TO WS-RANK-SHOWN.
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
               UNTIL WS-RANK-IDX > WS-SALES-COUNT
               OR WS-RANK-SHOWN >= WS-RANK-LIMIT

               IF WS-ST-SPLIT(WS-RANK-IDX) NOT = 'P'
                   ADD 1 TO WS-RANK-SHOWN
                   MOVE WS-RANK-SHOWN TO RANK-NUMBER
                   STRING WS-ST-FNAME(WS-RANK-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-ST-LNAME(WS-RANK-IDX) DELIMITED BY SIZE
                       INTO RANK-NAME
                   MOVE WS-ST-YEARLY(WS-RANK-IDX) TO RANK-YEARLY
                   WRITE CAR-PRINTDATA FROM RANKING-DETAIL-LINE
                       AFTER ADVANCING 1 LINES
               END-IF

           END-PERFORM.

               END-IF
           END-PERFORM.

      *    EACH SALESPERSON WHOSE YEAR TOUCHED MORE THAN ONE STORE,
      *    WITH THE DAYS, SALES, CARS AND QUOTA SHARE CREDITED TO
      *    EACH. THE FIRST SPLIT ROW OF A PERSON PRINTS THE HEADING
      *    AND ALL OF THAT PERSON'S ROWS.
       0298-PRINT-TRANSFER-SPLITS.

           MOVE 'N' TO WS-SPL-FIRST-SW.
           PERFORM VARYING WS-SPL-SUBIDX FROM 1 BY 1
               UNTIL WS-SPL-SUBIDX > WS-SPL-COUNT
               MOVE ZERO TO WS-SPL-PERSON-ROWS
               MOVE ZERO TO WS-SPL-LAST-IDX
               PERFORM VARYING WS-SPL-OTHER-IDX FROM 1 BY 1
                   UNTIL WS-SPL-OTHER-IDX > WS-SPL-COUNT
                   IF WS-SPL-ID(WS-SPL-OTHER-IDX) =
                           WS-SPL-ID(WS-SPL-SUBIDX)
                       ADD 1 TO WS-SPL-PERSON-ROWS
                       IF WS-SPL-LAST-IDX = ZERO
                           MOVE WS-SPL-OTHER-IDX TO WS-SPL-LAST-IDX
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SPL-PERSON-ROWS > 1
                   AND WS-SPL-LAST-IDX = WS-SPL-SUBIDX
                   PERFORM 0299-PRINT-SPLIT-PERSON
               END-IF
           END-PERFORM.

       0299-PRINT-SPLIT-PERSON.

           IF NOT WS-SPL-FIRST-ROW
               WRITE CAR-PRINTDATA FROM SPLIT-HEADING-LINE
                   AFTER ADVANCING 2 LINES
               SET WS-SPL-FIRST-ROW TO TRUE
           END-IF.

           MOVE WS-SPL-ID(WS-SPL-SUBIDX) TO WS-SP-WORK-ID.
           PERFORM 0045-LOOKUP-SALESPERSON.
           MOVE SPACES TO SPP-NAME.
           IF WS-SM-FOUND-IDX > ZERO
               STRING WS-SM-FIRSTNAME(WS-SM-FOUND-IDX)
                   DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-SM-LASTNAME(WS-SM-FOUND-IDX) DELIMITED BY SPACE
                   INTO SPP-NAME
           END-IF.
           MOVE WS-SPL-ID(WS-SPL-SUBIDX) TO SPP-ID.
           WRITE CAR-PRINTDATA FROM SPLIT-PERSON-LINE
               AFTER ADVANCING 1 LINES.

           PERFORM VARYING WS-SPL-OTHER-IDX FROM 1 BY 1
               UNTIL WS-SPL-OTHER-IDX > WS-SPL-COUNT
               IF WS-SPL-ID(WS-SPL-OTHER-IDX) =
                       WS-SPL-ID(WS-SPL-SUBIDX)
                   PERFORM 0287-SUM-SPLIT-ROW
                   MOVE WS-SPL-DLR(WS-SPL-OTHER-IDX) TO SPD-CODE
                   MOVE WS-SPL-DAYS(WS-SPL-OTHER-IDX) TO SPD-DAYS
                   MOVE WS-SPL-YEARLY TO SPD-YEARLY
                   MOVE WS-SPL-CARS(WS-SPL-OTHER-IDX) TO SPD-CARS
                   MOVE WS-SPL-QUOTA(WS-SPL-OTHER-IDX) TO SPD-QUOTA
                   MOVE '  N/A' TO SPD-ATTAIN
                   IF WS-SPL-QUOTA(WS-SPL-OTHER-IDX) > ZERO
                       IF WS-SPL-YEARLY > ZERO
                           COMPUTE WS-ATTAIN-PCT =
                               (WS-SPL-YEARLY * 100)
                               / WS-SPL-QUOTA(WS-SPL-OTHER-IDX)
                               ON SIZE ERROR
                                   MOVE 999.9 TO WS-ATTAIN-PCT
                           END-COMPUTE
                       ELSE
                           MOVE ZERO TO WS-ATTAIN-PCT
                       END-IF
                       MOVE WS-ATTAIN-PCT TO DQL-PCT
                       MOVE DQL-PCT TO SPD-ATTAIN
                   END-IF
                   WRITE CAR-PRINTDATA FROM SPLIT-DETAIL-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM.

       0294-PRINT-ADJUSTMENTS.

           IF WS-ADJROW-COUNT > ZERO
                   OR WS-DLR-RANK-SHOWN >= WS-TOP-N
                   IF WS-ST-DEALER(WS-RANK-IDX) =
                           WS-DLR-CODE(WS-DLR-SUBIDX)
                       AND WS-ST-SPLIT(WS-RANK-IDX) NOT = 'W'
                       ADD 1 TO WS-DLR-RANK-SHOWN
                       MOVE WS-DLR-RANK-SHOWN TO RANK-NUMBER
                       MOVE SPACES TO RANK-NAME
           MOVE "CARSALES"      TO BA-PROGRAM-NAME.
           MOVE WS-AUDIT-DATE   TO BA-RUN-DATE.
           MOVE WS-AUDIT-TIME   TO BA-RUN-TIME.
           COMPUTE BA-RECORD-COUNT =
               WS-SALES-COUNT - WS-SPLIT-RANK-ROWS.
           MOVE WS-YEARLY-SALES TO BA-KEY-TOTAL.

           WRITE BATCH-AUDIT-RECORD.
           MOVE WS-EXCEPT-COUNT TO EXL-TOTAL.
           WRITE EXCEPTDATA FROM EXCEPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-VIN-EXCEPT-COUNT TO VXT-TOTAL.
           WRITE EXCEPTDATA FROM VIN-EXCEPT-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           CLOSE EXCEPT-REPORT.
	       CLOSE CARSALESFILE.
           CLOSE CAR-REPORT.
