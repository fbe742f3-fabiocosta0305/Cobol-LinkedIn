      *    EMPLOYEE, A COMP ANALYST OR A COURT, WITH MASKED SSNS.
      *    SALHIST.PRM NAMES ONE SSN; WITH NO PARAMETER FILE (OR A
      *    ZERO SSN) THE RUN COVERS THE WHOLE MASTER.
      *    PROMOTIONS POSTED BY EMP-TRANS CARRY THEIR OWN SOURCE
      *    LABEL WITH THE GRADES AND REASON CODE, SO A PROMOTION IS
      *    NEVER MISTAKEN FOR A RAISE CYCLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 RH-NEW-SALARY     PIC 9(9).
           02 RH-RAISE-PERCENT  PIC 9v99.
           02 RH-RUN-DATE       PIC 9(8).
           02 RH-ENTRY-TYPE     PIC X(1).
               88 RH-IS-PROMOTION   VALUE 'P'.
           02 RH-REASON-CODE    PIC X(2).
           02 RH-OLD-GRADE      PIC X(2).
           02 RH-NEW-GRADE      PIC X(2).

      *    THE BEFORE/AFTER IMAGES CARRY THE EMPMASTER LAYOUT, SO
      *    THE SSN SITS AT BYTES 1-9 AND THE SALARY AT 38-46 OF
               03 JL-BEF-SSN       PIC X(9).
               03 FILLER           PIC X(28).
               03 JL-BEF-SALARY    PIC X(9).
               03 FILLER           PIC X(32).
           02 JL-AFTER-IMAGE.
               03 JL-AFT-SSN       PIC X(9).
               03 FILLER           PIC X(28).
               03 JL-AFT-SALARY    PIC X(9).
               03 FILLER           PIC X(32).
           02 JL-OPERATOR-ID    PIC X(8).

      *    A ROW WRITTEN BEFORE THE MANAGER SSN JOINED THE EMPMASTER
      *    LAYOUT CARRIES 69-BYTE IMAGES AND ENDS AT BYTE 163, SO
      *    ITS NEW-LAYOUT OPERATOR ID READS AS BLANKS.
       01 JOURNAL-RECORD-69 REDEFINES JOURNAL-RECORD.
           02 FILLER            PIC X(17).
           02 JL69-BEFORE-IMAGE PIC X(69).
           02 JL69-AFTER-IMAGE  PIC X(69).
           02 JL69-OPERATOR-ID  PIC X(8).
           02 FILLER            PIC X(18).

       FD STATEMENT-REPORT.
       01 PRINTDATA.
           02 FILLER      PIC X(132).
           05  WS-SSN-WORK-X REDEFINES WS-SSN-WORK PIC X(9).
           05  WS-SSN-MASKED      PIC X(11) VALUE SPACES.

      *    AN OLD-LAYOUT JOURNAL ROW'S AFTER IMAGE AND OPERATOR, HELD
      *    WHILE THE ROW IS RE-LAID OUT IN THE CURRENT LAYOUT.
       01  WS-JL69-AREAS.
           05  WS-JL69-AFTER-IMAGE PIC X(69) VALUE SPACES.
           05  WS-JL69-OPERATOR-ID PIC X(8) VALUE SPACES.

      *    EVERY SALARY EVENT FROM BOTH FILES, SORTED BY SSN THEN
      *    DATE THEN TIME SO EACH EMPLOYEE'S TIMELINE READS IN
      *    ORDER. RAISE-CYCLE ROWS CARRY A ZERO TIME.
               10  WS-EH-NEW       PIC 9(9).
               10  WS-EH-PCT       PIC 9V99.
               10  WS-EH-SOURCE    PIC X(12).
               10  WS-EH-PROMO     PIC X(27).
           05  WS-EV-TABLE OCCURS 5000 TIMES.
               10  WS-EV-SSN       PIC 9(9).
               10  WS-EV-DATE      PIC 9(8).
               10  WS-EV-NEW       PIC 9(9).
               10  WS-EV-PCT       PIC 9V99.
               10  WS-EV-SOURCE    PIC X(12).
               10  WS-EV-PROMO     PIC X(27).

      *    GRADE AND REASON TEXT PRINTED AFTER A PROMOTION ROW.
       01  WS-PROMO-INFO.
           05  FILLER              PIC X(8) VALUE '  GRADE '.
           05  WS-PI-OLD-GRADE     PIC X(2).
           05  FILLER              PIC X(4) VALUE ' TO '.
           05  WS-PI-NEW-GRADE     PIC X(2).
           05  FILLER              PIC X(9) VALUE '  REASON '.
           05  WS-PI-REASON        PIC X(2).

       01  WS-WORK-AREAS.
           05  WS-REQ-SSN          PIC 9(9) VALUE ZERO.
            05 TDL-PCT          PIC 9.99.
            05 FILLER           PIC X(10) VALUE '  SOURCE: '.
            05 TDL-SOURCE       PIC X(12).
            05 TDL-PROMO        PIC X(27).
            05 FILLER           PIC X(30) VALUE SPACES.

       01  NO-HISTORY-LINE.
            05 FILLER           PIC X(2) VALUE SPACES.
               88  WS-PARM-FOUND   VALUE 'Y'.
           05  WS-PARM-VALUE       PIC X(20) VALUE SPACES.
           05  WS-PARM-PTR         PIC 9(3) VALUE 1.
           05  WS-PARM-TABLE OCCURS 50 TIMES.
               10  WS-PM-KEY       PIC X(12).
               10  WS-PM-VALUE     PIC X(20).


      *    EVERY HISTORY ROW IS A SALARY EVENT: A NONZERO PERCENT IS
      *    A RAISE CYCLE, A ZERO PERCENT IS THE OFFSETTING ROW A
      *    BACK-OUT WRITES (SEE SALARY-RAISE 0835). A ROW MARKED AS A
      *    PROMOTION IS LABELLED SO WHATEVER ITS PERCENT.
       0200-LOAD-RAISE-HISTORY.

           OPEN INPUT RAISE-HISTORY.
                       MOVE RH-OLD-SALARY TO WS-EH-OLD
                       MOVE RH-NEW-SALARY TO WS-EH-NEW
                       MOVE RH-RAISE-PERCENT TO WS-EH-PCT
                       MOVE SPACES TO WS-EH-PROMO
                       IF RH-IS-PROMOTION
                           MOVE 'PROMOTION   ' TO WS-EH-SOURCE
                           MOVE RH-OLD-GRADE TO WS-PI-OLD-GRADE
                           MOVE RH-NEW-GRADE TO WS-PI-NEW-GRADE
                           MOVE RH-REASON-CODE TO WS-PI-REASON
                           MOVE WS-PROMO-INFO TO WS-EH-PROMO
                       ELSE
                           IF RH-RAISE-PERCENT = ZERO
                               MOVE 'BACK-OUT    ' TO WS-EH-SOURCE
                           ELSE
                               MOVE 'RAISE CYCLE ' TO WS-EH-SOURCE
                           END-IF
                       END-IF
                       PERFORM 0250-STORE-EVENT
                   END-IF
      *    A JOURNAL ROW COUNTS ONLY WHEN IT MOVED THE SALARY - AN
      *    ADD SETS THE STARTING SALARY FROM ZERO, A CHANGE COUNTS
      *    WHEN BEFORE AND AFTER DIFFER, AND A TERMINATION NEVER
      *    TOUCHES PAY. A PROMOTION'S JOURNAL ROW IS SKIPPED - ITS
      *    RAISEHIST.DAT ROW ALREADY CARRIES IT.
       0300-LOAD-JOURNAL-EVENTS.

           OPEN INPUT JOURNAL-FILE.
               AT END
                   MOVE "10" TO JR-STATUS
               NOT AT END
                   IF JL-OPERATOR-ID = SPACES
                       MOVE JL69-AFTER-IMAGE TO WS-JL69-AFTER-IMAGE
                       MOVE JL69-OPERATOR-ID TO WS-JL69-OPERATOR-ID
                       MOVE SPACES TO JL-BEFORE-IMAGE(70:9)
                       MOVE WS-JL69-AFTER-IMAGE TO JL-AFTER-IMAGE
                       MOVE WS-JL69-OPERATOR-ID TO JL-OPERATOR-ID
                   END-IF
                   IF JL-AFT-SSN IS NUMERIC
                       AND JL-AFT-SALARY IS NUMERIC
                       AND JL-ACTION-CODE NOT = 'P'
                       MOVE JL-AFT-SSN TO WS-EH-SSN
                       IF WS-REQ-SSN = ZERO
                           OR WS-EH-SSN = WS-REQ-SSN
               MOVE WS-SALARY-WORK TO WS-EH-OLD
               MOVE ZERO TO WS-EH-PCT
               MOVE 'TRANSACTION ' TO WS-EH-SOURCE
               MOVE SPACES TO WS-EH-PROMO
               PERFORM 0250-STORE-EVENT
           END-IF.

               MOVE WS-EH-NEW TO WS-EV-NEW(WS-EV-COUNT)
               MOVE WS-EH-PCT TO WS-EV-PCT(WS-EV-COUNT)
               MOVE WS-EH-SOURCE TO WS-EV-SOURCE(WS-EV-COUNT)
               MOVE WS-EH-PROMO TO WS-EV-PROMO(WS-EV-COUNT)
           END-IF.

      *    BOUNDED SELECTION SORT BY SSN, DATE, TIME - THE SAME
                   MOVE WS-EV-NEW(WS-EV-SUBIDX) TO TDL-NEW
                   MOVE WS-EV-PCT(WS-EV-SUBIDX) TO TDL-PCT
                   MOVE WS-EV-SOURCE(WS-EV-SUBIDX) TO TDL-SOURCE
                   MOVE WS-EV-PROMO(WS-EV-SUBIDX) TO TDL-PROMO
                   WRITE PRINTDATA FROM TIMELINE-DETAIL-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
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
