       FILE SECTION.

       FD HR-RETURN.
       01 HR-RETURN-RECORD      PIC X(88).

       01 HRR-HEADER-RECORD REDEFINES HR-RETURN-RECORD.
           02 RTH-RECORD-TYPE   PIC X(1).
           02 RTH-RUN-DATE      PIC 9(8).
           02 RTH-SOURCE-SYSTEM PIC X(13).
           02 FILLER            PIC X(66).

      *    THE TRAILING EFFECTIVE DATE LETS HR SEND FUTURE-DATED
      *    ACTIONS; EMP-TRANS HOLDS THEM IN ITS PENDING FILE UNTIL

           PERFORM 0115-OPEN-SHARED-EXCEPTIONS.

           PERFORM 0200-PROVE-TRAILER THRU 0299-PROVE-EXIT.

           IF NOT WS-FEED-PROVED
               DISPLAY "FEED REJECTED - NOTHING LOADED TO ",
               GO TO 9999-END-PROGRAM
           END-IF.

           PERFORM 0300-LOAD-TRANSACTIONS THRU 0399-LOAD-EXIT.

           DISPLAY "FEED ACCEPTED - ", WS-LOADED-COUNT,
               " TRANSACTIONS WRITTEN TO EMPTRANS.DAT".
                       IF RTD-IS-ADD OR RTD-IS-CHANGE
                           OR RTD-IS-TERMINATE
                           MOVE RTD-ACTION-CODE TO TR-ACTION-CODE
                           MOVE HR-RETURN-RECORD(3:78)
                               TO TRANS-RECORD(2:78)
                           IF RTD-EFF-DATE IS NUMERIC
                               MOVE RTD-EFF-DATE TO TR-EFF-DATE
                           ELSE
