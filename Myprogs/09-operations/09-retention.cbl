           WRITE PRINTDATA FROM RETENTION-TITLE-LINE
               AFTER ADVANCING PAGE.

           PERFORM 0200-PURGE-ONE-FILE THRU 0299-PURGE-EXIT
               VARYING WS-FILE-SUBIDX FROM 1 BY 1
               UNTIL WS-FILE-SUBIDX > 5.

