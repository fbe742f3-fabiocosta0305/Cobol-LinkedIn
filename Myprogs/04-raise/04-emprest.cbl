      *    EVERY DUMP RECORD LEADS WITH A ONE-BYTE TYPE CODE:
      *    D = EMPLOYEE DETAIL (EMPMASTER IMAGE), T = TRAILER.
       FD DUMP-FILE.
       01 DUMP-RECORD           PIC X(79).

       01 DUMP-DETAIL-RECORD REDEFINES DUMP-RECORD.
           02 DMP-RECORD-TYPE   PIC X(1).
               03 DMP-SSN       PIC X(9).
               03 FILLER        PIC X(28).
               03 DMP-SALARY    PIC X(9).
               03 FILLER        PIC X(32).

       01 DUMP-TRAILER-RECORD REDEFINES DUMP-RECORD.
           02 DMT-RECORD-TYPE   PIC X(1).
           02 DMT-RECORD-COUNT  PIC 9(8).
           02 DMT-SALARY-HASH   PIC 9(12).
           02 FILLER            PIC X(58).

       FD BATCH-AUDIT.
       01 BATCH-AUDIT-RECORD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.

           PERFORM 0200-PROVE-DUMP-TRAILER THRU 0299-PROVE-EXIT.

           IF NOT WS-DUMP-PROVED
               DISPLAY "RESTORE REFUSED - EES.DAT NOT TOUCHED"
               GO TO 9999-END-PROGRAM
           END-IF.

           PERFORM 0300-REBUILD-MASTER THRU 0399-REBUILD-EXIT.

           PERFORM 0400-VERIFY-RESTORED-COUNT.

                           DISPLAY "REJECTED - NON-NUMERIC SSN: ",
                               DMP-SSN
                       ELSE
                           MOVE DUMP-RECORD(2:78)
                               TO EMPLOYEEDETAILS
      *    A DUMP TAKEN BEFORE THE REPORTING LINE WAS CARRIED HAS NO
      *    MANAGER SSN; IT IS LOADED AS ZERO, NOT AS BLANKS.
                           IF FD-ED-MANAGER-SSN IS NOT NUMERIC
                               MOVE ZERO TO FD-ED-MANAGER-SSN
                           END-IF
                           WRITE EMPLOYEEDETAILS
                               INVALID KEY
                                   ADD 1 TO WS-REJECT-COUNT
