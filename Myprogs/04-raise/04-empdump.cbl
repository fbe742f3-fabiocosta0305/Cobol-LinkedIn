      *    EVERY DUMP RECORD LEADS WITH A ONE-BYTE TYPE CODE:
      *    D = EMPLOYEE DETAIL (EMPMASTER IMAGE), T = TRAILER.
       FD DUMP-FILE.
       01 DUMP-RECORD           PIC X(79).

       01 DUMP-DETAIL-RECORD REDEFINES DUMP-RECORD.
           02 DMP-RECORD-TYPE   PIC X(1).
           02 DMP-EMPLOYEE      PIC X(78).

       01 DUMP-TRAILER-RECORD REDEFINES DUMP-RECORD.
           02 DMT-RECORD-TYPE   PIC X(1).
           02 DMT-RECORD-COUNT  PIC 9(8).
           02 DMT-SALARY-HASH   PIC 9(12).
           02 FILLER            PIC X(58).

       FD BATCH-AUDIT.
       01 BATCH-AUDIT-RECORD.
