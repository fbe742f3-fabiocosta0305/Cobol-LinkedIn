      *    THE WORKFORCE PROFILE CAN SUBTOTAL BY DEPARTMENT FOR
      *    FINANCE.
           02 EM-DEPT-CODE       PIC X(4).
      *    SSN OF THE EMPLOYEE'S MANAGER, THE REPORTING LINE THE ORG
      *    CHART, APPROVAL ROUTING AND SPAN OF CONTROL ARE BUILT
      *    FROM. ZERO MEANS THE TOP OF THE ORGANIZATION. EMP-MAINT
      *    AND EMP-TRANS ONLY ACCEPT A MANAGER WHO IS ON FILE, NOT
      *    TERMINATED AND NOT ALREADY BELOW THE EMPLOYEE IN THE
      *    CHAIN. A RECORD WRITTEN BEFORE THE FIELD EXISTED READS IT
      *    AS BLANKS, WHICH EVERY READER TREATS AS ZERO.
           02 EM-MANAGER-SSN     PIC 9(9).
