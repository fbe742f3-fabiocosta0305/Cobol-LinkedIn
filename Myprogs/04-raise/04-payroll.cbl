      *    STOP BEING COMPUTED OUTSIDE THE SYSTEM EVERY PAYDAY.
      *    WRITES ITS COMPLETION RECORD TO BATCH-AUDIT.DAT LIKE THE
      *    OTHER PROGRAMS DO.
      *    EACH NET IS ALSO ROUTED TO THE BANK: EMPLOYEES WITH AN
      *    ACCOUNT ON BANKACCT.DAT GET ENTRY DETAIL RECORDS ON THE
      *    DIRECT-DEPOSIT FILE DIRDEP.DAT (BANK FORMAT, WITH BATCH AND
      *    FILE CONTROL TOTALS), SPLIT ACROSS A SECOND ACCOUNT WHEN
      *    ONE IS ON FILE. NO ACCOUNT, OR A ROUTING NUMBER THAT FAILS
      *    ITS CHECK DIGIT, PUTS THE EMPLOYEE ON THE LIVE-CHECK LIST
      *    LIVECHECK.RPT AND ON EXCEPTIONS.DAT INSTEAD - SO NOBODY
      *    RETYPES NET PAY INTO THE BANK PORTAL ON PAYDAY.
      *    EVERY PAYDAY'S GROSS, EACH DEDUCTION CODE AND NET ARE
      *    POSTED TO THE YEAR-TO-DATE MASTER YTDMAST.DAT (BY SSN AND
      *    YEAR) AND THE PAYDAY'S TOTALS TO THE RUN LOG PAYRUNS.DAT,
      *    WHICH YEAR-END-STMT RECONCILES THE WAGE STATEMENTS TO. A
      *    PAY DATE ALREADY ON PAYRUNS.DAT IS REFUSED OUTRIGHT - A
      *    SECOND POSTING WOULD DOUBLE EVERY YEAR-TO-DATE FIGURE.
      *    INCOME TAX WITHHOLDING IS COMPUTED EVERY PAYDAY FROM THE
      *    BRACKET TABLE WITHTAX.DAT (FLOORS, BASE AMOUNTS AND
      *    MARGINAL RATES BY JURISDICTION, FILING STATUS AND PAY
      *    FREQUENCY) AND EACH EMPLOYEE'S ELECTION ON WHELECT.DAT,
      *    AFTER PRE-TAX DEDUCTIONS, AND PRINTED ON ITS OWN LINES.
      *    THE PAY FREQUENCY (RUNPARMS PAYFREQ) TURNS THE YEARLY
      *    SALARY AND FLAT YEARLY DEDUCTIONS INTO ONE PAYDAY'S WORTH;
      *    WITH NO PAYFREQ THE REGISTER RUNS YEARLY AS IT ALWAYS HAS.
      *    NEW TABLES EACH JANUARY ARE A FILE SWAP, NOT A PROGRAM
      *    CHANGE.
      *    EACH EMPLOYEE'S GROSS, TOTAL DEDUCTIONS AND NET, AND EVERY
      *    DEDUCTION CODE TAKEN, ARE APPENDED TO THE REGISTER HISTORY
      *    PAYREGHIST.DAT SO PAY-VARIANCE CAN COMPARE THIS PAYDAY TO
      *    THE LAST ONE BEFORE THE BANK FILE IS RELEASED.
      *    RETRO PAY THAT EMP-TRANS QUEUED ON THE PENDING-EARNINGS
      *    FILE PENDEARN.DAT FOR BACK-DATED SALARY CHANGES IS PAID
      *    WITH THE PAYDAY: IT IS ADDED TO GROSS, SHOWN ON ITS OWN
      *    RETRO PAY LINE UNDER THE EMPLOYEE, AND CLEARED FROM THE
      *    FILE SO IT IS NEVER PAID TWICE.
      *    SALES COMMISSION THAT COMM-LOAD QUEUED ON PENDEARN.DAT IS
      *    PAID THE SAME WAY ON ITS OWN COMMISSION LINE: 'COMM' ROWS
      *    ADD TO GROSS AND 'CLAW' ROWS TAKE BACK COMMISSION ALREADY
      *    PAID, BEFORE ANY DEDUCTION IS COMPUTED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        FILE STATUS IS DD-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    YEAR-TO-DATE ACCUMULATORS: ONE ROW PER SSN, YEAR AND
      *    AMOUNT CODE, HELD IN MEMORY FOR THE RUN AND WRITTEN BACK
      *    WHOLE AT THE END.
       SELECT YTD-MASTER
        ASSIGN TO "YTDMAST.DAT"
        FILE STATUS IS YT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE RECORD PER POSTED PAYDAY WITH THE REGISTER'S TOTALS,
      *    APPENDED RUN OVER RUN.
       SELECT PAYRUN-LOG
        ASSIGN TO "PAYRUNS.DAT"
        FILE STATUS IS PR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    PER-EMPLOYEE REGISTER HISTORY, APPENDED PAYDAY OVER
      *    PAYDAY: ONE 'E' ROW WITH THE EMPLOYEE'S TOTALS AND ONE 'D'
      *    ROW PER DEDUCTION OR WITHHOLDING CODE TAKEN.
       SELECT REGISTER-HISTORY
        ASSIGN TO "PAYREGHIST.DAT"
        FILE STATUS IS RH-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REGISTER-REPORT
        ASSIGN TO "PAYROLL-REG.RPT"
        FILE STATUS IS RR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    WITHHOLDING BRACKETS: ONE ROW PER JURISDICTION ('FED ' OR
      *    THE TWO-LETTER STATE), FILING STATUS, PAY FREQUENCY AND
      *    BRACKET FLOOR. TAX IS THE ROW'S BASE AMOUNT PLUS ITS RATE
      *    ON THE WAGES ABOVE ITS FLOOR, FOR THE HIGHEST FLOOR THE
      *    TAXABLE WAGES REACH.
       SELECT WITHHOLD-TABLE
        ASSIGN TO "WITHTAX.DAT"
        FILE STATUS IS WT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE ELECTION PER SSN: FILING STATUS, ALLOWANCES, STATE
      *    AND AN EXTRA FLAT AMOUNT TO WITHHOLD EACH PAYDAY. AN
      *    EMPLOYEE WITH NO ELECTION IS WITHHELD AS SINGLE WITH NO
      *    ALLOWANCES AND NO STATE.
       SELECT WITHHOLD-ELECTION
        ASSIGN TO "WHELECT.DAT"
        FILE STATUS IS WE-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE RECORD PER SSN: THE PRIMARY ACCOUNT (ROUTING NUMBER,
      *    ACCOUNT NUMBER, C=CHECKING OR S=SAVINGS) AND AN OPTIONAL
      *    SECOND ACCOUNT THAT RECEIVES A FIXED SPLIT AMOUNT EACH
      *    PAYDAY, THE REST OF THE NET GOING TO THE PRIMARY.
       SELECT BANK-MASTER
        ASSIGN TO "BANKACCT.DAT"
        FILE STATUS IS BK-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    THE DIRECT-DEPOSIT FILE HANDED TO THE BANK: FILE HEADER,
      *    ONE BATCH OF CREDIT ENTRIES, BATCH CONTROL, FILE CONTROL,
      *    PADDED WITH NINES TO A FULL BLOCK OF TEN RECORDS.
       SELECT DEPOSIT-FILE
        ASSIGN TO "DIRDEP.DAT"
        FILE STATUS IS DP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    EMPLOYEES WHO CANNOT BE PAID BY DEPOSIT THIS PAYDAY AND
      *    NEED A PRINTED CHECK, WITH THE REASON.
       SELECT LIVE-CHECK-REPORT
        ASSIGN TO "LIVECHECK.RPT"
        FILE STATUS IS LC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    MACHINE-READABLE COPY OF EVERY REJECT, SHARED WITH THE
      *    OTHER BATCH PROGRAMS SO EXCEPT-REVIEW AND EXCEPT-SUMMARY
      *    SEE THE LIVE CHECKS ALONGSIDE EVERYTHING ELSE.
       SELECT SHARED-EXCEPTIONS
        ASSIGN TO "EXCEPTIONS.DAT"
        FILE STATUS IS ES-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

      *    EARNINGS OWED BUT NOT YET PAID, WRITTEN BY EMP-TRANS. THE
      *    ROWS PAID THIS PAYDAY ARE DROPPED WHEN THE FILE IS
      *    REWRITTEN AT END OF RUN.
       SELECT PENDING-EARNINGS
        ASSIGN TO "PENDEARN.DAT"
        FILE STATUS IS PE-STATUS
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BATCH-AUDIT
        ASSIGN TO "BATCH-AUDIT.DAT"
        FILE STATUS IS BA-STATUS
           02 DD-VALUE          PIC 9(7)V99.
           02 DD-START-DATE     PIC 9(8).
           02 DD-STOP-DATE      PIC 9(8).
      *    'Y' TAKES THE DEDUCTION BEFORE INCOME TAX IS WITHHELD
      *    (401K, HEALTH); SPACE OR 'N' IS AFTER-TAX.
           02 DD-PRETAX-FLAG    PIC X(1).

       FD REGISTER-REPORT.
       01 PRINTDATA.
           02 FILLER      PIC X(132).

      *    YT-CODE IS '*GRS' FOR GROSS EARNINGS, '*NET' FOR NET PAY,
      *    OTHERWISE THE DEDUCT.DAT DEDUCTION CODE.
       FD YTD-MASTER.
       01 YTD-RECORD.
           02 YT-SSN            PIC 9(9).
           02 YT-YEAR           PIC 9(4).
           02 YT-CODE           PIC X(4).
           02 YT-AMOUNT         PIC 9(11)V99.

      *    ON A 'D' ROW RG-CODE NAMES THE DEDUCTION AND ITS AMOUNT
      *    IS IN RG-DEDUCTIONS; GROSS AND NET ARE ZERO.
       FD REGISTER-HISTORY.
       01 REGISTER-HISTORY-RECORD.
           02 RG-PAY-DATE       PIC 9(8).
           02 RG-SSN            PIC 9(9).
           02 RG-REC-TYPE       PIC X(1).
           02 RG-CODE           PIC X(4).
           02 RG-GROSS          PIC 9(9)V99.
           02 RG-DEDUCTIONS     PIC 9(9)V99.
           02 RG-NET            PIC 9(9)V99.

       FD PAYRUN-LOG.
       01 PAYRUN-RECORD.
           02 PR-PAY-DATE       PIC 9(8).
           02 PR-RUN-DATE       PIC 9(8).
           02 PR-EMP-COUNT      PIC 9(6).
           02 PR-GROSS          PIC 9(11)V99.
           02 PR-DEDUCTIONS     PIC 9(11)V99.
           02 PR-NET            PIC 9(11)V99.

      *    WT-PAY-FREQ IS W(EEKLY), B(IWEEKLY), S(EMIMONTHLY),
      *    M(ONTHLY) OR A(NNUAL); WT-RATE IS A PERCENT. WT-ALLOWANCE
      *    IS WHAT ONE ALLOWANCE TAKES OFF TAXABLE WAGES PER PAYDAY.
       FD WITHHOLD-TABLE.
       01 WITHHOLD-RECORD.
           02 WT-JURISDICTION   PIC X(4).
           02 WT-FILING-STATUS  PIC X(1).
           02 WT-PAY-FREQ       PIC X(1).
           02 WT-FLOOR          PIC 9(7)V99.
           02 WT-BASE-AMOUNT    PIC 9(7)V99.
           02 WT-RATE           PIC 9(2)V999.
           02 WT-ALLOWANCE      PIC 9(5)V99.

      *    WE-FILING-STATUS IS S(INGLE), M(ARRIED) OR H(EAD OF
      *    HOUSEHOLD).
       FD WITHHOLD-ELECTION.
       01 ELECTION-RECORD.
           02 WE-SSN            PIC 9(9).
           02 WE-FILING-STATUS  PIC X(1).
           02 WE-ALLOWANCES     PIC 9(2).
           02 WE-STATE          PIC X(2).
           02 WE-EXTRA-AMOUNT   PIC 9(5)V99.

      *    BK-SPLIT-AMOUNT OF ZERO (OR NO SECOND ROUTING NUMBER)
      *    MEANS THE WHOLE NET GOES TO THE PRIMARY ACCOUNT.
       FD BANK-MASTER.
       01 BANK-RECORD.
           02 BK-SSN              PIC 9(9).
           02 BK-ROUTING          PIC 9(9).
           02 BK-ACCOUNT          PIC X(17).
           02 BK-ACCT-TYPE        PIC X(1).
           02 BK-SPLIT-AMOUNT     PIC 9(7)V99.
           02 BK-SPLIT-ROUTING    PIC 9(9).
           02 BK-SPLIT-ACCOUNT    PIC X(17).
           02 BK-SPLIT-ACCT-TYPE  PIC X(1).

      *    EVERY BANK-FORMAT RECORD IS 94 BYTES; THE RECORD TYPES
      *    ARE BUILT IN WORKING STORAGE AND WRITTEN FROM THERE.
       FD DEPOSIT-FILE.
       01 DEPOSIT-RECORD        PIC X(94).

       FD LIVE-CHECK-REPORT.
       01 CHECKDATA.
           02 FILLER      PIC X(132).

      *    ONE FIXED-LAYOUT RECORD PER REJECT: PROGRAM, RUN DATE,
      *    KEY, REASON CODE.
       FD SHARED-EXCEPTIONS.
       01 SHARED-EXCEPTION-RECORD.
           02 EXR-PROGRAM-NAME  PIC X(13).
           02 EXR-RUN-DATE      PIC 9(8).
           02 EXR-KEY           PIC X(20).
           02 EXR-REASON-CODE   PIC X(4).
      *    RESOLUTION STATE MAINTAINED BY EXCEPT-REVIEW: SPACE =
      *    OPEN, R = RESOLVED (CORRECTION GENERATED), I = IGNORED
      *    WITH A REASON.
           02 EXR-STATUS        PIC X(1).
           02 EXR-RESOLVE-NOTE  PIC X(20).

      *    PE-EARN-CODE 'RETR' IS RETRO PAY; PE-PERIOD-DATE IS THE
      *    PAST PAYDAY IT MAKES GOOD AND THE RATES ARE PER PAYDAY.
      *    'COMM' IS SALES COMMISSION AND 'CLAW' A COMMISSION
      *    CLAWBACK (AMOUNT TO TAKE BACK); PE-PERIOD-DATE IS THE
      *    LOAD DATE AND THE RATES ARE ZERO.
       FD PENDING-EARNINGS.
       01 PENDING-EARNINGS-RECORD.
           02 PE-SSN            PIC 9(9).
           02 PE-EARN-CODE      PIC X(4).
           02 PE-PERIOD-DATE    PIC 9(8).
           02 PE-OLD-RATE       PIC 9(7)V99.
           02 PE-NEW-RATE       PIC 9(7)V99.
           02 PE-AMOUNT         PIC 9(7)V99.
           02 PE-CREATED-DATE   PIC 9(8).

       FD BATCH-AUDIT.
       01 BATCH-AUDIT-RECORD.
           02 BA-PROGRAM-NAME   PIC X(13).
          02 RR-STATUS  PIC X(2).
          02 BA-STATUS  PIC X(2).
          02 SF-STATUS  PIC X(2).
          02 BK-STATUS  PIC X(2).
          02 DP-STATUS  PIC X(2).
          02 LC-STATUS  PIC X(2).
          02 ES-STATUS  PIC X(2).
          02 YT-STATUS  PIC X(2).
          02 PR-STATUS  PIC X(2).
          02 WT-STATUS  PIC X(2).
          02 RH-STATUS  PIC X(2).
          02 WE-STATUS  PIC X(2).
          02 PE-STATUS  PIC X(2).

      *    PRINTED-REPORT SSN MASKING. WS-SSN-WORK IS LOADED AND
      *    9900-FORMAT-SSN PRODUCES EITHER ***-**-NNNN OR, UNDER THE

       01  WS-TODAY-DATE           PIC 9(8).

      *    THE PAY DATE BEING POSTED - RUNPARMS PAYDATE WHEN SET,
      *    OTHERWISE THE RUN DATE.
       01  WS-PAY-DATE-AREAS.
           05  WS-PAY-DATE         PIC 9(8) VALUE ZERO.
           05  WS-PAY-DATE-X REDEFINES WS-PAY-DATE PIC X(8).
           05  WS-PAY-YEAR         PIC 9(4) VALUE ZERO.
           05  WS-PAY-POSTED-SW    PIC X(1) VALUE 'N'.
               88  WS-PAY-POSTED   VALUE 'Y'.

      *    YEAR-TO-DATE MASTER LOADED WHOLE; NEW ROWS ARE ADDED AT
      *    THE END AS AN EMPLOYEE'S FIRST POSTING OF A CODE IN A YEAR
      *    COMES THROUGH.
       01  WS-YTD-AREAS.
           05  WS-YTD-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-YTD-SUBIDX       PIC 9(5) VALUE ZERO.
           05  WS-YTD-FOUND-IDX    PIC 9(5) VALUE ZERO.
           05  WS-YTD-CODE         PIC X(4) VALUE SPACES.
           05  WS-YTD-AMOUNT       PIC 9(11)V99 VALUE ZERO.
           05  WS-YTD-TABLE OCCURS 20000 TIMES.
               10  WS-YT-SSN       PIC 9(9).
               10  WS-YT-YEAR      PIC 9(4).
               10  WS-YT-CODE      PIC X(4).
               10  WS-YT-AMOUNT    PIC 9(11)V99.

      *    DEDUCTION MASTER LOADED WHOLE SO EACH EMPLOYEE'S ENTRIES
      *    CAN BE PICKED OUT IN ONE BOUNDED SCAN.
       01  WS-DEDUCT-AREAS.
               10  WS-DT-VALUE     PIC 9(7)V99.
               10  WS-DT-START     PIC 9(8).
               10  WS-DT-STOP      PIC 9(8).
               10  WS-DT-PRETAX    PIC X(1).

      *    PENDING EARNINGS LOADED WHOLE; A ROW IS MARKED PAID AS
      *    ITS EMPLOYEE IS REGISTERED. A FILE TOO BIG FOR THE TABLE
      *    IS LEFT ALONE FOR THE RUN RATHER THAN HALF PAID AND HALF
      *    LOST ON THE REWRITE.
       01  WS-EARNINGS-AREAS.
           05  WS-PE-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-PE-SUBIDX        PIC 9(4) VALUE ZERO.
           05  WS-PE-OVERFLOW-SW   PIC X(1) VALUE 'N'.
               88  WS-PE-OVERFLOW  VALUE 'Y'.
           05  WS-PE-TABLE OCCURS 5000 TIMES.
               10  WS-PE-RECORD    PIC X(56).
               10  WS-PE-PAID-SW   PIC X(1).
           05  WS-RETRO-PAY        PIC 9(9)V99 VALUE ZERO.
           05  WS-RETRO-PERIODS    PIC 9(4) VALUE ZERO.
           05  WS-TOT-RETRO        PIC 9(12)V99 VALUE ZERO.
           05  WS-RETRO-PAID-COUNT PIC 9(8) VALUE ZERO.
           05  WS-COMM-PAY         PIC S9(9)V99 VALUE ZERO.
           05  WS-COMM-ROWS        PIC 9(4) VALUE ZERO.
           05  WS-COMM-CARRY       PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-COMM         PIC S9(12)V99 VALUE ZERO.
           05  WS-COMM-PAID-COUNT  PIC 9(8) VALUE ZERO.
           05  WS-COMM-CARRY-COUNT PIC 9(8) VALUE ZERO.

      *    WITHHOLDING BRACKETS AND ELECTIONS, BOTH LOADED WHOLE.
       01  WS-WITHHOLD-AREAS.
           05  WS-WT-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-WT-SUBIDX        PIC 9(4) VALUE ZERO.
           05  WS-WT-BEST-IDX      PIC 9(4) VALUE ZERO.
           05  WS-WT-TABLE OCCURS 500 TIMES.
               10  WS-WT-JURIS     PIC X(4).
               10  WS-WT-STATUS    PIC X(1).
               10  WS-WT-FREQ      PIC X(1).
               10  WS-WT-FLOOR     PIC 9(7)V99.
               10  WS-WT-BASE      PIC 9(7)V99.
               10  WS-WT-RATE      PIC 9(2)V999.
               10  WS-WT-ALLOW     PIC 9(5)V99.
           05  WS-WE-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-WE-SUBIDX        PIC 9(4) VALUE ZERO.
           05  WS-WE-TABLE OCCURS 5000 TIMES.
               10  WS-WE-SSN       PIC 9(9).
               10  WS-WE-STATUS    PIC X(1).
               10  WS-WE-ALLOW     PIC 9(2).
               10  WS-WE-STATE     PIC X(2).
               10  WS-WE-EXTRA     PIC 9(5)V99.
           05  WS-EMP-FILING       PIC X(1) VALUE 'S'.
           05  WS-EMP-ALLOWANCES   PIC 9(2) VALUE ZERO.
           05  WS-EMP-STATE        PIC X(2) VALUE SPACES.
           05  WS-EMP-EXTRA        PIC 9(5)V99 VALUE ZERO.
           05  WS-TAX-JURIS        PIC X(4) VALUE SPACES.
           05  WS-TAXABLE-WAGES    PIC S9(9)V99 VALUE ZERO.
           05  WS-PRETAX-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05  WS-TAX-AMOUNT       PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-WITHHOLDING  PIC 9(12)V99 VALUE ZERO.
           05  WS-PAY-FREQ         PIC X(1) VALUE 'A'.
           05  WS-PAY-PERIODS      PIC 9(2) VALUE 1.

      *    BANK-ACCOUNT MASTER LOADED WHOLE, ONE ENTRY PER SSN.
       01  WS-BANK-AREAS.
           05  WS-BANK-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-BANK-SUBIDX      PIC 9(4) VALUE ZERO.
           05  WS-BANK-FOUND-IDX   PIC 9(4) VALUE ZERO.
           05  WS-BANK-TABLE OCCURS 5000 TIMES.
               10  WS-BT-SSN           PIC 9(9).
               10  WS-BT-ROUTING       PIC 9(9).
               10  WS-BT-ACCOUNT       PIC X(17).
               10  WS-BT-ACCT-TYPE     PIC X(1).
               10  WS-BT-SPLIT-AMOUNT  PIC 9(7)V99.
               10  WS-BT-SPLIT-ROUTING PIC 9(9).
               10  WS-BT-SPLIT-ACCOUNT PIC X(17).
               10  WS-BT-SPLIT-TYPE    PIC X(1).

      *    DIRECT-DEPOSIT WORK FIELDS. THE ROUTING CHECK DIGIT IS THE
      *    STANDARD 3-7-1 WEIGHTED SUM OVER THE NINE DIGITS, WHICH
      *    MUST COME OUT A MULTIPLE OF TEN.
       01  WS-DEPOSIT-AREAS.
           05  WS-ROUTING-WORK     PIC 9(9) VALUE ZERO.
           05  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-WORK.
               10  WS-RT-DIGIT     PIC 9(1) OCCURS 9 TIMES.
           05  WS-ROUTING-SUM      PIC 9(4) VALUE ZERO.
           05  WS-ROUTING-QUOT     PIC 9(4) VALUE ZERO.
           05  WS-ROUTING-REM      PIC 9(2) VALUE ZERO.
           05  WS-ROUTING-OK-SW    PIC X(1) VALUE 'N'.
               88  WS-ROUTING-OK   VALUE 'Y'.
           05  WS-LIVE-CHECK-SW    PIC X(1) VALUE 'N'.
               88  WS-LIVE-CHECK   VALUE 'Y'.
           05  WS-LIVE-REASON      PIC X(30) VALUE SPACES.
           05  WS-LIVE-CODE        PIC X(4) VALUE SPACES.
           05  WS-PRIMARY-AMOUNT   PIC 9(9)V99 VALUE ZERO.
           05  WS-SPLIT-AMOUNT     PIC 9(9)V99 VALUE ZERO.
           05  WS-ENTRY-ROUTING    PIC 9(9) VALUE ZERO.
           05  WS-ENTRY-ACCOUNT    PIC X(17) VALUE SPACES.
           05  WS-ENTRY-TYPE       PIC X(1) VALUE SPACE.
           05  WS-ENTRY-AMOUNT     PIC 9(9)V99 VALUE ZERO.
           05  WS-ENTRY-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-ENTRY-HASH       PIC 9(12) VALUE ZERO.
           05  WS-ENTRY-CREDITS    PIC 9(10)V99 VALUE ZERO.
           05  WS-DEPOSIT-RECORDS  PIC 9(6) VALUE ZERO.
           05  WS-BLOCK-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-BLOCK-REM        PIC 9(2) VALUE ZERO.
           05  WS-LIVE-COUNT       PIC 9(8) VALUE ZERO.
           05  WS-LIVE-TOTAL       PIC 9(12)V99 VALUE ZERO.
           05  WS-DEPOSIT-TOTAL    PIC 9(12)V99 VALUE ZERO.
           05  WS-ACH-DEST         PIC 9(9) VALUE ZERO.
           05  WS-ACH-DEST-X REDEFINES WS-ACH-DEST PIC X(9).
           05  WS-ACH-COMP-ID      PIC X(10) VALUE SPACES.
           05  WS-ACH-COMP-NAME    PIC X(16) VALUE SPACES.
           05  WS-TODAY-TIME       PIC 9(8) VALUE ZERO.

       01  WS-WORK-AREAS.
           05  WS-RECORDS-READ     PIC 9(8) VALUE ZERO.
           05  WS-LISTED-COUNT     PIC 9(8) VALUE ZERO.
           05  WS-SKIPPED-COUNT    PIC 9(8) VALUE ZERO.
           05  WS-TERMINATED-COUNT PIC 9(8) VALUE ZERO.
           05  WS-GROSS            PIC 9(9)V99 VALUE ZERO.
           05  WS-DED-AMOUNT       PIC 9(9)V99 VALUE ZERO.
           05  WS-DED-TOTAL        PIC 9(9)V99 VALUE ZERO.
           05  WS-NET              PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-GROSS        PIC 9(12)V99 VALUE ZERO.
           05  WS-TOT-DEDUCTIONS   PIC 9(12)V99 VALUE ZERO.
           05  WS-TOT-NET          PIC 9(12)V99 VALUE ZERO.

      *    BANK-FORMAT RECORD LAYOUTS. AMOUNTS ARE UNSIGNED CENTS
      *    WITH AN IMPLIED DECIMAL POINT; THE ENTRY HASH IS THE SUM OF
      *    THE EIGHT-DIGIT RECEIVING-BANK ROUTING NUMBERS, KEPT TO ITS
      *    LOW-ORDER TEN DIGITS.
       01  ACH-FILE-HEADER.
           05  FILLER              PIC X(1) VALUE '1'.
           05  FILLER              PIC X(2) VALUE '01'.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  AFH-DESTINATION     PIC 9(9).
           05  AFH-ORIGIN          PIC X(10).
           05  AFH-CREATE-DATE     PIC 9(6).
           05  AFH-CREATE-TIME     PIC 9(4).
           05  FILLER              PIC X(1) VALUE 'A'.
           05  FILLER              PIC X(3) VALUE '094'.
           05  FILLER              PIC X(2) VALUE '10'.
           05  FILLER              PIC X(1) VALUE '1'.
           05  AFH-DEST-NAME       PIC X(23) VALUE SPACES.
           05  AFH-ORIGIN-NAME     PIC X(23) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE SPACES.

       01  ACH-BATCH-HEADER.
           05  FILLER              PIC X(1) VALUE '5'.
           05  FILLER              PIC X(3) VALUE '220'.
           05  ABH-COMPANY-NAME    PIC X(16).
           05  FILLER              PIC X(20) VALUE SPACES.
           05  ABH-COMPANY-ID      PIC X(10).
           05  FILLER              PIC X(3) VALUE 'PPD'.
           05  FILLER              PIC X(10) VALUE 'PAYROLL   '.
           05  ABH-DESC-DATE       PIC 9(6).
           05  ABH-EFFECTIVE-DATE  PIC 9(6).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  FILLER              PIC X(1) VALUE '1'.
           05  ABH-ODFI            PIC 9(8).
           05  ABH-BATCH-NUMBER    PIC 9(7) VALUE 1.

       01  ACH-ENTRY-DETAIL.
           05  FILLER              PIC X(1) VALUE '6'.
           05  AED-TRANS-CODE      PIC X(2).
           05  AED-RDFI            PIC 9(8).
           05  AED-CHECK-DIGIT     PIC 9(1).
           05  AED-ACCOUNT         PIC X(17).
           05  AED-AMOUNT          PIC 9(8)V99.
           05  AED-INDIVIDUAL-ID   PIC X(15).
           05  AED-NAME            PIC X(22).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(1) VALUE '0'.
           05  AED-TRACE-ODFI      PIC 9(8).
           05  AED-TRACE-SEQ       PIC 9(7).

       01  ACH-BATCH-CONTROL.
           05  FILLER              PIC X(1) VALUE '8'.
           05  FILLER              PIC X(3) VALUE '220'.
           05  ABC-ENTRY-COUNT     PIC 9(6).
           05  ABC-ENTRY-HASH      PIC 9(10).
           05  ABC-TOTAL-DEBIT     PIC 9(10)V99 VALUE ZERO.
           05  ABC-TOTAL-CREDIT    PIC 9(10)V99.
           05  ABC-COMPANY-ID      PIC X(10).
           05  FILLER              PIC X(19) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  ABC-ODFI            PIC 9(8).
           05  ABC-BATCH-NUMBER    PIC 9(7) VALUE 1.

       01  ACH-FILE-CONTROL.
           05  FILLER              PIC X(1) VALUE '9'.
           05  AFC-BATCH-COUNT     PIC 9(6) VALUE 1.
           05  AFC-BLOCK-COUNT     PIC 9(6).
           05  AFC-ENTRY-COUNT     PIC 9(8).
           05  AFC-ENTRY-HASH      PIC 9(10).
           05  AFC-TOTAL-DEBIT     PIC 9(10)V99 VALUE ZERO.
           05  AFC-TOTAL-CREDIT    PIC 9(10)V99.
           05  FILLER              PIC X(39) VALUE SPACES.

       01  ACH-BLOCK-FILLER        PIC X(94) VALUE ALL '9'.

       01  LIVE-CHECK-TITLE-LINE.
            05 FILLER           PIC X(33) VALUE
               'LIVE CHECKS REQUIRED - RUN OF    '.
            05 LCT-DATE         PIC 9(8).
            05 FILLER           PIC X(91) VALUE SPACES.

       01  LIVE-CHECK-HEADING-LINE.
            05 FILLER           PIC X(11) VALUE 'EMPLOYEE ID'.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 FILLER           PIC X(21) VALUE 'EMPLOYEE NAME'.
            05 FILLER           PIC X(14) VALUE '       NET PAY'.
            05 FILLER           PIC X(4) VALUE SPACES.
            05 FILLER           PIC X(30) VALUE 'REASON'.
            05 FILLER           PIC X(50) VALUE SPACES.

       01  LIVE-CHECK-DETAIL-LINE.
            05 LCD-SSN          PIC X(11).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 LCD-FNAME        PIC X(10).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 LCD-LNAME        PIC X(10).
            05 LCD-NET          PIC $$$,$$$,$$9.99.
            05 FILLER           PIC X(4) VALUE SPACES.
            05 LCD-REASON       PIC X(30).
            05 FILLER           PIC X(50) VALUE SPACES.

       01  REGISTER-TITLE-LINE.
            05 FILLER           PIC X(26) VALUE
               'PAYROLL REGISTER - RUN OF '.
            05 RTL-DATE         PIC 9(8).
            05 FILLER           PIC X(12) VALUE '  PAY DATE: '.
            05 RTL-PAY-DATE     PIC 9(8).
            05 FILLER           PIC X(78) VALUE SPACES.

       01  EMPLOYEE-LINE.
            05 EML-SSN          PIC X(11).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 EML-LNAME        PIC X(10).
            05 FILLER           PIC X(9) VALUE '  GROSS: '.
            05 EML-GROSS        PIC $$$,$$$,$$9.99.
            05 FILLER           PIC X(75) VALUE SPACES.

       01  RETRO-DETAIL-LINE.
            05 FILLER           PIC X(13) VALUE SPACES.
            05 FILLER           PIC X(10) VALUE 'RETRO PAY '.
            05 FILLER           PIC X(6) VALUE SPACES.
            05 RDL-AMOUNT       PIC $$$,$$$,$$9.99.
            05 FILLER           PIC X(5) VALUE ' FOR '.
            05 RDL-PERIODS      PIC ZZZ9.
            05 FILLER           PIC X(16) VALUE ' PAST PAYDAY(S) '.
            05 FILLER           PIC X(64) VALUE SPACES.

       01  COMM-DETAIL-LINE.
            05 FILLER           PIC X(13) VALUE SPACES.
            05 FILLER           PIC X(11) VALUE 'COMMISSION '.
            05 FILLER           PIC X(5) VALUE SPACES.
            05 CDL-AMOUNT       PIC $$$,$$$,$$9.99-.
            05 FILLER           PIC X(1) VALUE SPACE.
            05 CDL-NOTE         PIC X(30).
            05 FILLER           PIC X(57) VALUE SPACES.

       01  DEDUCT-DETAIL-LINE.
            05 FILLER           PIC X(13) VALUE SPACES.
            05 DDL-AMOUNT       PIC $$$,$$$,$$9.99.
            05 FILLER           PIC X(89) VALUE SPACES.

       01  WITHHOLD-DETAIL-LINE.
            05 FILLER           PIC X(13) VALUE SPACES.
            05 WDL-LABEL        PIC X(16).
            05 WDL-AMOUNT       PIC $$$,$$$,$$9.99.
            05 FILLER           PIC X(89) VALUE SPACES.

       01  NET-LINE.
            05 FILLER           PIC X(13) VALUE SPACES.
            05 FILLER           PIC X(9) VALUE 'NET PAY: '.
            05 RTO-AMOUNT       PIC $$,$$$,$$$,$$9.99.
            05 FILLER           PIC X(89) VALUE SPACES.

       01  REGISTER-COMM-TOTAL-LINE.
            05 RCML-LABEL       PIC X(26).
            05 RCML-AMOUNT      PIC $$,$$$,$$$,$$9.99-.
            05 FILLER           PIC X(88) VALUE SPACES.

       01  REGISTER-COUNT-LINE.
            05 RCL-LABEL        PIC X(26).
            05 RCL-COUNT        PIC ZZZ,ZZ9.
               88  WS-PARM-FOUND   VALUE 'Y'.
           05  WS-PARM-VALUE       PIC X(20) VALUE SPACES.
           05  WS-PARM-PTR         PIC 9(3) VALUE 1.
           05  WS-PARM-TABLE OCCURS 50 TIMES.
               10  WS-PM-KEY       PIC X(12).
               10  WS-PM-VALUE     PIC X(20).


           PERFORM 9900-CHECK-SSN-MASK-PARM.

           PERFORM 0150-CHECK-PAY-DATE.

           OPEN INPUT ED-DATA.
           IF ED-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EES.DAT - STATUS: ", ED-STATUS

           PERFORM 0110-LOAD-DEDUCT-MASTER.

           PERFORM 0170-LOAD-WITHHOLDING.

           PERFORM 0130-LOAD-BANK-MASTER.

           PERFORM 0160-LOAD-YTD-MASTER.

           PERFORM 0180-LOAD-PENDING-EARNINGS.

           PERFORM 0140-OPEN-DEPOSIT-FILES.

           OPEN OUTPUT REGISTER-REPORT.
           MOVE WS-TODAY-DATE TO RTL-DATE.
           MOVE WS-PAY-DATE TO RTL-PAY-DATE.
           WRITE PRINTDATA FROM REGISTER-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRINTDATA FROM PARM-BANNER-LINE

           PERFORM 0300-PRINT-COMPANY-TOTALS.

           PERFORM 0310-CLOSE-DEPOSIT-FILE.

           PERFORM 0320-SAVE-YTD-MASTER.

           PERFORM 0325-SAVE-PENDING-EARNINGS.

           PERFORM 0330-LOG-PAY-RUN.

           PERFORM 9999-END-PROGRAM.

      *    A MISSING DEDUCT.DAT SIMPLY MEANS A REGISTER OF GROSS
                       MOVE DD-VALUE TO WS-DT-VALUE(WS-DED-COUNT)
                       MOVE DD-START-DATE TO WS-DT-START(WS-DED-COUNT)
                       MOVE DD-STOP-DATE TO WS-DT-STOP(WS-DED-COUNT)
                       MOVE DD-PRETAX-FLAG
                           TO WS-DT-PRETAX(WS-DED-COUNT)
                   ELSE
                       DISPLAY "WARNING - MALFORMED DEDUCTION ",
                           "RECORD SKIPPED: ", DEDUCT-RECORD
                   END-IF
           END-READ.

      *    WITHOUT BANKACCT.DAT EVERY EMPLOYEE FALLS TO THE LIVE-CHECK
      *    LIST - THE REGISTER ITSELF STILL RUNS.
       0130-LOAD-BANK-MASTER.

           OPEN INPUT BANK-MASTER.
           IF BK-STATUS = "00"
               PERFORM 0135-READ-BANK-RECORD
                   UNTIL BK-STATUS NOT = "00"
                   OR WS-BANK-COUNT = 5000
               CLOSE BANK-MASTER
           ELSE
               DISPLAY "WARNING - BANKACCT.DAT UNAVAILABLE - STATUS: ",
                   BK-STATUS, " - ALL NET PAY TO LIVE CHECKS"
           END-IF.

       0135-READ-BANK-RECORD.

           READ BANK-MASTER
               AT END
                   MOVE "10" TO BK-STATUS
               NOT AT END
                   IF BK-SSN IS NUMERIC
                       AND BK-ROUTING IS NUMERIC
                       ADD 1 TO WS-BANK-COUNT
                       MOVE BK-SSN TO WS-BT-SSN(WS-BANK-COUNT)
                       MOVE BK-ROUTING TO WS-BT-ROUTING(WS-BANK-COUNT)
                       MOVE BK-ACCOUNT TO WS-BT-ACCOUNT(WS-BANK-COUNT)
                       MOVE BK-ACCT-TYPE
                           TO WS-BT-ACCT-TYPE(WS-BANK-COUNT)
                       MOVE ZERO TO WS-BT-SPLIT-AMOUNT(WS-BANK-COUNT)
                       MOVE ZERO TO WS-BT-SPLIT-ROUTING(WS-BANK-COUNT)
                       MOVE SPACES TO WS-BT-SPLIT-ACCOUNT(WS-BANK-COUNT)
                       MOVE SPACE TO WS-BT-SPLIT-TYPE(WS-BANK-COUNT)
                       IF BK-SPLIT-AMOUNT IS NUMERIC
                           AND BK-SPLIT-ROUTING IS NUMERIC
                           MOVE BK-SPLIT-AMOUNT
                               TO WS-BT-SPLIT-AMOUNT(WS-BANK-COUNT)
                           MOVE BK-SPLIT-ROUTING
                               TO WS-BT-SPLIT-ROUTING(WS-BANK-COUNT)
                           MOVE BK-SPLIT-ACCOUNT
                               TO WS-BT-SPLIT-ACCOUNT(WS-BANK-COUNT)
                           MOVE BK-SPLIT-ACCT-TYPE
                               TO WS-BT-SPLIT-TYPE(WS-BANK-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "WARNING - MALFORMED BANK ACCOUNT ",
                           "RECORD SKIPPED: ", BANK-RECORD(1:9)
                   END-IF
           END-READ.

      *    THE ORIGINATING BANK (ACHDEST - ITS NINE-DIGIT ROUTING
      *    NUMBER), OUR COMPANY ID (ACHCOMPID) AND NAME (ACHCOMPNAME)
      *    COME FROM RUNPARMS.DAT SO A CHANGE OF BANK IS A PARAMETER
      *    CHANGE. THE HEADERS GO OUT NOW; THE CONTROL RECORDS ARE
      *    WRITTEN AT THE END WHEN THE TOTALS ARE KNOWN.
       0140-OPEN-DEPOSIT-FILES.

           MOVE 'ACHDEST     ' TO WS-PARM-WANTED.
           PERFORM 9610-FIND-RUN-PARM.
           IF WS-PARM-FOUND AND WS-PARM-VALUE(1:9) IS NUMERIC
               MOVE WS-PARM-VALUE(1:9) TO WS-ACH-DEST-X
           ELSE
               DISPLAY "WARNING - ACHDEST NOT SET IN RUNPARMS.DAT - ",
                   "DIRDEP.DAT CARRIES A ZERO ORIGINATING BANK"
           END-IF.

           MOVE 'ACHCOMPID   ' TO WS-PARM-WANTED.
           PERFORM 9610-FIND-RUN-PARM.
           MOVE WS-PARM-VALUE(1:10) TO WS-ACH-COMP-ID.

           MOVE 'ACHCOMPNAME ' TO WS-PARM-WANTED.
           PERFORM 9610-FIND-RUN-PARM.
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE(1:16) TO WS-ACH-COMP-NAME
           ELSE
               MOVE 'PAYROLL' TO WS-ACH-COMP-NAME
           END-IF.

           OPEN OUTPUT DEPOSIT-FILE.
           IF DP-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DIRDEP.DAT - STATUS: ", DP-STATUS
               GO TO 9999-END-PROGRAM
           END-IF.

           ACCEPT WS-TODAY-TIME FROM TIME.
           MOVE WS-ACH-DEST TO AFH-DESTINATION.
           MOVE WS-ACH-COMP-ID TO AFH-ORIGIN.
           MOVE WS-TODAY-DATE(3:6) TO AFH-CREATE-DATE.
           MOVE WS-TODAY-TIME(1:4) TO AFH-CREATE-TIME.
           MOVE WS-ACH-COMP-NAME TO AFH-ORIGIN-NAME.
           WRITE DEPOSIT-RECORD FROM ACH-FILE-HEADER.

           MOVE WS-ACH-COMP-NAME TO ABH-COMPANY-NAME.
           MOVE WS-ACH-COMP-ID TO ABH-COMPANY-ID.
           MOVE WS-TODAY-DATE(3:6) TO ABH-DESC-DATE.
           MOVE WS-PAY-DATE(3:6) TO ABH-EFFECTIVE-DATE.
           MOVE WS-ACH-DEST-X(1:8) TO ABH-ODFI.
           WRITE DEPOSIT-RECORD FROM ACH-BATCH-HEADER.
           MOVE 2 TO WS-DEPOSIT-RECORDS.

           OPEN OUTPUT LIVE-CHECK-REPORT.
           MOVE WS-TODAY-DATE TO LCT-DATE.
           WRITE CHECKDATA FROM LIVE-CHECK-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE CHECKDATA FROM LIVE-CHECK-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           OPEN EXTEND SHARED-EXCEPTIONS.
           IF ES-STATUS = "35"
               OPEN OUTPUT SHARED-EXCEPTIONS
           END-IF.
           IF ES-STATUS NOT = "00"
               DISPLAY "WARNING - EXCEPTIONS.DAT UNAVAILABLE - ",
                   "STATUS: ", ES-STATUS
           END-IF.

           OPEN EXTEND REGISTER-HISTORY.
           IF RH-STATUS = "35"
               OPEN OUTPUT REGISTER-HISTORY
           END-IF.
           IF RH-STATUS NOT = "00"
               DISPLAY "WARNING - PAYREGHIST.DAT UNAVAILABLE - ",
                   "STATUS: ", RH-STATUS
           END-IF.

      *    A PAY DATE ALREADY ON THE RUN LOG HAS BEEN POSTED TO THE
      *    YEAR-TO-DATE MASTER ONCE; THE RUN IS REFUSED BEFORE ANY
      *    FILE IS WRITTEN, AND THE REFUSAL IS AUDITED.
       0150-CHECK-PAY-DATE.

           MOVE WS-TODAY-DATE TO WS-PAY-DATE.
           MOVE 'PAYDATE     ' TO WS-PARM-WANTED.
           PERFORM 9610-FIND-RUN-PARM.
           IF WS-PARM-FOUND AND WS-PARM-VALUE(1:8) IS NUMERIC
               MOVE WS-PARM-VALUE(1:8) TO WS-PAY-DATE-X
           END-IF.
           MOVE WS-PAY-DATE(1:4) TO WS-PAY-YEAR.

           OPEN INPUT PAYRUN-LOG.
           IF PR-STATUS = "00"
               PERFORM 0155-SCAN-PAY-RUN
                   UNTIL PR-STATUS NOT = "00"
               CLOSE PAYRUN-LOG
           END-IF.

           IF WS-PAY-POSTED
               DISPLAY "RUN REFUSED - PAY DATE ", WS-PAY-DATE,
                   " IS ALREADY POSTED TO YTDMAST.DAT"
               ACCEPT WS-AUDIT-TIME FROM TIME
               OPEN EXTEND BATCH-AUDIT
               IF BA-STATUS = "00"
                   MOVE "PAYROLL-REFUS" TO BA-PROGRAM-NAME
                   MOVE WS-TODAY-DATE TO BA-RUN-DATE
                   MOVE WS-AUDIT-TIME TO BA-RUN-TIME
                   MOVE ZERO TO BA-RECORD-COUNT
                   MOVE WS-PAY-DATE TO BA-KEY-TOTAL
                   WRITE BATCH-AUDIT-RECORD
                   CLOSE BATCH-AUDIT
               END-IF
               STOP RUN
           END-IF.

       0155-SCAN-PAY-RUN.

           READ PAYRUN-LOG
               AT END
                   MOVE "10" TO PR-STATUS
               NOT AT END
                   IF PR-PAY-DATE = WS-PAY-DATE
                       SET WS-PAY-POSTED TO TRUE
                   END-IF
           END-READ.

      *    THE FIRST PAYDAY EVER HAS NO YEAR-TO-DATE MASTER YET.
       0160-LOAD-YTD-MASTER.

           OPEN INPUT YTD-MASTER.
           IF YT-STATUS = "00"
               PERFORM 0165-READ-YTD-RECORD
                   UNTIL YT-STATUS NOT = "00"
                   OR WS-YTD-COUNT = 20000
               CLOSE YTD-MASTER
           END-IF.

       0165-READ-YTD-RECORD.

           READ YTD-MASTER
               AT END
                   MOVE "10" TO YT-STATUS
               NOT AT END
                   ADD 1 TO WS-YTD-COUNT
                   MOVE YT-SSN TO WS-YT-SSN(WS-YTD-COUNT)
                   MOVE YT-YEAR TO WS-YT-YEAR(WS-YTD-COUNT)
                   MOVE YT-CODE TO WS-YT-CODE(WS-YTD-COUNT)
                   MOVE YT-AMOUNT TO WS-YT-AMOUNT(WS-YTD-COUNT)
           END-READ.

      *    THE PAY FREQUENCY PICKS THE BRACKET ROWS AND SETS HOW MANY
      *    PAYDAYS THE YEARLY FIGURES ARE SPREAD OVER. A MISSING
      *    WITHTAX.DAT MEANS NO WITHHOLDING - THE REGISTER STILL RUNS
      *    AND SAYS SO.
       0170-LOAD-WITHHOLDING.

           MOVE 'PAYFREQ     ' TO WS-PARM-WANTED.
           PERFORM 9610-FIND-RUN-PARM.
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE(1:1) TO WS-PAY-FREQ
           END-IF.
           EVALUATE WS-PAY-FREQ
               WHEN 'W'  MOVE 52 TO WS-PAY-PERIODS
               WHEN 'B'  MOVE 26 TO WS-PAY-PERIODS
               WHEN 'S'  MOVE 24 TO WS-PAY-PERIODS
               WHEN 'M'  MOVE 12 TO WS-PAY-PERIODS
               WHEN OTHER
                   MOVE 'A' TO WS-PAY-FREQ
                   MOVE 1 TO WS-PAY-PERIODS
           END-EVALUATE.

           OPEN INPUT WITHHOLD-TABLE.
           IF WT-STATUS = "00"
               PERFORM 0175-READ-WITHHOLD-ROW
                   UNTIL WT-STATUS NOT = "00"
                   OR WS-WT-COUNT = 500
               CLOSE WITHHOLD-TABLE
           ELSE
               DISPLAY "WARNING - WITHTAX.DAT UNAVAILABLE - STATUS: ",
                   WT-STATUS, " - NO WITHHOLDING THIS RUN"
           END-IF.

           OPEN INPUT WITHHOLD-ELECTION.
           IF WE-STATUS = "00"
               PERFORM 0178-READ-ELECTION
                   UNTIL WE-STATUS NOT = "00"
                   OR WS-WE-COUNT = 5000
               CLOSE WITHHOLD-ELECTION
           END-IF.

       0175-READ-WITHHOLD-ROW.

           READ WITHHOLD-TABLE
               AT END
                   MOVE "10" TO WT-STATUS
               NOT AT END
                   IF WT-FLOOR IS NUMERIC
                       AND WT-BASE-AMOUNT IS NUMERIC
                       AND WT-RATE IS NUMERIC
                       ADD 1 TO WS-WT-COUNT
                       MOVE WT-JURISDICTION TO WS-WT-JURIS(WS-WT-COUNT)
                       MOVE WT-FILING-STATUS
                           TO WS-WT-STATUS(WS-WT-COUNT)
                       MOVE WT-PAY-FREQ TO WS-WT-FREQ(WS-WT-COUNT)
                       MOVE WT-FLOOR TO WS-WT-FLOOR(WS-WT-COUNT)
                       MOVE WT-BASE-AMOUNT TO WS-WT-BASE(WS-WT-COUNT)
                       MOVE WT-RATE TO WS-WT-RATE(WS-WT-COUNT)
                       IF WT-ALLOWANCE IS NUMERIC
                           MOVE WT-ALLOWANCE
                               TO WS-WT-ALLOW(WS-WT-COUNT)
                       ELSE
                           MOVE ZERO TO WS-WT-ALLOW(WS-WT-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "WARNING - MALFORMED WITHHOLDING ",
                           "ROW SKIPPED: ", WITHHOLD-RECORD
                   END-IF
           END-READ.

       0178-READ-ELECTION.

           READ WITHHOLD-ELECTION
               AT END
                   MOVE "10" TO WE-STATUS
               NOT AT END
                   IF WE-SSN IS NUMERIC
                       ADD 1 TO WS-WE-COUNT
                       MOVE WE-SSN TO WS-WE-SSN(WS-WE-COUNT)
                       MOVE WE-FILING-STATUS
                           TO WS-WE-STATUS(WS-WE-COUNT)
                       MOVE ZERO TO WS-WE-ALLOW(WS-WE-COUNT)
                       IF WE-ALLOWANCES IS NUMERIC
                           MOVE WE-ALLOWANCES
                               TO WS-WE-ALLOW(WS-WE-COUNT)
                       END-IF
                       MOVE WE-STATE TO WS-WE-STATE(WS-WE-COUNT)
                       MOVE ZERO TO WS-WE-EXTRA(WS-WE-COUNT)
                       IF WE-EXTRA-AMOUNT IS NUMERIC
                           MOVE WE-EXTRA-AMOUNT
                               TO WS-WE-EXTRA(WS-WE-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *    NO PENDING-EARNINGS FILE SIMPLY MEANS NOTHING IS OWED.
       0180-LOAD-PENDING-EARNINGS.

           OPEN INPUT PENDING-EARNINGS.
           IF PE-STATUS = "00"
               PERFORM 0185-READ-PENDING-EARNING
                   UNTIL PE-STATUS NOT = "00"
               CLOSE PENDING-EARNINGS
           END-IF.

           IF WS-PE-OVERFLOW
               DISPLAY "WARNING - PENDEARN.DAT EXCEEDS 5000 ROWS - ",
                   "NO RETRO OR COMMISSION PAY THIS RUN"
               MOVE ZERO TO WS-PE-COUNT
           END-IF.

       0185-READ-PENDING-EARNING.

           READ PENDING-EARNINGS
               AT END
                   MOVE "10" TO PE-STATUS
               NOT AT END
                   IF WS-PE-COUNT >= 5000
                       SET WS-PE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-PE-COUNT
                       MOVE PENDING-EARNINGS-RECORD
                           TO WS-PE-RECORD(WS-PE-COUNT)
                       MOVE 'N' TO WS-PE-PAID-SW(WS-PE-COUNT)
                   END-IF
           END-READ.

      *    A RECORD WITHOUT A NUMERIC SSN AND SALARY CANNOT BE PAID
      *    AND IS COUNTED AS SKIPPED - THE SAME FIELDS THE RAISE RUN
      *    VALIDATES. AN EMPLOYEE TERMINATED ON OR BEFORE THE PAY
      *    DATE IS NOT PAID AND IS COUNTED SEPARATELY; ANY EARNINGS
      *    STILL QUEUED FOR THEM STAY ON PENDEARN.DAT.
       0200-REGISTER-EMPLOYEE.

           ADD 1 TO WS-RECORDS-READ.
               OR FD-ED-SALARY IS NOT NUMERIC
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               IF FD-ED-TERM-DATE IS NUMERIC
                   AND FD-ED-TERM-DATE NOT = '00000000'
                   AND FD-ED-TERM-DATE NOT > WS-PAY-DATE-X
                   ADD 1 TO WS-TERMINATED-COUNT
               ELSE
                   ADD 1 TO WS-LISTED-COUNT
                   COMPUTE WS-GROSS ROUNDED =
                       FD-ED-SALARY / WS-PAY-PERIODS
                   PERFORM 0280-COLLECT-RETRO-PAY
                   ADD WS-RETRO-PAY TO WS-GROSS
                   PERFORM 0285-APPLY-COMMISSION
                   ADD WS-GROSS TO WS-TOT-GROSS

                   MOVE FD-ED-SSN TO WS-SSN-WORK
                   PERFORM 9900-FORMAT-SSN
                   MOVE WS-SSN-MASKED TO EML-SSN
                   MOVE FD-ED-FIRSTNAME TO EML-FNAME
                   MOVE FD-ED-LASTNAME TO EML-LNAME
                   MOVE WS-GROSS TO EML-GROSS
                   WRITE PRINTDATA FROM EMPLOYEE-LINE
                       AFTER ADVANCING 2 LINES

                   IF WS-RETRO-PERIODS > ZERO
                       MOVE WS-RETRO-PAY TO RDL-AMOUNT
                       MOVE WS-RETRO-PERIODS TO RDL-PERIODS
                       WRITE PRINTDATA FROM RETRO-DETAIL-LINE
                           AFTER ADVANCING 1 LINES
                   END-IF

                   IF WS-COMM-ROWS > ZERO
                       MOVE WS-COMM-PAY TO CDL-AMOUNT
                       MOVE SPACES TO CDL-NOTE
                       IF WS-COMM-CARRY > ZERO
                           MOVE 'CLAWBACK BALANCE CARRIED' TO CDL-NOTE
                       END-IF
                       WRITE PRINTDATA FROM COMM-DETAIL-LINE
                           AFTER ADVANCING 1 LINES
                   END-IF

                   MOVE '*GRS' TO WS-YTD-CODE
                   MOVE WS-GROSS TO WS-YTD-AMOUNT
                   PERFORM 0260-POST-YTD-AMOUNT

                   MOVE ZERO TO WS-DED-TOTAL
                   MOVE ZERO TO WS-PRETAX-TOTAL
                   PERFORM VARYING WS-DED-SUBIDX FROM 1 BY 1
                       UNTIL WS-DED-SUBIDX > WS-DED-COUNT
                       IF WS-DT-SSN(WS-DED-SUBIDX) = FD-ED-SSN
                           PERFORM 0210-APPLY-ONE-DEDUCTION
                       END-IF
                   END-PERFORM

                   PERFORM 0270-COMPUTE-WITHHOLDING

                   COMPUTE WS-NET = WS-GROSS - WS-DED-TOTAL
      *        A NET BELOW ZERO IS HELD AT ZERO AND FLAGGED - A
      *        GARNISHMENT CANNOT TAKE MORE THAN THE WHOLE CHECK.
                   IF WS-NET IS LESS THAN ZERO
                       DISPLAY "WARNING - DEDUCTIONS EXCEED GROSS FOR ",
                           WS-SSN-MASKED, " - NET HELD AT ZERO"
                       MOVE ZERO TO WS-NET
                   END-IF

                   ADD WS-DED-TOTAL TO WS-TOT-DEDUCTIONS
                   ADD WS-NET TO WS-TOT-NET

                   MOVE WS-NET TO NTL-NET
                   WRITE PRINTDATA FROM NET-LINE
                       AFTER ADVANCING 1 LINES

                   MOVE '*NET' TO WS-YTD-CODE
                   MOVE WS-NET TO WS-YTD-AMOUNT
                   PERFORM 0260-POST-YTD-AMOUNT

                   IF RH-STATUS = "00"
                       MOVE WS-PAY-DATE TO RG-PAY-DATE
                       MOVE FD-ED-SSN TO RG-SSN
                       MOVE 'E' TO RG-REC-TYPE
                       MOVE SPACES TO RG-CODE
                       MOVE WS-GROSS TO RG-GROSS
                       MOVE WS-DED-TOTAL TO RG-DEDUCTIONS
                       MOVE WS-NET TO RG-NET
                       WRITE REGISTER-HISTORY-RECORD
                   END-IF

                   IF WS-NET IS GREATER THAN ZERO
                       PERFORM 0220-ROUTE-NET-PAY
                   END-IF
               END-IF
           END-IF.

           READ ED-DATA NEXT RECORD
               AT END SET ED-ENDOFFILE TO TRUE
           END-READ.

      *    A DEDUCTION COUNTS ONLY WHEN THE PAY DATE SITS INSIDE ITS
      *    START/STOP WINDOW; A ZERO STOP DATE MEANS STILL OPEN.
       0210-APPLY-ONE-DEDUCTION.

           IF WS-DT-START(WS-DED-SUBIDX) IS NOT GREATER THAN
                   WS-PAY-DATE
               AND (WS-DT-STOP(WS-DED-SUBIDX) = ZERO
                   OR WS-DT-STOP(WS-DED-SUBIDX) IS NOT LESS THAN
                       WS-PAY-DATE)

               IF WS-DT-TYPE(WS-DED-SUBIDX) = 'P'
                   COMPUTE WS-DED-AMOUNT =
                       WS-GROSS * WS-DT-VALUE(WS-DED-SUBIDX) / 100
               ELSE
                   COMPUTE WS-DED-AMOUNT ROUNDED =
                       WS-DT-VALUE(WS-DED-SUBIDX) / WS-PAY-PERIODS
               END-IF

               ADD WS-DED-AMOUNT TO WS-DED-TOTAL
               IF WS-DT-PRETAX(WS-DED-SUBIDX) = 'Y'
                   ADD WS-DED-AMOUNT TO WS-PRETAX-TOTAL
               END-IF

               MOVE WS-DT-CODE(WS-DED-SUBIDX) TO DDL-CODE
               MOVE WS-DED-AMOUNT TO DDL-AMOUNT
               WRITE PRINTDATA FROM DEDUCT-DETAIL-LINE
                   AFTER ADVANCING 1 LINES

               MOVE WS-DT-CODE(WS-DED-SUBIDX) TO WS-YTD-CODE
               MOVE WS-DED-AMOUNT TO WS-YTD-AMOUNT
               PERFORM 0260-POST-YTD-AMOUNT
               PERFORM 0265-WRITE-HISTORY-CODE
           END-IF.

      *    A NET GOES TO THE BANK ONLY WHEN THE EMPLOYEE HAS AN
      *    ACCOUNT ON FILE AND EVERY ROUTING NUMBER IT WOULD USE
      *    PASSES ITS CHECK DIGIT; OTHERWISE THE WHOLE NET IS PAID BY
      *    LIVE CHECK, NEVER PART BY DEPOSIT AND PART BY CHECK.
       0220-ROUTE-NET-PAY.

           MOVE 'N' TO WS-LIVE-CHECK-SW.
           MOVE ZERO TO WS-BANK-FOUND-IDX.
           PERFORM VARYING WS-BANK-SUBIDX FROM 1 BY 1
               UNTIL WS-BANK-SUBIDX > WS-BANK-COUNT
               IF WS-BT-SSN(WS-BANK-SUBIDX) = FD-ED-SSN
                   MOVE WS-BANK-SUBIDX TO WS-BANK-FOUND-IDX
                   MOVE 5001 TO WS-BANK-SUBIDX
               END-IF
           END-PERFORM.

           IF WS-BANK-FOUND-IDX = ZERO
               SET WS-LIVE-CHECK TO TRUE
               MOVE 'NO BANK ACCOUNT ON FILE' TO WS-LIVE-REASON
               MOVE 'NOAC' TO WS-LIVE-CODE
           ELSE
               MOVE WS-BT-ROUTING(WS-BANK-FOUND-IDX)
                   TO WS-ROUTING-WORK
               PERFORM 0230-CHECK-ROUTING
               IF NOT WS-ROUTING-OK
                   SET WS-LIVE-CHECK TO TRUE
                   MOVE 'BAD ROUTING CHECK DIGIT' TO WS-LIVE-REASON
                   MOVE 'BADR' TO WS-LIVE-CODE
               END-IF
               IF WS-BT-SPLIT-AMOUNT(WS-BANK-FOUND-IDX) > ZERO
                   AND WS-BT-SPLIT-ROUTING(WS-BANK-FOUND-IDX) > ZERO
                   MOVE WS-BT-SPLIT-ROUTING(WS-BANK-FOUND-IDX)
                       TO WS-ROUTING-WORK
                   PERFORM 0230-CHECK-ROUTING
                   IF NOT WS-ROUTING-OK
                       SET WS-LIVE-CHECK TO TRUE
                       MOVE 'BAD SPLIT ROUTING CHECK DIGIT'
                           TO WS-LIVE-REASON
                       MOVE 'BADR' TO WS-LIVE-CODE
                   END-IF
               END-IF
           END-IF.

           IF WS-LIVE-CHECK
               PERFORM 0250-WRITE-LIVE-CHECK
           ELSE
               PERFORM 0225-SPLIT-NET-PAY
           END-IF.

      *    THE SECOND ACCOUNT TAKES ITS FIXED SPLIT AMOUNT FIRST (NO
      *    MORE THAN THE WHOLE NET); WHATEVER IS LEFT GOES TO THE
      *    PRIMARY ACCOUNT.
       0225-SPLIT-NET-PAY.

           MOVE ZERO TO WS-SPLIT-AMOUNT.
           IF WS-BT-SPLIT-AMOUNT(WS-BANK-FOUND-IDX) > ZERO
               AND WS-BT-SPLIT-ROUTING(WS-BANK-FOUND-IDX) > ZERO
               IF WS-BT-SPLIT-AMOUNT(WS-BANK-FOUND-IDX) > WS-NET
                   MOVE WS-NET TO WS-SPLIT-AMOUNT
               ELSE
                   MOVE WS-BT-SPLIT-AMOUNT(WS-BANK-FOUND-IDX)
                       TO WS-SPLIT-AMOUNT
               END-IF
           END-IF.
           COMPUTE WS-PRIMARY-AMOUNT = WS-NET - WS-SPLIT-AMOUNT.

           IF WS-SPLIT-AMOUNT > ZERO
               MOVE WS-BT-SPLIT-ROUTING(WS-BANK-FOUND-IDX)
                   TO WS-ENTRY-ROUTING
               MOVE WS-BT-SPLIT-ACCOUNT(WS-BANK-FOUND-IDX)
                   TO WS-ENTRY-ACCOUNT
               MOVE WS-BT-SPLIT-TYPE(WS-BANK-FOUND-IDX)
                   TO WS-ENTRY-TYPE
               MOVE WS-SPLIT-AMOUNT TO WS-ENTRY-AMOUNT
               PERFORM 0240-WRITE-DEPOSIT-ENTRY
           END-IF.

           IF WS-PRIMARY-AMOUNT > ZERO
               MOVE WS-BT-ROUTING(WS-BANK-FOUND-IDX)
                   TO WS-ENTRY-ROUTING
               MOVE WS-BT-ACCOUNT(WS-BANK-FOUND-IDX)
                   TO WS-ENTRY-ACCOUNT
               MOVE WS-BT-ACCT-TYPE(WS-BANK-FOUND-IDX)
                   TO WS-ENTRY-TYPE
               MOVE WS-PRIMARY-AMOUNT TO WS-ENTRY-AMOUNT
               PERFORM 0240-WRITE-DEPOSIT-ENTRY
           END-IF.

       0230-CHECK-ROUTING.

           MOVE 'N' TO WS-ROUTING-OK-SW.
           COMPUTE WS-ROUTING-SUM =
               3 * (WS-RT-DIGIT(1) + WS-RT-DIGIT(4) + WS-RT-DIGIT(7))
             + 7 * (WS-RT-DIGIT(2) + WS-RT-DIGIT(5) + WS-RT-DIGIT(8))
             +     (WS-RT-DIGIT(3) + WS-RT-DIGIT(6) + WS-RT-DIGIT(9)).
           DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-QUOT
               REMAINDER WS-ROUTING-REM.
           IF WS-ROUTING-REM = ZERO
               AND WS-ROUTING-WORK > ZERO
               SET WS-ROUTING-OK TO TRUE
           END-IF.

      *    SAVINGS ACCOUNTS TAKE TRANSACTION CODE 32, EVERYTHING ELSE
      *    IS A CHECKING CREDIT, 22. THE TRACE NUMBER IS THE
      *    ORIGINATING BANK PLUS THE ENTRY SEQUENCE.
       0240-WRITE-DEPOSIT-ENTRY.

           ADD 1 TO WS-ENTRY-COUNT.
           IF WS-ENTRY-TYPE = 'S'
               MOVE '32' TO AED-TRANS-CODE
           ELSE
               MOVE '22' TO AED-TRANS-CODE
           END-IF.
           MOVE WS-ENTRY-ROUTING TO WS-ROUTING-WORK.
           MOVE WS-ROUTING-WORK(1:8) TO AED-RDFI.
           MOVE WS-RT-DIGIT(9) TO AED-CHECK-DIGIT.
           MOVE WS-ENTRY-ACCOUNT TO AED-ACCOUNT.
           MOVE WS-ENTRY-AMOUNT TO AED-AMOUNT.
           MOVE SPACES TO AED-INDIVIDUAL-ID.
           MOVE FD-ED-SSN TO AED-INDIVIDUAL-ID(1:9).
           MOVE SPACES TO AED-NAME.
           STRING FD-ED-FIRSTNAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               FD-ED-LASTNAME DELIMITED BY SPACE
               INTO AED-NAME.
           MOVE WS-ACH-DEST-X(1:8) TO AED-TRACE-ODFI.
           MOVE WS-ENTRY-COUNT TO AED-TRACE-SEQ.
           WRITE DEPOSIT-RECORD FROM ACH-ENTRY-DETAIL.
           ADD 1 TO WS-DEPOSIT-RECORDS.

           ADD AED-RDFI TO WS-ENTRY-HASH.
           ADD WS-ENTRY-AMOUNT TO WS-ENTRY-CREDITS.
           ADD WS-ENTRY-AMOUNT TO WS-DEPOSIT-TOTAL.

       0250-WRITE-LIVE-CHECK.

           ADD 1 TO WS-LIVE-COUNT.
           ADD WS-NET TO WS-LIVE-TOTAL.
           MOVE WS-SSN-MASKED TO LCD-SSN.
           MOVE FD-ED-FIRSTNAME TO LCD-FNAME.
           MOVE FD-ED-LASTNAME TO LCD-LNAME.
           MOVE WS-NET TO LCD-NET.
           MOVE WS-LIVE-REASON TO LCD-REASON.
           WRITE CHECKDATA FROM LIVE-CHECK-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

           IF ES-STATUS = "00"
               MOVE "PAYROLL-REG" TO EXR-PROGRAM-NAME
               MOVE WS-TODAY-DATE TO EXR-RUN-DATE
               MOVE SPACES TO EXR-KEY
               MOVE FD-ED-SSN TO EXR-KEY(1:9)
               MOVE WS-LIVE-CODE TO EXR-REASON-CODE
               MOVE SPACES TO EXR-STATUS
               MOVE SPACES TO EXR-RESOLVE-NOTE
               WRITE SHARED-EXCEPTION-RECORD
           END-IF.

      *    ADDS ONE AMOUNT TO THE EMPLOYEE'S ROW FOR THE PAY YEAR
      *    AND CODE, OPENING THE ROW ON ITS FIRST POSTING.
       0260-POST-YTD-AMOUNT.

           MOVE ZERO TO WS-YTD-FOUND-IDX.
           PERFORM VARYING WS-YTD-SUBIDX FROM 1 BY 1
               UNTIL WS-YTD-SUBIDX > WS-YTD-COUNT
               IF WS-YT-SSN(WS-YTD-SUBIDX) = FD-ED-SSN
                   AND WS-YT-YEAR(WS-YTD-SUBIDX) = WS-PAY-YEAR
                   AND WS-YT-CODE(WS-YTD-SUBIDX) = WS-YTD-CODE
                   MOVE WS-YTD-SUBIDX TO WS-YTD-FOUND-IDX
                   MOVE 20001 TO WS-YTD-SUBIDX
               END-IF
           END-PERFORM.

           IF WS-YTD-FOUND-IDX = ZERO
               IF WS-YTD-COUNT = 20000
                   DISPLAY "WARNING - YTD TABLE FULL - ", WS-YTD-CODE,
                       " NOT POSTED FOR ", WS-SSN-MASKED
               ELSE
                   ADD 1 TO WS-YTD-COUNT
                   MOVE WS-YTD-COUNT TO WS-YTD-FOUND-IDX
                   MOVE FD-ED-SSN TO WS-YT-SSN(WS-YTD-FOUND-IDX)
                   MOVE WS-PAY-YEAR TO WS-YT-YEAR(WS-YTD-FOUND-IDX)
                   MOVE WS-YTD-CODE TO WS-YT-CODE(WS-YTD-FOUND-IDX)
                   MOVE ZERO TO WS-YT-AMOUNT(WS-YTD-FOUND-IDX)
               END-IF
           END-IF.

           IF WS-YTD-FOUND-IDX > ZERO
               ADD WS-YTD-AMOUNT TO WS-YT-AMOUNT(WS-YTD-FOUND-IDX)
           END-IF.

      *    ONE 'D' HISTORY ROW FOR THE CODE AND AMOUNT JUST POSTED.
       0265-WRITE-HISTORY-CODE.

           IF RH-STATUS = "00"
               MOVE WS-PAY-DATE TO RG-PAY-DATE
               MOVE FD-ED-SSN TO RG-SSN
               MOVE 'D' TO RG-REC-TYPE
               MOVE WS-YTD-CODE TO RG-CODE
               MOVE ZERO TO RG-GROSS
               MOVE WS-YTD-AMOUNT TO RG-DEDUCTIONS
               MOVE ZERO TO RG-NET
               WRITE REGISTER-HISTORY-RECORD
           END-IF.

      *    EVERY UNPAID ROW FOR THE EMPLOYEE IS PAID NOW AND MARKED
      *    SO THE REWRITE DROPS IT. THE AMOUNT IS PART OF GROSS FOR
      *    DEDUCTIONS, WITHHOLDING AND THE YEAR-TO-DATE FIGURES.
       0280-COLLECT-RETRO-PAY.

           MOVE ZERO TO WS-RETRO-PAY.
           MOVE ZERO TO WS-RETRO-PERIODS.
           MOVE ZERO TO WS-COMM-PAY.
           MOVE ZERO TO WS-COMM-ROWS.
           PERFORM VARYING WS-PE-SUBIDX FROM 1 BY 1
               UNTIL WS-PE-SUBIDX > WS-PE-COUNT
               MOVE WS-PE-RECORD(WS-PE-SUBIDX)
                   TO PENDING-EARNINGS-RECORD
               IF PE-SSN = FD-ED-SSN
                   AND WS-PE-PAID-SW(WS-PE-SUBIDX) = 'N'
                   AND PE-AMOUNT IS NUMERIC
                   EVALUATE PE-EARN-CODE
                       WHEN 'COMM'
                           ADD PE-AMOUNT TO WS-COMM-PAY
                           ADD 1 TO WS-COMM-ROWS
                       WHEN 'CLAW'
                           SUBTRACT PE-AMOUNT FROM WS-COMM-PAY
                           ADD 1 TO WS-COMM-ROWS
                       WHEN OTHER
                           ADD PE-AMOUNT TO WS-RETRO-PAY
                           ADD 1 TO WS-RETRO-PERIODS
                   END-EVALUATE
                   MOVE 'Y' TO WS-PE-PAID-SW(WS-PE-SUBIDX)
               END-IF
           END-PERFORM.

           IF WS-RETRO-PERIODS > ZERO
               ADD WS-RETRO-PAY TO WS-TOT-RETRO
               ADD 1 TO WS-RETRO-PAID-COUNT
           END-IF.

      *    NETS THE EMPLOYEE'S COMMISSION AND CLAWBACK ROWS INTO
      *    GROSS. A CLAWBACK BIGGER THAN THE REST OF THIS PAYDAY'S
      *    GROSS TAKES GROSS TO ZERO AND THE BALANCE IS QUEUED AGAIN
      *    AS A NEW 'CLAW' ROW FOR THE NEXT PAYDAY.
       0285-APPLY-COMMISSION.

           MOVE ZERO TO WS-COMM-CARRY.
           IF WS-COMM-ROWS > ZERO
               IF WS-COMM-PAY < ZERO
                   AND (ZERO - WS-COMM-PAY) > WS-GROSS
                   COMPUTE WS-COMM-CARRY =
                       (ZERO - WS-COMM-PAY) - WS-GROSS
                   COMPUTE WS-COMM-PAY = ZERO - WS-GROSS
                   PERFORM 0287-QUEUE-CLAWBACK-CARRY
               END-IF
               ADD WS-COMM-PAY TO WS-GROSS
               ADD WS-COMM-PAY TO WS-TOT-COMM
               ADD 1 TO WS-COMM-PAID-COUNT
           END-IF.

       0287-QUEUE-CLAWBACK-CARRY.

           MOVE FD-ED-SSN TO WS-SSN-WORK.
           PERFORM 9900-FORMAT-SSN.
           IF WS-PE-COUNT >= 5000
               DISPLAY "WARNING - NO ROOM TO CARRY CLAWBACK FOR ",
                   WS-SSN-MASKED, " - NOT RECOVERED"
           ELSE
               ADD 1 TO WS-PE-COUNT
               ADD 1 TO WS-COMM-CARRY-COUNT
               MOVE FD-ED-SSN TO PE-SSN
               MOVE 'CLAW' TO PE-EARN-CODE
               MOVE WS-PAY-DATE TO PE-PERIOD-DATE
               MOVE ZERO TO PE-OLD-RATE
               MOVE ZERO TO PE-NEW-RATE
               MOVE WS-COMM-CARRY TO PE-AMOUNT
               MOVE WS-TODAY-DATE TO PE-CREATED-DATE
               MOVE PENDING-EARNINGS-RECORD
                   TO WS-PE-RECORD(WS-PE-COUNT)
               MOVE 'N' TO WS-PE-PAID-SW(WS-PE-COUNT)
           END-IF.

      *    TAXABLE WAGES ARE GROSS LESS PRE-TAX DEDUCTIONS. FEDERAL
      *    TAX IS ALWAYS WITHHELD (PLUS ANY EXTRA AMOUNT ELECTED);
      *    STATE TAX ONLY WHEN THE ELECTION NAMES A STATE.
       0270-COMPUTE-WITHHOLDING.

           MOVE 'S' TO WS-EMP-FILING.
           MOVE ZERO TO WS-EMP-ALLOWANCES.
           MOVE SPACES TO WS-EMP-STATE.
           MOVE ZERO TO WS-EMP-EXTRA.
           PERFORM VARYING WS-WE-SUBIDX FROM 1 BY 1
               UNTIL WS-WE-SUBIDX > WS-WE-COUNT
               IF WS-WE-SSN(WS-WE-SUBIDX) = FD-ED-SSN
                   MOVE WS-WE-STATUS(WS-WE-SUBIDX) TO WS-EMP-FILING
                   MOVE WS-WE-ALLOW(WS-WE-SUBIDX)
                       TO WS-EMP-ALLOWANCES
                   MOVE WS-WE-STATE(WS-WE-SUBIDX) TO WS-EMP-STATE
                   MOVE WS-WE-EXTRA(WS-WE-SUBIDX) TO WS-EMP-EXTRA
                   MOVE 5001 TO WS-WE-SUBIDX
               END-IF
           END-PERFORM.

           MOVE 'FED ' TO WS-TAX-JURIS.
           PERFORM 0275-WITHHOLD-ONE-JURISDICTION.

           IF WS-EMP-STATE NOT = SPACES
               MOVE SPACES TO WS-TAX-JURIS
               MOVE WS-EMP-STATE TO WS-TAX-JURIS(1:2)
               PERFORM 0275-WITHHOLD-ONE-JURISDICTION
           END-IF.

      *    THE BRACKET IS THE HIGHEST FLOOR AT OR BELOW THE TAXABLE
      *    WAGES FOR THIS JURISDICTION, FILING STATUS AND FREQUENCY.
      *    NO MATCHING ROWS MEANS NOTHING IS WITHHELD FOR IT.
       0275-WITHHOLD-ONE-JURISDICTION.

           COMPUTE WS-TAXABLE-WAGES = WS-GROSS - WS-PRETAX-TOTAL.
           MOVE ZERO TO WS-WT-BEST-IDX.
           PERFORM VARYING WS-WT-SUBIDX FROM 1 BY 1
               UNTIL WS-WT-SUBIDX > WS-WT-COUNT
               IF WS-WT-JURIS(WS-WT-SUBIDX) = WS-TAX-JURIS
                   AND WS-WT-STATUS(WS-WT-SUBIDX) = WS-EMP-FILING
                   AND WS-WT-FREQ(WS-WT-SUBIDX) = WS-PAY-FREQ
                   MOVE WS-WT-SUBIDX TO WS-WT-BEST-IDX
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-TAX-AMOUNT.
           IF WS-WT-BEST-IDX > ZERO
               COMPUTE WS-TAXABLE-WAGES = WS-TAXABLE-WAGES
                   - WS-EMP-ALLOWANCES * WS-WT-ALLOW(WS-WT-BEST-IDX)
               MOVE ZERO TO WS-WT-BEST-IDX
               PERFORM VARYING WS-WT-SUBIDX FROM 1 BY 1
                   UNTIL WS-WT-SUBIDX > WS-WT-COUNT
                   IF WS-WT-JURIS(WS-WT-SUBIDX) = WS-TAX-JURIS
                       AND WS-WT-STATUS(WS-WT-SUBIDX) = WS-EMP-FILING
                       AND WS-WT-FREQ(WS-WT-SUBIDX) = WS-PAY-FREQ
                       AND WS-WT-FLOOR(WS-WT-SUBIDX) NOT >
                           WS-TAXABLE-WAGES
                       IF WS-WT-BEST-IDX = ZERO
                           MOVE WS-WT-SUBIDX TO WS-WT-BEST-IDX
                       ELSE
                           IF WS-WT-FLOOR(WS-WT-SUBIDX) >
                               WS-WT-FLOOR(WS-WT-BEST-IDX)
                               MOVE WS-WT-SUBIDX TO WS-WT-BEST-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-WT-BEST-IDX > ZERO
                   COMPUTE WS-TAX-AMOUNT ROUNDED =
                       WS-WT-BASE(WS-WT-BEST-IDX)
                     + (WS-TAXABLE-WAGES - WS-WT-FLOOR(WS-WT-BEST-IDX))
                       * WS-WT-RATE(WS-WT-BEST-IDX) / 100
               END-IF
           END-IF.

           IF WS-TAX-JURIS = 'FED '
               ADD WS-EMP-EXTRA TO WS-TAX-AMOUNT
               MOVE 'FEDERAL TAX     ' TO WDL-LABEL
               MOVE 'FIT ' TO WS-YTD-CODE
           ELSE
               MOVE SPACES TO WDL-LABEL
               STRING 'STATE TAX ' DELIMITED BY SIZE
                   WS-EMP-STATE DELIMITED BY SIZE
                   INTO WDL-LABEL
               MOVE SPACES TO WS-YTD-CODE
               STRING 'ST' DELIMITED BY SIZE
                   WS-EMP-STATE DELIMITED BY SIZE
                   INTO WS-YTD-CODE
           END-IF.

           IF WS-TAX-AMOUNT > ZERO
               ADD WS-TAX-AMOUNT TO WS-DED-TOTAL
               ADD WS-TAX-AMOUNT TO WS-TOT-WITHHOLDING
               MOVE WS-TAX-AMOUNT TO WDL-AMOUNT
               WRITE PRINTDATA FROM WITHHOLD-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
               MOVE WS-TAX-AMOUNT TO WS-YTD-AMOUNT
               PERFORM 0260-POST-YTD-AMOUNT
               PERFORM 0265-WRITE-HISTORY-CODE
           END-IF.

       0300-PRINT-COMPANY-TOTALS.
           WRITE PRINTDATA FROM REGISTER-COUNT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'TERMINATED - NOT PAID:    ' TO RCL-LABEL.
           MOVE WS-TERMINATED-COUNT TO RCL-COUNT.
           WRITE PRINTDATA FROM REGISTER-COUNT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'TOTAL GROSS:              ' TO RTO-LABEL.
           MOVE WS-TOT-GROSS TO RTO-AMOUNT.
           WRITE PRINTDATA FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE '  OF WHICH RETRO PAY:     ' TO RTO-LABEL.
           MOVE WS-TOT-RETRO TO RTO-AMOUNT.
           WRITE PRINTDATA FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'EMPLOYEES PAID RETRO:     ' TO RCL-LABEL.
           MOVE WS-RETRO-PAID-COUNT TO RCL-COUNT.
           WRITE PRINTDATA FROM REGISTER-COUNT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE '  OF WHICH COMMISSION:    ' TO RCML-LABEL.
           MOVE WS-TOT-COMM TO RCML-AMOUNT.
           WRITE PRINTDATA FROM REGISTER-COMM-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'EMPLOYEES PAID COMMISSION:' TO RCL-LABEL.
           MOVE WS-COMM-PAID-COUNT TO RCL-COUNT.
           WRITE PRINTDATA FROM REGISTER-COUNT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'CLAWBACKS CARRIED FORWARD:' TO RCL-LABEL.
           MOVE WS-COMM-CARRY-COUNT TO RCL-COUNT.
           WRITE PRINTDATA FROM REGISTER-COUNT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'TOTAL DEDUCTIONS:         ' TO RTO-LABEL.
           MOVE WS-TOT-DEDUCTIONS TO RTO-AMOUNT.
           WRITE PRINTDATA FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE '  OF WHICH WITHHOLDING:   ' TO RTO-LABEL.
           MOVE WS-TOT-WITHHOLDING TO RTO-AMOUNT.
           WRITE PRINTDATA FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'TOTAL NET PAY:            ' TO RTO-LABEL.
           MOVE WS-TOT-NET TO RTO-AMOUNT.
           WRITE PRINTDATA FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'PAID BY DIRECT DEPOSIT:   ' TO RTO-LABEL.
           MOVE WS-DEPOSIT-TOTAL TO RTO-AMOUNT.
           WRITE PRINTDATA FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'PAID BY LIVE CHECK:       ' TO RTO-LABEL.
           MOVE WS-LIVE-TOTAL TO RTO-AMOUNT.
           WRITE PRINTDATA FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'DEPOSIT ENTRIES WRITTEN:  ' TO RCL-LABEL.
           MOVE WS-ENTRY-COUNT TO RCL-COUNT.
           WRITE PRINTDATA FROM REGISTER-COUNT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'LIVE CHECKS REQUIRED:     ' TO RCL-LABEL.
           MOVE WS-LIVE-COUNT TO RCL-COUNT.
           WRITE PRINTDATA FROM REGISTER-COUNT-LINE
               AFTER ADVANCING 1 LINES.

      *    CONTROL RECORDS CLOSE THE BATCH AND THE FILE, THEN THE
      *    FILE IS PADDED WITH ALL-NINES RECORDS TO A WHOLE NUMBER OF
      *    TEN-RECORD BLOCKS AS THE BANK EXPECTS.
       0310-CLOSE-DEPOSIT-FILE.

           MOVE WS-ENTRY-COUNT TO ABC-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH TO ABC-ENTRY-HASH.
           MOVE WS-ENTRY-CREDITS TO ABC-TOTAL-CREDIT.
           MOVE WS-ACH-COMP-ID TO ABC-COMPANY-ID.
           MOVE WS-ACH-DEST-X(1:8) TO ABC-ODFI.
           WRITE DEPOSIT-RECORD FROM ACH-BATCH-CONTROL.
           ADD 2 TO WS-DEPOSIT-RECORDS.

           DIVIDE WS-DEPOSIT-RECORDS BY 10 GIVING WS-BLOCK-COUNT
               REMAINDER WS-BLOCK-REM.
           IF WS-BLOCK-REM > ZERO
               ADD 1 TO WS-BLOCK-COUNT
           END-IF.

           MOVE WS-BLOCK-COUNT TO AFC-BLOCK-COUNT.
           MOVE WS-ENTRY-COUNT TO AFC-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH TO AFC-ENTRY-HASH.
           MOVE WS-ENTRY-CREDITS TO AFC-TOTAL-CREDIT.
           WRITE DEPOSIT-RECORD FROM ACH-FILE-CONTROL.

           IF WS-BLOCK-REM > ZERO
               PERFORM VARYING WS-BLOCK-REM FROM WS-BLOCK-REM BY 1
                   UNTIL WS-BLOCK-REM = 10
                   WRITE DEPOSIT-RECORD FROM ACH-BLOCK-FILLER
               END-PERFORM
           END-IF.

           MOVE 'DIRECT-DEPOSIT ENTRIES:   ' TO RCL-LABEL.
           MOVE WS-ENTRY-COUNT TO RCL-COUNT.
           WRITE CHECKDATA FROM REGISTER-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'LIVE CHECKS LISTED:       ' TO RCL-LABEL.
           MOVE WS-LIVE-COUNT TO RCL-COUNT.
           WRITE CHECKDATA FROM REGISTER-COUNT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'TOTAL OF LIVE CHECKS:     ' TO RTO-LABEL.
           MOVE WS-LIVE-TOTAL TO RTO-AMOUNT.
           WRITE CHECKDATA FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

       0320-SAVE-YTD-MASTER.

           OPEN OUTPUT YTD-MASTER.
           IF YT-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING YTDMAST.DAT - STATUS: ",
                   YT-STATUS
           ELSE
               PERFORM VARYING WS-YTD-SUBIDX FROM 1 BY 1
                   UNTIL WS-YTD-SUBIDX > WS-YTD-COUNT
                   MOVE WS-YT-SSN(WS-YTD-SUBIDX) TO YT-SSN
                   MOVE WS-YT-YEAR(WS-YTD-SUBIDX) TO YT-YEAR
                   MOVE WS-YT-CODE(WS-YTD-SUBIDX) TO YT-CODE
                   MOVE WS-YT-AMOUNT(WS-YTD-SUBIDX) TO YT-AMOUNT
                   WRITE YTD-RECORD
               END-PERFORM
               CLOSE YTD-MASTER
           END-IF.

      *    WHAT IS LEFT ON THE FILE IS EXACTLY WHAT IS STILL OWED -
      *    ROWS FOR EMPLOYEES NOT ON THE MASTER OR NOT PAYABLE STAY
      *    FOR THE NEXT PAYDAY.
       0325-SAVE-PENDING-EARNINGS.

           IF NOT WS-PE-OVERFLOW
               OPEN OUTPUT PENDING-EARNINGS
               IF PE-STATUS NOT = "00"
                   DISPLAY "ERROR REWRITING PENDEARN.DAT - STATUS: ",
                       PE-STATUS
               ELSE
                   PERFORM VARYING WS-PE-SUBIDX FROM 1 BY 1
                       UNTIL WS-PE-SUBIDX > WS-PE-COUNT
                       IF WS-PE-PAID-SW(WS-PE-SUBIDX) = 'N'
                           MOVE WS-PE-RECORD(WS-PE-SUBIDX)
                               TO PENDING-EARNINGS-RECORD
                           WRITE PENDING-EARNINGS-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE PENDING-EARNINGS
               END-IF
           END-IF.

      *    THE RUN LOG IS WRITTEN LAST, ONCE THE POSTINGS ARE SAFE,
      *    SO A RUN THAT DIES PART WAY CAN BE RERUN FOR ITS DATE.
       0330-LOG-PAY-RUN.

           OPEN EXTEND PAYRUN-LOG.
           IF PR-STATUS = "35"
               OPEN OUTPUT PAYRUN-LOG
           END-IF.
           IF PR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYRUNS.DAT - STATUS: ",
                   PR-STATUS
           ELSE
               MOVE WS-PAY-DATE TO PR-PAY-DATE
               MOVE WS-TODAY-DATE TO PR-RUN-DATE
               MOVE WS-LISTED-COUNT TO PR-EMP-COUNT
               MOVE WS-TOT-GROSS TO PR-GROSS
               MOVE WS-TOT-DEDUCTIONS TO PR-DEDUCTIONS
               MOVE WS-TOT-NET TO PR-NET
               WRITE PAYRUN-RECORD
               CLOSE PAYRUN-LOG
           END-IF.

       9900-CHECK-SSN-MASK-PARM.

           OPEN INPUT SSN-MASK-PARM.

           PERFORM 9998-WRITE-AUDIT-LOG THRU 9998-AUDIT-EXIT.
           CLOSE REGISTER-REPORT.
           CLOSE DEPOSIT-FILE.
           CLOSE LIVE-CHECK-REPORT.
           CLOSE SHARED-EXCEPTIONS.
           CLOSE REGISTER-HISTORY.
           CLOSE ED-DATA.
           STOP RUN.

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
