      *    EVERY FEED RECORD LEADS WITH A ONE-BYTE TYPE CODE:
      *    H = HEADER, D = EMPLOYEE DETAIL, T = TRAILER.
       FD HR-FEED.
       01 HR-FEED-RECORD        PIC X(79).

       01 HR-HEADER-RECORD REDEFINES HR-FEED-RECORD.
           02 HDR-RECORD-TYPE   PIC X(1).
           02 HDR-RUN-DATE      PIC 9(8).
           02 HDR-SOURCE-SYSTEM PIC X(13).
           02 FILLER            PIC X(57).

      *    DTL-EMPLOYEE CARRIES THE EMPMASTER RECORD IMAGE BYTE FOR
      *    BYTE, SO THE FEED LAYOUT TRACKS THE SHARED COPYBOOK.
       01 HR-DETAIL-RECORD REDEFINES HR-FEED-RECORD.
           02 DTL-RECORD-TYPE   PIC X(1).
           02 DTL-EMPLOYEE      PIC X(78).

       01 HR-TRAILER-RECORD REDEFINES HR-FEED-RECORD.
           02 TRL-RECORD-TYPE   PIC X(1).
           02 TRL-DETAIL-COUNT  PIC 9(8).
           02 TRL-SALARY-HASH   PIC 9(12).
           02 TRL-REJECT-COUNT  PIC 9(8).
           02 FILLER            PIC X(50).

       FD BATCH-AUDIT.
       01 BATCH-AUDIT-RECORD.
