        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      *    ONE RESPONSE PER LINE: LAST NAME, ZIP, CAMPAIGN CODE,
      *    AND THE ORDER VALUE WHEN THE RESPONSE WAS A SALE (BLANK
      *    ON OLDER FILES). CAMPAIGN-ROI TOTALS THE ORDER VALUE.
        SELECT RESPONSE-FILE
            ASSIGN TO "RESPONSE.DAT"
            FILE STATUS IS RS-STATUS
            02 RS-LAST-NAME        PIC X(10).
            02 RS-ZIP              PIC X(5).
            02 RS-CAMPAIGN         PIC X(8).
            02 RS-REVENUE          PIC X(9).

        FD CUSTOMER-MASTER.
        01 CUSTOMER-MASTER-RECORD.
