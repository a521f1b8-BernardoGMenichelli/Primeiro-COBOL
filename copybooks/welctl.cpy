      ******************************************************************
      * WEL-CONTROL-RECORD - STATE OF THE WELCOME-KIT PRINT RUN
      * (TESTEWEL). A RELATIVE FILE HOLDING THIS SINGLE RECORD AT
      * RELATIVE KEY 1, KEPT LIKE EXTCTL AND FORMATTED BY TESTEFMT.
      * WC-HIGH-CUST-ID IS THE HIGHEST CUSTOMER ID ON THE MASTER WHEN
      * THE LAST KIT RUN FINISHED CLEANLY; THE NEXT RUN KITS ONLY
      * ACTIVE CUSTOMERS ABOVE IT. IDS COME FROM CTLFILE IN STRICT
      * ASCENDING ORDER, SO "ABOVE THE HIGH-WATER MARK" IS EXACTLY
      * "REGISTERED SINCE THE LAST RUN" - A REGISTRATION DATE WOULD
      * NOT DO, SINCE A CUSTOMER ADDED ONLINE LATER ON THE SAME DAY
      * AS THE RUN WOULD EITHER BE MISSED OR GET TWO KITS. A
      * REINSTATED CUSTOMER COMES BACK UNDER THE ORIGINAL (LOWER) ID
      * AND IS RIGHTLY NOT WELCOMED AGAIN.
      * WC-LAST-RUN-DATE AND WC-LAST-RUN-COUNT ARE THE DATE OF THAT
      * RUN AND THE NUMBER OF KITS IT PRINTED, FOR THE OPERATORS.
      * THE RECORD IS ONLY REWRITTEN AFTER A CLEAN RUN, SO A FAILED
      * RUN IS SIMPLY RERUN AND REPRINTS THE SAME KITS.
      ******************************************************************
       01 WEL-CONTROL-RECORD.
          05 WC-HIGH-CUST-ID       PIC 9(6).
          05 WC-LAST-RUN-DATE      PIC 9(8).
          05 WC-LAST-RUN-COUNT     PIC 9(6).
