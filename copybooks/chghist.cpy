      * LIKE CUSTMAST-RECORD (CUSTMAST.CPY), SO A REPORT CAN OVERLAY
      * THEM ON THE SHARED CUSTREC AREA TO PICK FIELDS APART. READ
      * BACK BY THE PER-CUSTOMER INQUIRY REPORT (TESTEHIS).
      * TYPE "E" IS A REVERSAL WRITTEN BY THE BACK-OUT RUN (TESTEREV):
      * THE BEFORE IMAGE IS WHAT THE REVERSED RUN LEFT AND THE AFTER
      * IMAGE THE RECORD AS RESTORED.
      ******************************************************************
       01 CHG-HIST-RECORD.
          05 CH-CUST-ID            PIC 9(6).
             88 CH-TYPE-DELETE                VALUE "D".
             88 CH-TYPE-MERGE                 VALUE "M".
             88 CH-TYPE-REACTIVATE            VALUE "R".
             88 CH-TYPE-REVERSAL              VALUE "E".
          05 CH-BEFORE-IMAGE       PIC X(134).
          05 CH-AFTER-IMAGE        PIC X(134).
