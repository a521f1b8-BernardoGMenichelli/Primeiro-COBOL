      * THE CORRECTION PROGRAM (TESTEREJ) CAN REVIEW, FIX AND FEED IT
      * BACK THROUGH THE NEXT RUN AS A RECYCLED TRANFILE. NOTHING IS
      * EVER LOST ON REJECTION.
      * "CD" IS A WELL-FORMED CEP THAT IS NOT IN THE CEP DIRECTORY,
      * OR THAT BELONGS TO ANOTHER CITY OR UF THAN THE ONE KEYED.
      * THE PORTAL INTAKE (TESTEPTL) WRITES HERE TOO, WITH THE SAME
      * CODES, FOR MALFORMED ONLINE SIGN-UPS. ITS "PC" IS NOT AN ERROR
      * BUT A HOLD: A SIGN-UP WHOSE NAME AND CEP MATCH A CUSTOMER
      * ALREADY ON THE MASTER, WHOSE ID IS IN RJ-CUST-ID (ZERO WHEN
      * THE MATCH IS AN EARLIER ENTRY OF THE SAME PORTAL FILE). THE
      * REVIEWER RECYCLES IT AS A NEW CUSTOMER OR DISCARDS IT.
      ******************************************************************
       01 REJECT-RECORD.
          05 RJ-REASON-CODE       PIC X(2).
             88 RJ-INVALID-CODE               VALUE "CI".
             88 RJ-INVALID-NAME               VALUE "NI".
             88 RJ-INVALID-CEP                VALUE "CE".
             88 RJ-CEP-MISMATCH               VALUE "CD".
             88 RJ-DUPLICATE-ID               VALUE "DP".
             88 RJ-WRITE-ERROR                VALUE "GR".
             88 RJ-POSSIBLE-DUP               VALUE "PC".
          05 RJ-TRAN-CODE         PIC X.
          05 RJ-CUST-ID           PIC 9(6).
          05 RJ-CUST-NAME         PIC X(30).
