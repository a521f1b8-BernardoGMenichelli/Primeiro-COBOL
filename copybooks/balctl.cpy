      * OTHER COUNTS ZERO) FOR EVERY ARCHIVED CUSTOMER IT COPIES BACK
      * INTO THE MASTER, SO A REAPPEARED RECORD IS AN ACCOUNTED-FOR
      * REINSTATEMENT TO TESTEBAL AND NOT AN UNEXPLAINED HAND EDIT.
      * THE BACK-OUT RUN (TESTEREV) APPENDS A RECORD WITH
      * BC-REVERSED-COUNT = REVERSALS APPLIED AND BC-DELETED-COUNT =
      * RECORDS IT DEACTIVATED; EVERY OTHER WRITER LEAVES THE REVERSED
      * COUNT ZERO. RECORDS WRITTEN BEFORE THE FIELD EXISTED ARE 50
      * BYTES AND READ BACK WITH IT BLANK - TESTEBAL SKIPS IT THEN.
      ******************************************************************
       01 BAL-CONTROL-RECORD.
          05 BC-RUN-DATE           PIC 9(8).
          05 BC-AUDIT-COUNT        PIC 9(6).
          05 BC-DELETED-COUNT      PIC 9(6).
          05 BC-REINSTATED-COUNT   PIC 9(6).
          05 BC-REVERSED-COUNT     PIC 9(6).
