      ******************************************************************
      * CEP-DIR-RECORD - CEP DIRECTORY. ONE RECORD PER CORREIOS CEP
      * RANGE (FAIXA DE CEP) WITH THE LOCALITY AND UF IT BELONGS TO.
      * AN INDEXED FILE KEYED ON THE LAST CEP OF THE RANGE: A LOOKUP
      * STARTS AT THE FIRST RANGE WHOSE END IS NOT BELOW THE CEP, AND
      * THE CEP EXISTS WHEN IT IS ALSO NOT BELOW THAT RANGE'S START.
      * RANGES NEVER OVERLAP (THE LOADER REFUSES ONE THAT WOULD), SO
      * A CEP FALLS IN ONE RANGE AT MOST. CITY AND UF ARE HELD IN
      * UPPER CASE.
      * LOADED AND REFRESHED FROM THE CORREIOS RANGE TABLE (SEE
      * CEPFAIXA.CPY) BY TESTECEP; READ BY EVERY PROGRAM THAT
      * CAPTURES OR APPLIES AN ADDRESS, TO PROVE THE CEP AGAINST THE
      * CITY AND UF KEYED WITH IT - AND, AT THE TESTECOB AND TESTEREJ
      * SCREENS, TO FILL THEM IN FOR THE OPERATOR.
      ******************************************************************
       01 CEP-DIR-RECORD.
          05 CD-CEP-END           PIC 9(8).
          05 CD-CEP-START         PIC 9(8).
          05 CD-ADDR-CITY         PIC X(30).
          05 CD-ADDR-STATE        PIC X(2).
          05 CD-LOAD-DATE         PIC 9(8).
