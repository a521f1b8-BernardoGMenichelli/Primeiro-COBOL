      ******************************************************************
      * CEP-RANGE-RECORD - ONE LINE OF THE CORREIOS CEP RANGE TABLE
      * (FAIXAS DE CEP POR LOCALIDADE), RECEIVED AS A FULL TABLE ON
      * EVERY REFRESH - NOT A DELTA. UF, LOCALITY NAME AND THE FIRST
      * AND LAST CEP OF THE RANGE, 8 DIGITS EACH. TESTECEP EDITS
      * EVERY LINE AND LOADS THE GOOD ONES INTO THE CEP DIRECTORY
      * (SEE CEPDIR.CPY); A BAD LINE IS LISTED ON CEPRPT, NEVER
      * LOADED.
      ******************************************************************
       01 CEP-RANGE-RECORD.
          05 CF-ADDR-STATE        PIC X(2).
          05 CF-ADDR-CITY         PIC X(30).
          05 CF-CEP-START         PIC X(8).
          05 CF-CEP-END           PIC X(8).
