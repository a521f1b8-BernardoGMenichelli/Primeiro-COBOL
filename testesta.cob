      * REINSTATEMENT AUDITS ("REINTEGR") ARE LEFT OUT FOR THE SAME
      * REASON - THE RECORD WAS REGISTERED (AND COUNTED) YEARS AGO -
      * AS ARE TESTEMNT MERGE-RETIREMENT AUDITS, WHICH RECORD A
      * DEPARTURE, NOT A REGISTRATION, AND TESTECOB ONLINE-CHANGE
      * AUDITS ("ALTERCAD"), WHICH CORRECT AN EXISTING CUSTOMER, AND
      * TESTEREV BACK-OUT AUDITS ("ESTORNO"), WHICH RESTORE ONE.
      * THE SPLIT RIDES ON EACH MONTH TOTAL LINE OF THE REPORT.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AVISO: AUDITLOG NAO ENCONTRADO - SEM SPLIT"
                           IF AU-TERMINAL-ID NOT = "TESTEIMP"
                              AND AU-TERMINAL-ID NOT = "REINTEGR"
                              AND AU-TERMINAL-ID NOT = "TESTEMNT"
                              AND AU-TERMINAL-ID NOT = "ALTERCAD"
                              AND AU-TERMINAL-ID NOT = "ESTORNO"
                              AND AU-CUST-ID NOT = ZERO
                               PERFORM 1100-TALLY-ONE-AUDIT
                           END-IF
