      ******************************************************************
      * PORTAL-REG-RECORD - DAILY SIGN-UP FILE FROM THE PARTNER WEB
      * PORTAL. ONE DETAIL RECORD ("D") PER CUSTOMER WHO SIGNED UP
      * ONLINE, CARRYING THE PORTAL'S OWN REFERENCE FOR THE ENTRY
      * AND THE SAME STRUCTURED NAME AND ADDRESS AS A CUSTTRAN ADD.
      * READ BY TESTEPTL, WHICH TURNS EACH GOOD ENTRY INTO A CUSTTRAN
      * "A" RECORD FOR THE NORMAL TESTEEDT/TESTEBCH PATH AND ANSWERS
      * THE PORTAL ENTRY BY ENTRY ON PTLACK (SEE PTLACK.CPY).
      * THE FILE IS FRAMED LIKE THE BUREAU'S MAILCORR RETURN: THE
      * FIRST RECORD IS A HEADER ("H") AND THE LAST A TRAILER ("T"),
      * BOTH CARRYING IN PR-CTL-DATA THE PORTAL'S FILE SEQUENCE
      * NUMBER AND FILE DATE AND (ON THE TRAILER) THE DETAIL RECORD
      * COUNT. TESTEPTL PROVES THE FRAME AGAINST PTLCTL BEFORE ANY
      * ENTRY IS TAKEN - A MISSING, DUPLICATED OR SHORT DAILY FILE
      * IS REFUSED WHOLE AT THE INTERFACE.
      ******************************************************************
       01 PORTAL-REG-RECORD.
          05 PR-REC-TYPE          PIC X.
             88 PR-HEADER                     VALUE "H".
             88 PR-DETAIL                     VALUE "D".
             88 PR-TRAILER                    VALUE "T".
          05 PR-PORTAL-REF        PIC X(12).
          05 PR-REG-DATA.
             10 PR-CUST-NAME      PIC X(30).
             10 PR-ADDR-STREET    PIC X(30).
             10 PR-ADDR-CITY      PIC X(30).
             10 PR-ADDR-STATE     PIC X(2).
             10 PR-ADDR-CEP       PIC X(8).
          05 PR-CTL-DATA REDEFINES PR-REG-DATA.
             10 PR-CTL-FILE-SEQ   PIC 9(6).
             10 PR-CTL-FILE-DATE  PIC 9(8).
             10 PR-CTL-REC-COUNT  PIC 9(6).
             10 FILLER            PIC X(80).
