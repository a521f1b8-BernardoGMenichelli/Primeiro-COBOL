      ******************************************************************
      * PTL-ACK-RECORD - ACKNOWLEDGMENT FILE SENT BACK TO THE PARTNER
      * PORTAL BY TESTEPTL, ANSWERING ONE DAILY SIGN-UP FILE (SEE
      * PTLREG.CPY). FRAMED THE SAME WAY:
      *   "H" - HEADER: THE PORTAL FILE SEQUENCE AND DATE BEING
      *         ANSWERED AND WHETHER THE FILE WAS TAKEN IN ("A") OR
      *         REFUSED WHOLE ("R") - A REFUSED FILE GETS NO DETAIL
      *         LINES AND MUST BE SENT AGAIN OR IN ITS PROPER TURN.
      *   "D" - ONE PER ENTRY, BY THE PORTAL'S REFERENCE:
      *         "A" ACCEPTED (QUEUED FOR REGISTRATION),
      *         "R" REFUSED (PA-REASON-CODE SAYS WHY, AS ON REJFILE),
      *         "P" HELD FOR REVIEW - "PC" PROBABLY ALREADY A
      *             CUSTOMER, "GR" NOT QUEUED FOR A WRITE ERROR ON
      *             OUR SIDE. THE REVIEW DECIDES; NOTHING MORE IS
      *             SENT TO THE PORTAL ABOUT IT.
      *   "T" - TRAILER: ENTRY COUNTS BY OUTCOME.
      * ACCEPTED ENTRIES HAVE NO CUSTOMER ID YET - TESTEBCH ASSIGNS
      * IT WHEN THE NIGHT'S LOAD RUNS.
      ******************************************************************
       01 PTL-ACK-RECORD.
          05 PA-REC-TYPE          PIC X.
             88 PA-HEADER                     VALUE "H".
             88 PA-DETAIL                     VALUE "D".
             88 PA-TRAILER                    VALUE "T".
          05 PA-PORTAL-REF        PIC X(12).
          05 PA-ACK-DATA.
             10 PA-ENTRY-STATUS   PIC X.
                88 PA-ACCEPTED                VALUE "A".
                88 PA-REFUSED                 VALUE "R".
                88 PA-HELD                    VALUE "P".
             10 PA-REASON-CODE    PIC X(2).
             10 PA-CUST-NAME      PIC X(30).
             10 FILLER            PIC X(14).
          05 PA-HDR-DATA REDEFINES PA-ACK-DATA.
             10 PA-HDR-FILE-SEQ   PIC 9(6).
             10 PA-HDR-FILE-DATE  PIC 9(8).
             10 PA-HDR-FILE-STATUS PIC X.
                88 PA-FILE-ACCEPTED           VALUE "A".
                88 PA-FILE-REFUSED            VALUE "R".
             10 PA-HDR-RUN-DATE   PIC 9(8).
             10 FILLER            PIC X(24).
          05 PA-TRL-DATA REDEFINES PA-ACK-DATA.
             10 PA-TRL-ACCEPTED   PIC 9(6).
             10 PA-TRL-REFUSED    PIC 9(6).
             10 PA-TRL-HELD       PIC 9(6).
             10 FILLER            PIC X(29).
