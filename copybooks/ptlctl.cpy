      ******************************************************************
      * PTL-CONTROL-RECORD - STATE OF THE PARTNER PORTAL INTAKE
      * (TESTEPTL). A RELATIVE FILE HOLDING THIS SINGLE RECORD AT
      * RELATIVE KEY 1, KEPT LIKE EXTCTL AND FORMATTED BY TESTEFMT.
      * PC-LAST-FILE-SEQ IS THE PORTAL SEQUENCE NUMBER OF THE LAST
      * DAILY FILE TAKEN IN; THE NEXT FILE MUST CARRY THAT NUMBER
      * PLUS 1. A LOWER OR EQUAL NUMBER IS A FILE ALREADY TAKEN IN
      * (DUPLICATED OR REPLAYED), A HIGHER ONE MEANS AN EARLIER DAY'S
      * FILE NEVER ARRIVED - EITHER WAY THE FILE IS REFUSED WHOLE.
      * ZERO (JUST FORMATTED) ACCEPTS WHATEVER NUMBER THE PORTAL IS
      * UP TO, SO SETUP NEED NOT BE AGREED WITH THE PARTNER.
      * PC-LAST-FILE-DATE IS THE PORTAL'S DATE FOR THAT FILE AND
      * PC-LAST-RUN-DATE THE DATE TESTEPTL TOOK IT IN, FOR THE
      * OPERATORS. THE RECORD IS REWRITTEN AS SOON AS THE ENTRIES
      * HAVE BEEN WRITTEN OUT, SO A FILE IS NEVER TAKEN IN TWICE.
      ******************************************************************
       01 PTL-CONTROL-RECORD.
          05 PC-LAST-FILE-SEQ      PIC 9(6).
          05 PC-LAST-FILE-DATE     PIC 9(8).
          05 PC-LAST-RUN-DATE      PIC 9(8).
