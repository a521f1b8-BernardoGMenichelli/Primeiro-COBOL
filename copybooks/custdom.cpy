      ******************************************************************
      * DOM-RECORD - HOUSEHOLD FILE. ONE ENTRY PER ACTIVE CUSTOMER
      * WITH AN ADDRESS, KEYED ON THE NORMALIZED STREET, THE CEP AND
      * THE CUSTOMER ID, SO EVERYONE LIVING AT THE SAME ADDRESS SITS
      * TOGETHER IN KEY ORDER AND A START AT STREET+CEP+000000 FINDS
      * THE WHOLE HOUSEHOLD. DM-DOM-NO IS THE HOUSEHOLD NUMBER, THE
      * SAME ON EVERY ENTRY AT THE ADDRESS.
      * THE STREET IS NORMALIZED BEFORE IT IS KEYED - UPPER CASE,
      * PUNCTUATION DROPPED, RUNS OF BLANKS SQUEEZED TO ONE, AND THE
      * USUAL ABBREVIATION OF THE STREET TYPE SPELLED OUT ("R." IS
      * "RUA", "AV" IS "AVENIDA") - SO FAMILY MEMBERS WHO KEYED THE
      * SAME APARTMENT DIFFERENTLY STILL LAND IN ONE HOUSEHOLD. A
      * CUSTOMER WITH A BLANK STREET OR A ZERO CEP HAS NO HOUSEHOLD.
      * DOM-CONTROL-RECORD IS THE SINGLE CONTROL ENTRY AT THE
      * LOW-VALUES KEY, AHEAD OF EVERY ADDRESS: DC-LAST-DOM-NO IS THE
      * LAST HOUSEHOLD NUMBER GIVEN OUT.
      * THE FILE IS REBUILT FROM THE MASTER BY TESTEDOM AND KEPT IN
      * STEP BY THE PROGRAMS THAT ADD, RE-ADDRESS, DEACTIVATE OR
      * REACTIVATE A CUSTOMER (TESTECOB, TESTEBCH, TESTEMNT,
      * TESTEIMP), LIKE CUSTXREF; TESTEANO DELETES THE ENTRIES OF A
      * CUSTOMER IT ERASES. TESTEDMR REPORTS IT.
      ******************************************************************
       01 DOM-RECORD.
          05 DM-DOM-KEY.
             10 DM-NORM-STREET     PIC X(30).
             10 DM-ADDR-CEP        PIC 9(8).
             10 DM-CUST-ID         PIC 9(6).
          05 DM-DOM-NO             PIC 9(6).
          05 DM-JOIN-DATE          PIC 9(8).
       01 DOM-CONTROL-RECORD.
          05 DC-CONTROL-KEY        PIC X(44).
          05 DC-LAST-DOM-NO        PIC 9(6).
          05 FILLER                PIC X(8).
