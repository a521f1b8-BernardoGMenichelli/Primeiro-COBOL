      ******************************************************************
      * CYCLE-CONTROL-RECORD - ONE RECORD PER NIGHTLY CYCLE IN THE
      * CYCCTL KSDS, KEYED ON THE BUSINESS DATE THE CYCLE WAS OPENED
      * FOR. THE NIGHT RUNS SIX STEPS IN A FIXED ORDER - TESTEEDT,
      * TESTEBCH, TESTEMNT, TESTEIMP, TESTEBAL, TESTEEXT - AND
      * CY-STEP-ENTRY (N) HOLDS STEP N.
      * EVERY STEP NAMES ITS NIGHT BY THE BUSINESS DATE ON ITS CYCPARM
      * CARD, NOT BY THE CLOCK. TESTEEDT OPENS THE CYCLE FOR THAT DATE
      * ONCE THE PREVIOUS ONE IS COMPLETE; WHILE ONE IS UNFINISHED NO
      * STEP OF A LATER NIGHT RUNS.
      * EVERY STEP MARKS ITSELF RUNNING WHEN IT STARTS AND COMPLETE
      * (RC 04 OR BELOW) OR FAILED (08 AND UP) WHEN IT ENDS UNDER
      * CONTROL. A STEP LEFT RUNNING WAS ABENDED. NO STEP STARTS
      * UNLESS THE STEP BEFORE IT IS COMPLETE, AND A STEP ALREADY
      * COMPLETE IN THE CURRENT CYCLE IS SKIPPED, SO A RESUBMITTED
      * NIGHT RESUMES AT THE STEP THAT FAILED. THE MORNING CYCLE
      * STATUS REPORT IS TESTECYC.
      ******************************************************************
       01 CYCLE-CONTROL-RECORD.
          05 CY-BUS-DATE           PIC 9(8).
          05 CY-CYCLE-STATUS       PIC X.
             88 CY-CYCLE-OPEN                 VALUE "A".
             88 CY-CYCLE-DONE                 VALUE "C".
          05 CY-STEP-TABLE.
             10 CY-STEP-ENTRY      OCCURS 6 TIMES.
                15 CY-STEP-PROGRAM PIC X(8).
                15 CY-STEP-STATUS  PIC X.
                   88 CY-STEP-PENDING         VALUE SPACE.
                   88 CY-STEP-RUNNING         VALUE "R".
                   88 CY-STEP-DONE            VALUE "C".
                   88 CY-STEP-FAILED          VALUE "F".
                15 CY-START-DATE   PIC 9(8).
                15 CY-START-TIME   PIC 9(8).
                15 CY-END-DATE     PIC 9(8).
                15 CY-END-TIME     PIC 9(8).
                15 CY-STEP-RC      PIC 9(2).
