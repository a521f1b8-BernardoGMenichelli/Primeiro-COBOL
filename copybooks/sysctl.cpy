      ******************************************************************
      * SYS-STATUS-RECORD - BATCH-WINDOW LOCK. A RELATIVE FILE HOLDING
      * THIS SINGLE RECORD AT RELATIVE KEY 1, KEPT LIKE CTLFILE AND
      * FORMATTED BY TESTEFMT.
      * TESTEBCH, TESTEMNT, TESTEIMP, TESTEARC, TESTEREV AND TESTEANO
      * SET SS-BATCH-STATUS TO "B" WHEN THEY START AND CLEAR IT WHEN
      * THEY END NORMALLY.
      * WHILE IT IS "B" THE ONLINE PROGRAMS (TESTECOB, TESTEREJ,
      * TESTEOPR) OFFER INQUIRY ONLY - AN ONLINE ADD OR REACTIVATE
      * DURING THE WINDOW WOULD CLASH WITH THE BATCH ON THE CTLFILE
      * NEXT NUMBER AND LEAVE BALCTL OUT OF STEP.
      * SS-LOCK-PROGRAM, SS-LOCK-USER, SS-LOCK-DATE AND SS-LOCK-TIME
      * SAY WHO TOOK THE LOCK AND WHEN. A JOB THAT ABENDS LEAVES THE
      * LOCK SET; THE MORNING TESTEFMT VERIFY REPORTS IT AND ONLY A
      * SUPERVISOR CAN RELEASE IT (TESTEOPR), THE RELEASE GOING TO
      * SECLOG. A RERUN OF THE SAME PROGRAM TAKES ITS OWN LOCK OVER.
      ******************************************************************
       01 SYS-STATUS-RECORD.
          05 SS-BATCH-STATUS       PIC X.
             88 SS-WINDOW-OPEN                VALUE SPACE.
             88 SS-BATCH-RUNNING              VALUE "B".
          05 SS-LOCK-PROGRAM       PIC X(8).
          05 SS-LOCK-USER          PIC X(8).
          05 SS-LOCK-DATE          PIC 9(8).
          05 SS-LOCK-TIME          PIC 9(8).
