           SELECT REPORT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CYC-FILE ASSIGN TO "CYCCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CY-BUS-DATE
               FILE STATUS IS WS-CYC-STATUS.
           SELECT CYCPARM-FILE ASSIGN TO "CYCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCPARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       01  BALPARM-LINE            PIC X(8).
       FD  REPORT-FILE.
       01  RPT-LINE                PIC X(80).
       FD  CYC-FILE.
       COPY "copybooks/cycctl.cpy".
       FD  CYCPARM-FILE.
       01  CYCPARM-LINE            PIC X(8).
       WORKING-STORAGE SECTION.
       COPY "copybooks/auditrec.cpy".
       77 WS-CUSTMAST-STATUS   PIC X(2).
       77 WS-CTL-AUDITS        PIC 9(6)      VALUE ZERO.
       77 WS-CTL-DELETED       PIC 9(6)      VALUE ZERO.
       77 WS-CTL-REINSTATED    PIC 9(6)      VALUE ZERO.
       77 WS-CTL-REVERSED      PIC 9(6)      VALUE ZERO.
       77 WS-AUD-CORRECTIONS   PIC 9(6)      VALUE ZERO.
       77 WS-AUD-REINSTATES    PIC 9(6)      VALUE ZERO.
       77 WS-AUD-MERGES        PIC 9(6)      VALUE ZERO.
       77 WS-AUD-CHANGES       PIC 9(6)      VALUE ZERO.
       77 WS-AUD-REVERSALS     PIC 9(6)      VALUE ZERO.
       77 WS-AUD-BATCH         PIC 9(6)      VALUE ZERO.
       77 WS-AUD-INTERACTIVE   PIC 9(6)      VALUE ZERO.
       77 WS-AUD-NO-ID         PIC 9(6)      VALUE ZERO.
       77 WS-AUD-ON-MASTER     PIC 9(6)      VALUE ZERO.
       77 WS-AUD-NOT-ON-MAST   PIC 9(6)      VALUE ZERO.
       77 WS-MAST-DAY-COUNT    PIC 9(6)      VALUE ZERO.
       77 WS-CYC-STATUS        PIC X(2).
       77 WS-CYCPARM-STATUS    PIC X(2).
       77 WS-CYC-STEP          PIC 9         VALUE 5.
       77 WS-CYC-PREV-STEP     PIC 9         VALUE 4.
       77 WS-CYC-DATE          PIC 9(8)      VALUE ZERO.
       77 WS-CYC-TODAY         PIC 9(8)      VALUE ZERO.
       77 WS-CYC-MODE          PIC X(8)      VALUE SPACES.
           88 WS-CYC-AD-HOC                  VALUE "AVULSO".
       77 WS-CYC-FOUND-SW      PIC X         VALUE "N".
           88 WS-CYC-FOUND                   VALUE "Y".
       77 WS-CYC-BUS-DATE      PIC 9(8)      VALUE ZERO.
       77 WS-CYC-LAST-DATE     PIC 9(8)      VALUE ZERO.
       77 WS-CYC-PENDING-SW    PIC X         VALUE "N".
           88 WS-CYC-PENDING                 VALUE "Y".
       77 WS-CYC-EOF-SW        PIC X         VALUE "N".
           88 WS-CYC-EOF                     VALUE "Y".
       77 WS-CYC-ACTION-SW     PIC X         VALUE SPACE.
           88 WS-CYC-RUN                     VALUE "R".
           88 WS-CYC-SKIP                    VALUE "S".
           88 WS-CYC-REFUSE                  VALUE "X".

       01 WS-HEADING-1.
          05 FILLER             PIC X(34)

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0400-CHECK-CYCLE
           IF WS-CYC-SKIP
               STOP RUN
           END-IF
           IF WS-CYC-REFUSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-GET-BAL-DATE
           PERFORM 1500-OPEN-FILES
           PERFORM 2000-SUM-CONTROL-TOTALS
           ELSE
               DISPLAY "EM BALANCO - DATA " WS-BAL-DATE
           END-IF
           PERFORM 0450-END-CYCLE-STEP
           STOP RUN.

       0400-CHECK-CYCLE.
      * CYCCTL (SEE CYCCTL.CPY) SAYS WHETHER THIS STEP OF THE NIGHTLY
      * CYCLE MAY RUN: NOT BEFORE THE STEP AHEAD OF IT HAS COMPLETED,
      * AND NOT A SECOND TIME ONCE IT HAS COMPLETED ITSELF, SO THE
      * WHOLE NIGHT CAN BE RESUBMITTED AFTER AN ABEND AND PICKS UP AT
      * THE STEP THAT FAILED.
      * THE MANDATORY CYCPARM CARD NAMES THE NIGHT BY ITS BUSINESS
      * DATE (YYYYMMDD), SET BY THE SCHEDULER AND THE SAME ON EVERY
      * STEP. THE CLOCK CANNOT SERVE: A NIGHT THAT RUNS PAST MIDNIGHT
      * WOULD CHANGE DATE HALFWAY THROUGH. A CARD "AVULSO" INSTEAD
      * RUNS THE PROGRAM OUTSIDE THE CYCLE (A DAYTIME RECYCLE OR RERUN
      * BY THE OPERATORS) - CYCCTL IS THEN NEITHER CHECKED NOR UPDATED.
           ACCEPT WS-CYC-TODAY FROM DATE YYYYMMDD
           OPEN INPUT CYCPARM-FILE
           IF WS-CYCPARM-STATUS = "00"
               READ CYCPARM-FILE
               IF WS-CYCPARM-STATUS = "00"
                   MOVE CYCPARM-LINE TO WS-CYC-MODE
               END-IF
               CLOSE CYCPARM-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-CYC-AD-HOC
                   DISPLAY "AVISO: EXECUCAO AVULSA - FORA DO CICLO "
                           "NOTURNO"
                   SET WS-CYC-RUN TO TRUE
               WHEN WS-CYC-MODE IS NUMERIC
                AND WS-CYC-MODE NOT = "00000000"
                   MOVE WS-CYC-MODE TO WS-CYC-BUS-DATE
                   OPEN I-O CYC-FILE
                   IF WS-CYC-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR CYCCTL - STATUS: "
                               WS-CYC-STATUS
                       SET WS-CYC-REFUSE TO TRUE
                   ELSE
                       PERFORM 0410-FIND-CURRENT-CYCLE
                       PERFORM 0420-DECIDE-STEP
                       CLOSE CYC-FILE
                   END-IF
               WHEN OTHER
                   DISPLAY "ERRO: CYCPARM AUSENTE OU INVALIDO - "
                           "INFORMAR DATA DO CICLO OU AVULSO"
                   SET WS-CYC-REFUSE TO TRUE
           END-EVALUATE.

       0410-FIND-CURRENT-CYCLE.
      * THE LATEST CYCLE ON FILE IS FOUND FIRST. THERE IS ONE RECORD
      * PER NIGHT, SO THE BROWSE IS SHORT. IF THE LATEST IS STILL
      * UNFINISHED AND IS NOT THE NIGHT ON THE CARD, AN EARLIER NIGHT
      * HAS NOT COMPLETED AND NOTHING OF THIS ONE MAY RUN. THE CARD'S
      * OWN CYCLE IS THEN READ BY KEY - IT IS THE ONLY RECORD A STEP
      * MAY RUN OR SKIP UNDER.
           MOVE "N" TO WS-CYC-FOUND-SW
           MOVE "N" TO WS-CYC-PENDING-SW
           MOVE "N" TO WS-CYC-EOF-SW
           MOVE ZERO TO WS-CYC-LAST-DATE
           MOVE ZERO TO CY-BUS-DATE
           START CYC-FILE KEY IS NOT LESS THAN CY-BUS-DATE
           IF WS-CYC-STATUS NOT = "00"
               SET WS-CYC-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CYC-EOF
               READ CYC-FILE NEXT
                   AT END
                       SET WS-CYC-EOF TO TRUE
                   NOT AT END
                       MOVE CY-BUS-DATE TO WS-CYC-LAST-DATE
                       IF CY-CYCLE-DONE
                          OR CY-BUS-DATE = WS-CYC-BUS-DATE
                           MOVE "N" TO WS-CYC-PENDING-SW
                       ELSE
                           SET WS-CYC-PENDING TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-CYC-BUS-DATE TO CY-BUS-DATE
           READ CYC-FILE
           IF WS-CYC-STATUS = "00"
               SET WS-CYC-FOUND TO TRUE
           END-IF.

       0420-DECIDE-STEP.
      * A STEP IS SKIPPED AS ALREADY DONE ONLY IN THE CYCLE FOR THE
      * BUSINESS DATE ON THE CARD, NEVER IN ANOTHER NIGHT'S.
           EVALUATE TRUE
               WHEN WS-CYC-PENDING
                   DISPLAY "ERRO: CICLO " WS-CYC-LAST-DATE
                           " PENDENTE - CONCLUIR ANTES DO CICLO "
                           WS-CYC-BUS-DATE
                   SET WS-CYC-REFUSE TO TRUE
               WHEN NOT WS-CYC-FOUND
                   DISPLAY "ERRO: CICLO " WS-CYC-BUS-DATE
                           " NAO ABERTO - EXECUTAR TESTEEDT"
                   SET WS-CYC-REFUSE TO TRUE
               WHEN CY-STEP-DONE (WS-CYC-STEP)
                   DISPLAY "ETAPA TESTEBAL JA CONCLUIDA NO CICLO "
                           CY-BUS-DATE " - PULADA"
                   SET WS-CYC-SKIP TO TRUE
               WHEN NOT CY-STEP-DONE (WS-CYC-PREV-STEP)
                   DISPLAY "ERRO: ETAPA ANTERIOR "
                           CY-STEP-PROGRAM (WS-CYC-PREV-STEP)
                           " NAO CONCLUIDA NO CICLO " CY-BUS-DATE
                   SET WS-CYC-REFUSE TO TRUE
               WHEN OTHER
                   PERFORM 0430-START-STEP
           END-EVALUATE.

       0430-START-STEP.
      * A STEP FOUND RUNNING WAS ABENDED, ONE FOUND FAILED ENDED WITH
      * RC 08 OR ABOVE - EITHER WAY THIS IS THE RERUN.
           IF NOT CY-STEP-PENDING (WS-CYC-STEP)
               DISPLAY "AVISO: REEXECUCAO NO CICLO " CY-BUS-DATE
                       " - SITUACAO ANTERIOR "
                       CY-STEP-STATUS (WS-CYC-STEP)
                       " RC " CY-STEP-RC (WS-CYC-STEP)
           END-IF
           SET CY-STEP-RUNNING (WS-CYC-STEP) TO TRUE
           MOVE WS-CYC-TODAY TO CY-START-DATE (WS-CYC-STEP)
           ACCEPT CY-START-TIME (WS-CYC-STEP) FROM TIME
           MOVE ZERO TO CY-END-DATE (WS-CYC-STEP)
           MOVE ZERO TO CY-END-TIME (WS-CYC-STEP)
           MOVE ZERO TO CY-STEP-RC (WS-CYC-STEP)
           REWRITE CYCLE-CONTROL-RECORD
           IF WS-CYC-STATUS = "00"
               MOVE CY-BUS-DATE TO WS-CYC-DATE
               SET WS-CYC-RUN TO TRUE
           ELSE
               DISPLAY "ERRO AO GRAVAR CYCCTL - STATUS: "
                       WS-CYC-STATUS
               SET WS-CYC-REFUSE TO TRUE
           END-IF.

       0450-END-CYCLE-STEP.
      * RECORDS HOW THE STEP ENDED FROM THE RETURN CODE ALREADY SET
      * FOR THE SCHEDULER: 04 OR BELOW COMPLETES IT AND LETS THE NEXT
      * STEP START, 08 OR ABOVE FAILS IT AND HOLDS THE REST OF THE
      * NIGHT. THE LAST STEP COMPLETING CLOSES THE CYCLE.
           IF WS-CYC-RUN AND NOT WS-CYC-AD-HOC
               OPEN I-O CYC-FILE
               IF WS-CYC-STATUS = "00"
                   MOVE WS-CYC-DATE TO CY-BUS-DATE
                   READ CYC-FILE
               END-IF
               IF WS-CYC-STATUS = "00"
                   ACCEPT CY-END-DATE (WS-CYC-STEP) FROM DATE YYYYMMDD
                   ACCEPT CY-END-TIME (WS-CYC-STEP) FROM TIME
                   MOVE RETURN-CODE TO CY-STEP-RC (WS-CYC-STEP)
                   IF RETURN-CODE > 4
                       SET CY-STEP-FAILED (WS-CYC-STEP) TO TRUE
                   ELSE
                       SET CY-STEP-DONE (WS-CYC-STEP) TO TRUE
                   END-IF
                   IF CY-STEP-DONE (6)
                       SET CY-CYCLE-DONE TO TRUE
                   END-IF
                   REWRITE CYCLE-CONTROL-RECORD
               END-IF
               IF WS-CYC-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR CYCCTL - STATUS: "
                           WS-CYC-STATUS
               END-IF
               CLOSE CYC-FILE
           END-IF.

       1000-GET-BAL-DATE.
      * THE BALANCE DATE DEFAULTS TO TODAY (THE JOB RUNS AT END OF
      * DAY); AN 8-DIGIT DATE IN THE OPTIONAL BALPARM DATASET
                               ADD BC-DELETED-COUNT  TO WS-CTL-DELETED
                               ADD BC-REINSTATED-COUNT
                                   TO WS-CTL-REINSTATED
                               IF BC-REVERSED-COUNT IS NUMERIC
                                   ADD BC-REVERSED-COUNT
                                       TO WS-CTL-REVERSED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
      * READS BACK, BUT ITS OLD REGISTRATION DATE WOULD ALWAYS SHOW
      * AS A CAPTURE THAT NEVER LANDED, AND THE RETIREMENT IS
      * ALREADY NETTED THROUGH BC-DELETED-COUNT.
      * TESTECOB ONLINE CHANGES ("ALTERCAD") CORRECT A RECORD THAT
      * WAS REGISTERED EARLIER - SAME TREATMENT AS A CORRECTION.
      * TESTEREV BACK-OUT AUDITS ("ESTORNO") RESTORE A RECORD TO AN
      * EARLIER IMAGE - NOT CAPTURES EITHER. THEY ARE TALLIED APART
      * AND PROVED AGAINST THE BACK-OUT CONTROL RECORDS.
           EVALUATE AU-TERMINAL-ID
               WHEN "TESTEIMP"
                   ADD 1 TO WS-AUD-CORRECTIONS
                   ADD 1 TO WS-AUD-REINSTATES
               WHEN "TESTEMNT"
                   ADD 1 TO WS-AUD-MERGES
               WHEN "ALTERCAD"
                   ADD 1 TO WS-AUD-CHANGES
               WHEN "ESTORNO"
                   ADD 1 TO WS-AUD-REVERSALS
               WHEN OTHER
                   PERFORM 3150-TALLY-CAPTURE-ENTRY
           END-EVALUATE.
           MOVE "AUDITORIAS DE FUSAO (TESTEMNT)    : " TO CL-LABEL
           MOVE WS-AUD-MERGES TO CL-VALUE
           PERFORM 5400-WRITE-COUNT-LINE
           MOVE "AUDITORIAS DE ALTERACAO ONLINE    : " TO CL-LABEL
           MOVE WS-AUD-CHANGES TO CL-VALUE
           PERFORM 5400-WRITE-COUNT-LINE
           MOVE "ESTORNOS SEGUNDO O CONTROLE       : " TO CL-LABEL
           MOVE WS-CTL-REVERSED TO CL-VALUE
           PERFORM 5400-WRITE-COUNT-LINE
           MOVE "AUDITORIAS DE ESTORNO (TESTEREV)  : " TO CL-LABEL
           MOVE WS-AUD-REVERSALS TO CL-VALUE
           PERFORM 5400-WRITE-COUNT-LINE
           MOVE "AUDITORIAS SEM NUMERO (REJEICAO)  : " TO CL-LABEL
           MOVE WS-AUD-NO-ID TO CL-VALUE
           PERFORM 5400-WRITE-COUNT-LINE
           PERFORM 6100-CHECK-MASTER-VS-AUDIT
           PERFORM 6200-CHECK-LOADED-VS-MASTER
           PERFORM 6300-CHECK-REINSTATES
           PERFORM 6400-CHECK-REVERSALS
           MOVE SPACES TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           IF WS-OUT-OF-BALANCE
           MOVE WS-CHECK-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE.

       6400-CHECK-REVERSALS.
      * EVERY BACK-OUT AUDIT MUST BE BACKED BY THE COUNT ITS TESTEREV
      * RUN APPENDED TO BALCTL AND VICE VERSA - A DIFFERENCE MEANS A
      * REVERSAL WAS APPLIED WITHOUT ITS TRAIL, OR THE TRAIL WITHOUT
      * THE REVERSAL.
           MOVE "ESTORNOS X AUDITORIAS DE ESTORNO          : "
               TO CK-LABEL
           IF WS-AUD-REVERSALS = WS-CTL-REVERSED
               MOVE "OK" TO CK-RESULT
           ELSE
               MOVE "*** DIVERGENTE ***" TO CK-RESULT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE WS-CHECK-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE.

       5400-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE.
