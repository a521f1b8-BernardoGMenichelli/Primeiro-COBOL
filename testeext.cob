               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-EXTCTL-KEY
               FILE STATUS IS WS-EXTCTL-STATUS.
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
       01  EXTPARM-LINE            PIC X(8).
       FD  EXTCTL-FILE.
       COPY "copybooks/extctl.cpy".
       FD  CYC-FILE.
       COPY "copybooks/cycctl.cpy".
       FD  CYCPARM-FILE.
       01  CYCPARM-LINE            PIC X(8).
       WORKING-STORAGE SECTION.
       77 WS-CUSTMAST-STATUS   PIC X(2).
       77 WS-CSV-STATUS        PIC X(2).
       77 WS-SKIPPED-RECS      PIC 9(6)      VALUE ZERO.
       77 WS-UNCHANGED-RECS    PIC 9(6)      VALUE ZERO.
       77 WS-INACTIVE-RECS     PIC 9(6)      VALUE ZERO.
       77 WS-ANONYMIZED-RECS   PIC 9(6)      VALUE ZERO.
       77 WS-ESC-SRC-IDX       PIC 9(4).
       77 WS-ESC-DST-IDX       PIC 9(4).
       77 WS-ESC-SRC-LEN       PIC 9(4).
       77 WS-CYC-STATUS        PIC X(2).
       77 WS-CYCPARM-STATUS    PIC X(2).
       77 WS-CYC-STEP          PIC 9         VALUE 6.
       77 WS-CYC-PREV-STEP     PIC 9         VALUE 5.
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
       01 WS-ESC-IN             PIC X(30).
       01 WS-ESC-OUT            PIC X(62).
       01 WS-CSV-NAME-ESC       PIC X(62).
      * THE NUMBER ON ITS MAILCORR RETURN AND TESTEIMP REFUSES A
      * RETURN THAT DOES NOT MATCH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0400-CHECK-CYCLE
           IF WS-CYC-SKIP
               STOP RUN
           END-IF
           IF WS-CYC-REFUSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0500-READ-PARAMETER
           PERFORM 1000-OPEN-FILES
           PERFORM 1500-TAKE-EXTRACT-SEQ
           DISPLAY "TOTAL DE REGISTROS EXPORTADOS: " WS-TOTAL-RECS
           DISPLAY "PULADOS (CORRESP DEVOLVIDA)  : " WS-SKIPPED-RECS
           DISPLAY "PULADOS (DESATIVADOS)        : " WS-INACTIVE-RECS
           DISPLAY "PULADOS (ANONIMIZADOS)       : " WS-ANONYMIZED-RECS
           IF WS-MODE-DELTA
               DISPLAY "PULADOS (SEM ALTERACAO)      : "
                       WS-UNCHANGED-RECS
           END-IF
           PERFORM 9000-CLOSE-FILES
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
                   DISPLAY "ETAPA TESTEEXT JA CONCLUIDA NO CICLO "
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

       0500-READ-PARAMETER.
      * EXTPARM CARD: "FULL" OR "DELTA". AN ABSENT CARD MEANS FULL -
      * THE SAFE, RESYNCING DEFAULT.
               DISPLAY "ERRO: EXTPARM INVALIDO (FULL/DELTA): "
                       WS-RUN-MODE
               MOVE 8 TO RETURN-CODE
               PERFORM 0450-END-CYCLE-STEP
               STOP RUN
           END-IF.

               CLOSE CUSTMAST-FILE
               CLOSE CSV-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 0450-END-CYCLE-STEP
               STOP RUN
           END-IF
           COMPUTE WS-EXTRACT-SEQ = EC-EXTRACT-SEQ + 1.

       1900-SELECT-CUSTOMER.
      * DEACTIVATED CUSTOMERS NEVER GO TO THE BUREAU - THEY ARE NOT
      * MAILED AND EVERY RECORD SENT IS BILLED. NEITHER ARE LGPD-
      * ANONYMIZED CUSTOMERS (TESTEANO) - THE NAME CARRIES THE FIXED
      * MASK AND THERE IS NO ADDRESS LEFT TO MAIL TO. THE LITERAL
      * MUST MATCH THE MASK IN TESTEANO. A ZERO CEP ALONE IS NOT A
      * REASON TO SKIP: A CONVERTED RECORD STILL WAITING FOR ITS CEP
      * GETS IT FROM THE BUREAU'S CORRECTION.
           EVALUATE TRUE
               WHEN MR-INACTIVE
                   ADD 1 TO WS-INACTIVE-RECS
               WHEN MR-CUST-NAME = "*** ANONIMIZADO (LGPD) ***"
                   ADD 1 TO WS-ANONYMIZED-RECS
               WHEN MR-UNDELIVERABLE
                   ADD 1 TO WS-SKIPPED-RECS
               WHEN WS-MODE-DELTA
