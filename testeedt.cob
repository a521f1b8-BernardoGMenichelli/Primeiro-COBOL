               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CEPDIR-FILE ASSIGN TO "CEPDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CEP-END
               FILE STATUS IS WS-CEPDIR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EDTRPT"
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
       FD  TRANFILE-FILE.
       COPY "copybooks/custtran.cpy".
       FD  CUSTMAST-FILE.
       COPY "copybooks/custmast.cpy".
       FD  CEPDIR-FILE.
       COPY "copybooks/cepdir.cpy".
       FD  REPORT-FILE.
       01  RPT-LINE                PIC X(80).
       FD  CYC-FILE.
       COPY "copybooks/cycctl.cpy".
       FD  CYCPARM-FILE.
       01  CYCPARM-LINE            PIC X(8).
       WORKING-STORAGE SECTION.
       77 WS-TRANFILE-STATUS   PIC X(2).
       77 WS-CUSTMAST-STATUS   PIC X(2).
       77 WS-REPORT-STATUS     PIC X(2).
       77 WS-CEPDIR-STATUS     PIC X(2).
       77 WS-CEP-DIR-SW        PIC X         VALUE "N".
           88 WS-CEP-IN-DIR                  VALUE "Y".
       77 WS-CEP-MATCH-SW      PIC X         VALUE "N".
           88 WS-CEP-MATCHES                 VALUE "Y".
       77 WS-CHK-CEP           PIC 9(8)      VALUE ZERO.
       77 WS-CHK-CITY          PIC X(30)     VALUE SPACES.
       77 WS-CHK-STATE         PIC X(2)      VALUE SPACES.
       77 WS-EOF-SWITCH        PIC X         VALUE "N".
           88 WS-EOF                         VALUE "Y".
       77 WS-MAST-OPEN-SW      PIC X         VALUE "N".
       77 WS-BAD-CODE-COUNT    PIC 9(6)      VALUE ZERO.
       77 WS-BAD-NAME-COUNT    PIC 9(6)      VALUE ZERO.
       77 WS-BAD-CEP-COUNT     PIC 9(6)      VALUE ZERO.
       77 WS-BAD-DIR-COUNT     PIC 9(6)      VALUE ZERO.
       77 WS-OK-MRG-COUNT      PIC 9(6)      VALUE ZERO.
       77 WS-BAD-MERGE-COUNT   PIC 9(6)      VALUE ZERO.
       77 WS-INACT-TGT-COUNT   PIC 9(6)      VALUE ZERO.
       77 WS-PAGE-NO           PIC 9(4)      VALUE ZERO.
       77 WS-LINE-CTR          PIC 9(4)      VALUE ZERO.
       77 WS-LINES-PER-PAGE    PIC 9(4)      VALUE 40.
       77 WS-CYC-STATUS        PIC X(2).
       77 WS-CYCPARM-STATUS    PIC X(2).
       77 WS-CYC-STEP          PIC 9         VALUE 1.
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

       01 WS-NEW-CYCLE-STEPS.
          05 FILLER             PIC X(8)  VALUE "TESTEEDT".
          05 FILLER             PIC X     VALUE SPACE.
          05 FILLER             PIC X(34) VALUE ALL "0".
          05 FILLER             PIC X(8)  VALUE "TESTEBCH".
          05 FILLER             PIC X     VALUE SPACE.
          05 FILLER             PIC X(34) VALUE ALL "0".
          05 FILLER             PIC X(8)  VALUE "TESTEMNT".
          05 FILLER             PIC X     VALUE SPACE.
          05 FILLER             PIC X(34) VALUE ALL "0".
          05 FILLER             PIC X(8)  VALUE "TESTEIMP".
          05 FILLER             PIC X     VALUE SPACE.
          05 FILLER             PIC X(34) VALUE ALL "0".
          05 FILLER             PIC X(8)  VALUE "TESTEBAL".
          05 FILLER             PIC X     VALUE SPACE.
          05 FILLER             PIC X(34) VALUE ALL "0".
          05 FILLER             PIC X(8)  VALUE "TESTEEXT".
          05 FILLER             PIC X     VALUE SPACE.
          05 FILLER             PIC X(34) VALUE ALL "0".

       01 WS-HEADING-1.
          05 FILLER             PIC X(38)
       0000-MAIN.
      * EDIT-ONLY PASS OVER THE WHOLE TRANFILE WITH THE SAME RULES
      * THE LIVE PROGRAMS APPLY (TRANSACTION CODE, THE NAME EDITS OF
      * THE ADD/CHANGE PATHS, THE CEP DIRECTORY CHECK, CHANGE/DELETE
      * TARGETS THAT EXIST ON THE KEYED MASTER). NOTHING IS APPLIED
      * AND NO CTLFILE NUMBER IS DRAWN - A GARBAGE OR TRUNCATED FILE
      * IS CAUGHT HERE, BEFORE TESTEBCH AND TESTEMNT TOUCH ANYTHING,
      * INSTEAD OF MID-UPDATE.
      * RC=0 CLEAN (GO), RC=8 AT LEAST ONE BAD TRANSACTION (NO-GO -
      * THE SCHEDULER HOLDS TESTEBCH/TESTEMNT), RC=12 TRANFILE OR THE
      * CEP DIRECTORY WOULD NOT OPEN (THE LIVE PROGRAMS REFUSE TO RUN
      * WITHOUT THE DIRECTORY, SO THE TRIAL CANNOT PASS WITHOUT IT).
           PERFORM 0400-CHECK-CYCLE
           IF WS-CYC-SKIP
               STOP RUN
           END-IF
           IF WS-CYC-REFUSE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TRANFILE-FILE
           IF WS-TRANFILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TRANFILE - STATUS: "
                       WS-TRANFILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 0450-END-CYCLE-STEP
               STOP RUN
           END-IF
           OPEN INPUT CEPDIR-FILE
           IF WS-CEPDIR-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CEPDIR - STATUS: "
                       WS-CEPDIR-STATUS " - EXECUTAR TESTECEP"
               CLOSE TRANFILE-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM 0450-END-CYCLE-STEP
               STOP RUN
           END-IF
           OPEN INPUT CUSTMAST-FILE
           DISPLAY "TRANSACOES LIDAS     : " WS-TRAN-COUNT
           DISPLAY "COM ERRO             : " WS-ERROR-COUNT
           CLOSE TRANFILE-FILE
           CLOSE CEPDIR-FILE
           IF WS-MAST-OPEN-OK
               CLOSE CUSTMAST-FILE
           END-IF
           ELSE
               DISPLAY "TRANFILE APROVADO"
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
      * THIS IS THE FIRST STEP OF THE NIGHT: IT OPENS THE CYCLE FOR
      * THE DATE ON THE CARD ONCE THE LAST ONE HAS COMPLETED, AND
      * CREATES CYCCTL ON ITS FIRST RUN LIKE CUSTXREF.
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
                   IF WS-CYC-STATUS = "35"
                       OPEN OUTPUT CYC-FILE
                       CLOSE CYC-FILE
                       OPEN I-O CYC-FILE
                   END-IF
                   IF WS-CYC-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR CYCCTL - STATUS: "
                               WS-CYC-STATUS
                       SET WS-CYC-REFUSE TO TRUE
                   ELSE
                       PERFORM 0410-FIND-CURRENT-CYCLE
                       IF NOT WS-CYC-FOUND
                          AND NOT WS-CYC-PENDING
                          AND WS-CYC-LAST-DATE < WS-CYC-BUS-DATE
                           PERFORM 0415-OPEN-NEW-CYCLE
                       END-IF
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

       0415-OPEN-NEW-CYCLE.
      * A NEW NIGHT IS OPENED ONLY WHEN THE LAST ONE HAS COMPLETED AND
      * THE CARD'S DATE IS LATER THAN IT - A CARD FOR A NIGHT ALREADY
      * PAST THAT WAS NEVER OPENED IS A MISTAKE, NOT A NEW CYCLE.
           MOVE SPACES TO CYCLE-CONTROL-RECORD
           MOVE WS-CYC-BUS-DATE TO CY-BUS-DATE
           SET CY-CYCLE-OPEN TO TRUE
           MOVE WS-NEW-CYCLE-STEPS TO CY-STEP-TABLE
           WRITE CYCLE-CONTROL-RECORD
           IF WS-CYC-STATUS = "00"
               SET WS-CYC-FOUND TO TRUE
               DISPLAY "CICLO NOTURNO " CY-BUS-DATE " ABERTO"
           ELSE
               DISPLAY "ERRO AO GRAVAR CYCCTL - STATUS: "
                       WS-CYC-STATUS
               MOVE "N" TO WS-CYC-FOUND-SW
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
                           " NAO ABERTO - ULTIMO CICLO EM CYCCTL "
                           WS-CYC-LAST-DATE " - CONFERIR CYCPARM"
                   SET WS-CYC-REFUSE TO TRUE
               WHEN CY-STEP-DONE (WS-CYC-STEP)
                   DISPLAY "ETAPA TESTEEDT JA CONCLUIDA NO CICLO "
                           CY-BUS-DATE " - PULADA"
                   SET WS-CYC-SKIP TO TRUE
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

       2000-EDIT-TRANSACTION.
           EVALUATE TRUE
               WHEN NOT TR-VALID-CODE
                   PERFORM 2400-EDIT-MERGE
           END-EVALUATE.

       2050-CHECK-TRAN-CEP.
           MOVE "N" TO WS-CEP-MATCH-SW
           IF TR-ADDR-CEP IS NUMERIC
              AND TR-ADDR-CEP NOT = "00000000"
               MOVE TR-ADDR-CEP    TO WS-CHK-CEP
               MOVE TR-ADDR-CITY   TO WS-CHK-CITY
               MOVE TR-ADDR-STATE  TO WS-CHK-STATE
               PERFORM 2700-CHECK-CEP-DIR
           END-IF.

       2100-EDIT-ADD.
      * SAME EDITS AS TESTEBCH 2500-PROCESS-ADD: NAME, CEP, AND THE
      * CEP AGAINST THE DIRECTORY.
      * TR-CUST-ID IS IGNORED ON ADDS THERE, SO IT IS NOT EDITED
      * HERE EITHER.
           PERFORM 2050-CHECK-TRAN-CEP
           EVALUATE TRUE
               WHEN TR-CUST-NAME = SPACES
                 OR TR-CUST-NAME IS NOT ALPHABETIC
                   ADD 1 TO WS-BAD-CEP-COUNT
                   MOVE "CEP INVALIDO" TO DT-REASON
                   PERFORM 3000-REGISTER-ERROR
               WHEN NOT WS-CEP-MATCHES
                   PERFORM 2600-REGISTER-CEP-DIR
               WHEN OTHER
                   ADD 1 TO WS-OK-ADD-COUNT
           END-EVALUATE.

       2200-EDIT-CHANGE.
      * SAME EDITS AS TESTEMNT 2100-APPLY-CHANGE: VALID NAME, VALID
      * CEP, A CEP THAT AGREES WITH THE DIRECTORY AND A TARGET THAT
      * READS BACK FROM THE MASTER.
           PERFORM 2050-CHECK-TRAN-CEP
           EVALUATE TRUE
               WHEN TR-CUST-NAME = SPACES
                 OR TR-CUST-NAME IS NOT ALPHABETIC
                   ADD 1 TO WS-BAD-CEP-COUNT
                   MOVE "CEP INVALIDO" TO DT-REASON
                   PERFORM 3000-REGISTER-ERROR
               WHEN NOT WS-CEP-MATCHES
                   PERFORM 2600-REGISTER-CEP-DIR
               WHEN OTHER
                   PERFORM 2500-READ-TARGET
                   IF WS-CUSTMAST-STATUS = "00"
               MOVE "35" TO WS-CUSTMAST-STATUS
           END-IF.

       2600-REGISTER-CEP-DIR.
      * ONE COUNT FOR THE "CD" REJECTION THE LIVE RUN WOULD GIVE,
      * WITH THE REASON SPELLED OUT ON THE LINE.
           ADD 1 TO WS-BAD-DIR-COUNT
           IF WS-CEP-IN-DIR
               MOVE "CEP NAO CONFERE CIDADE/UF" TO DT-REASON
           ELSE
               MOVE "CEP INEXISTENTE NO DIRETORIO" TO DT-REASON
           END-IF
           PERFORM 3000-REGISTER-ERROR.

       2700-CHECK-CEP-DIR.
      * THE CALLER SETS WS-CHK-CEP, WS-CHK-CITY AND WS-CHK-STATE.
      * CITY AND UF ARE COMPARED IN UPPER CASE, THE WAY TESTECEP
      * HOLDS THEM IN THE DIRECTORY.
           MOVE "N" TO WS-CEP-MATCH-SW
           PERFORM 2750-FIND-CEP-RANGE
           IF WS-CEP-IN-DIR
               INSPECT WS-CHK-CITY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT WS-CHK-STATE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF CD-ADDR-CITY = WS-CHK-CITY
                  AND CD-ADDR-STATE = WS-CHK-STATE
                   SET WS-CEP-MATCHES TO TRUE
               END-IF
           END-IF.

       2750-FIND-CEP-RANGE.
      * THE DIRECTORY IS KEYED ON THE END OF EACH RANGE: THE FIRST
      * RANGE ENDING AT OR ABOVE THE CEP HOLDS IT IF IT ALSO STARTS
      * AT OR BELOW IT - OTHERWISE THE CEP FALLS IN A GAP AND DOES
      * NOT EXIST.
           MOVE "N" TO WS-CEP-DIR-SW
           MOVE WS-CHK-CEP TO CD-CEP-END
           START CEPDIR-FILE KEY NOT < CD-CEP-END
           IF WS-CEPDIR-STATUS = "00"
               READ CEPDIR-FILE NEXT
               IF WS-CEPDIR-STATUS = "00"
                  AND CD-CEP-START NOT > WS-CHK-CEP
                   SET WS-CEP-IN-DIR TO TRUE
               END-IF
           END-IF.

       3000-REGISTER-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           IF WS-LINE-CTR = ZERO
           MOVE "CEP INVALIDO              : " TO TL-LABEL
           MOVE WS-BAD-CEP-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           MOVE "CEP X DIRETORIO (CD)      : " TO TL-LABEL
           MOVE WS-BAD-DIR-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           MOVE "ALVO INEXISTENTE          : " TO TL-LABEL
           MOVE WS-NO-TARGET-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
