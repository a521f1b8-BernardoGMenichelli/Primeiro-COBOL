               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.
           SELECT DOM-FILE ASSIGN TO "CUSTDOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DOM-KEY
               FILE STATUS IS WS-DOM-STATUS.
           SELECT CHGHIST-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CEPDIR-FILE ASSIGN TO "CEPDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CEP-END
               FILE STATUS IS WS-CEPDIR-STATUS.
           SELECT SYS-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-SYS-KEY
               FILE STATUS IS WS-SYS-STATUS.
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
       COPY "copybooks/balctl.cpy".
       FD  XREF-FILE.
       COPY "copybooks/custxref.cpy".
       FD  DOM-FILE.
       COPY "copybooks/custdom.cpy".
       FD  CHGHIST-FILE.
       01  CHGHIST-LINE            PIC X(307).
       FD  AUDIT-FILE.
       01  AUDIT-LINE              PIC X(68).
       FD  CEPDIR-FILE.
       COPY "copybooks/cepdir.cpy".
       FD  SYS-FILE.
       COPY "copybooks/sysctl.cpy".
       FD  CYC-FILE.
       COPY "copybooks/cycctl.cpy".
       FD  CYCPARM-FILE.
       01  CYCPARM-LINE            PIC X(8).
       WORKING-STORAGE SECTION.
       COPY "copybooks/chghist.cpy".
       COPY "copybooks/auditrec.cpy".
       77 WS-REJECTED-COUNT    PIC 9(6)      VALUE ZERO.
       77 WS-UNMATCHED-COUNT   PIC 9(6)      VALUE ZERO.
       77 WS-XREF-STATUS       PIC X(2).
       77 WS-DOM-STATUS        PIC X(2).
       77 WS-DOM-NO            PIC 9(6)      VALUE ZERO.
       77 WS-DOM-CUST-ID       PIC 9(6)      VALUE ZERO.
       77 WS-DOM-STREET        PIC X(30)     VALUE SPACES.
       77 WS-DOM-CEP           PIC 9(8)      VALUE ZERO.
       77 WS-DOM-OLD-STREET    PIC X(30)     VALUE SPACES.
       77 WS-DOM-OLD-CEP       PIC 9(8)      VALUE ZERO.
       77 WS-DOM-OLD-NORM      PIC X(30)     VALUE SPACES.
       77 WS-DOM-STREET-IN     PIC X(30)     VALUE SPACES.
       77 WS-DOM-WORK          PIC X(30)     VALUE SPACES.
       77 WS-DOM-SQUEEZED      PIC X(30)     VALUE SPACES.
       77 WS-DOM-NORM-STREET   PIC X(30)     VALUE SPACES.
       77 WS-DOM-TYPE          PIC X(8)      VALUE SPACES.
       77 WS-DOM-TYPE-LEN      PIC 9(2)      VALUE ZERO.
       77 WS-DOM-SRC-IDX       PIC 9(2)      VALUE ZERO.
       77 WS-DOM-DST-IDX       PIC 9(2)      VALUE ZERO.
       77 WS-DOM-BLANK-SW      PIC X         VALUE "N".
           88 WS-DOM-LAST-BLANK              VALUE "Y".
       77 WS-CHGHIST-STATUS    PIC X(2).
       77 WS-AUDIT-STATUS      PIC X(2).
       77 WS-MERGED-COUNT      PIC 9(6)      VALUE ZERO.
       77 WS-REDATE-SW         PIC X         VALUE "N".
           88 WS-SURV-REDATED                VALUE "Y".
       77 WS-OLD-CUST-NAME     PIC X(30)     VALUE SPACES.
       77 WS-CEPDIR-STATUS     PIC X(2).
       77 WS-CEP-DIR-SW        PIC X         VALUE "N".
           88 WS-CEP-IN-DIR                  VALUE "Y".
       77 WS-CEP-MATCH-SW      PIC X         VALUE "N".
           88 WS-CEP-MATCHES                 VALUE "Y".
       77 WS-CHK-CEP           PIC 9(8)      VALUE ZERO.
       77 WS-CHK-CITY          PIC X(30)     VALUE SPACES.
       77 WS-CHK-STATE         PIC X(2)      VALUE SPACES.
       77 WS-SYS-STATUS        PIC X(2).
       77 WS-SYS-KEY           PIC 9(4)      VALUE 1.
       77 WS-SYS-AVAIL-SW      PIC X         VALUE "N".
           88 WS-SYS-FILE-OK                 VALUE "Y".
       77 WS-LOCK-OWNED-SW     PIC X         VALUE "N".
           88 WS-LOCK-OWNED                  VALUE "Y".
       77 WS-CYC-STATUS        PIC X(2).
       77 WS-CYCPARM-STATUS    PIC X(2).
       77 WS-CYC-STEP          PIC 9         VALUE 3.
       77 WS-CYC-PREV-STEP     PIC 9         VALUE 2.
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
       01 WS-BEFORE-IMAGE      PIC X(134)    VALUE SPACES.
       01 WS-DUP-IMAGE         PIC X(134)    VALUE SPACES.
       01 WS-DUP-SAVE.
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0400-CHECK-CYCLE
           IF WS-CYC-SKIP
               STOP RUN
           END-IF
           IF WS-CYC-REFUSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0200-SET-BATCH-LOCK
           IF NOT WS-SYS-FILE-OK
               DISPLAY "ERRO: SYSCTL NAO PRE-ALOCADO - "
                       "EXECUTAR TESTEFMT"
               MOVE 8 TO RETURN-CODE
               PERFORM 0450-END-CYCLE-STEP
               STOP RUN
           END-IF
           OPEN INPUT TRANFILE-FILE
           IF WS-TRANFILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TRANFILE - STATUS: "
                       WS-TRANFILE-STATUS
               PERFORM 0250-CLEAR-BATCH-LOCK
               MOVE 8 TO RETURN-CODE
               PERFORM 0450-END-CYCLE-STEP
               STOP RUN
           END-IF
           OPEN I-O CUSTMAST-FILE
               DISPLAY "ERRO AO ABRIR CUSTMAST - STATUS: "
                       WS-CUSTMAST-STATUS
               CLOSE TRANFILE-FILE
               PERFORM 0250-CLEAR-BATCH-LOCK
               MOVE 8 TO RETURN-CODE
               PERFORM 0450-END-CYCLE-STEP
               STOP RUN
           END-IF
      * A CHANGE CARRIES A NEW ADDRESS, AND NO ADDRESS GOES ON THE
      * MASTER UNPROVED - NO CEP DIRECTORY, NO MAINTENANCE RUN.
           OPEN INPUT CEPDIR-FILE
           IF WS-CEPDIR-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CEPDIR - STATUS: "
                       WS-CEPDIR-STATUS " - EXECUTAR TESTECEP"
               CLOSE TRANFILE-FILE
               CLOSE CUSTMAST-FILE
               PERFORM 0250-CLEAR-BATCH-LOCK
               MOVE 8 TO RETURN-CODE
               PERFORM 0450-END-CYCLE-STEP
               STOP RUN
           END-IF
           OPEN I-O XREF-FILE
               CLOSE XREF-FILE
               OPEN I-O XREF-FILE
           END-IF
           OPEN I-O DOM-FILE
           IF WS-DOM-STATUS = "35"
               OPEN OUTPUT DOM-FILE
               CLOSE DOM-FILE
               OPEN I-O DOM-FILE
           END-IF
           OPEN EXTEND CHGHIST-FILE
           IF WS-CHGHIST-STATUS = "35"
               OPEN OUTPUT CHGHIST-FILE
           DISPLAY "NAO ENCONTRADAS      : " WS-UNMATCHED-COUNT
           PERFORM 6000-WRITE-BAL-CONTROL
           PERFORM 9000-CLOSE-FILES
           PERFORM 0250-CLEAR-BATCH-LOCK
           IF WS-RUN-ERROR
               DISPLAY "MANUTENCAO COM ERROS DE GRAVACAO"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0450-END-CYCLE-STEP
           STOP RUN.

       0200-SET-BATCH-LOCK.
      * SYSCTL (SEE SYSCTL.CPY) CLOSES THE BATCH WINDOW FOR THE ONLINE
      * PROGRAMS BEFORE THIS RUN TOUCHES THE MASTER.
      * IT IS MANDATORY - A MAINTENANCE RUN THAT COULD NOT SHUT THE
      * ONLINE SIDE OUT COULD REWRITE A RECORD A CLERK IS CHANGING.
      * A LOCK ALREADY HELD BY THIS PROGRAM IS A RERUN AFTER AN ABEND
      * AND IS TAKEN OVER. A LOCK HELD BY ANOTHER PROGRAM IS LEFT
      * ALONE (THE WINDOW IS CLOSED EITHER WAY) SO THAT, IF IT WAS
      * LEFT BY AN ABEND, THE MORNING TESTEFMT VERIFY STILL SEES IT.
           OPEN I-O SYS-FILE
           IF WS-SYS-STATUS = "00"
               MOVE 1 TO WS-SYS-KEY
               READ SYS-FILE
               IF WS-SYS-STATUS = "00"
                   SET WS-SYS-FILE-OK TO TRUE
               END-IF
           END-IF
           IF WS-SYS-FILE-OK
               EVALUATE TRUE
                   WHEN SS-WINDOW-OPEN
                       SET WS-LOCK-OWNED TO TRUE
                   WHEN SS-LOCK-PROGRAM = "TESTEMNT"
                       DISPLAY "AVISO: RETOMANDO TRAVA DE LOTE DE "
                               SS-LOCK-DATE " " SS-LOCK-TIME
                       SET WS-LOCK-OWNED TO TRUE
                   WHEN OTHER
                       DISPLAY "AVISO: TRAVA DE LOTE MANTIDA POR "
                               SS-LOCK-PROGRAM " DESDE "
                               SS-LOCK-DATE " " SS-LOCK-TIME
               END-EVALUATE
               IF WS-LOCK-OWNED
                   SET SS-BATCH-RUNNING TO TRUE
                   MOVE "TESTEMNT" TO SS-LOCK-PROGRAM
                   ACCEPT SS-LOCK-USER FROM ENVIRONMENT "USER"
                   MOVE WS-RUN-DATE TO SS-LOCK-DATE
                   ACCEPT SS-LOCK-TIME FROM TIME
                   REWRITE SYS-STATUS-RECORD
                   IF WS-SYS-STATUS NOT = "00"
                       DISPLAY "ERRO AO GRAVAR SYSCTL - STATUS: "
                               WS-SYS-STATUS
                       MOVE "N" TO WS-SYS-AVAIL-SW
                       MOVE "N" TO WS-LOCK-OWNED-SW
                   END-IF
               END-IF
           END-IF
           CLOSE SYS-FILE.

       0250-CLEAR-BATCH-LOCK.
      * REOPENS THE WINDOW AT A CONTROLLED END OF THE RUN, WHATEVER
      * THE RETURN CODE - ONLY AN ABEND, WHICH NEVER GETS HERE,
      * LEAVES THE LOCK FOR THE MORNING VERIFY AND THE SUPERVISOR.
      * A LOCK THIS RUN DID NOT TAKE IS NOT ITS TO CLEAR.
           IF WS-LOCK-OWNED
               OPEN I-O SYS-FILE
               MOVE 1 TO WS-SYS-KEY
               READ SYS-FILE
               IF WS-SYS-STATUS = "00"
                   SET SS-WINDOW-OPEN TO TRUE
                   MOVE SPACES TO SS-LOCK-PROGRAM
                   MOVE SPACES TO SS-LOCK-USER
                   MOVE ZERO TO SS-LOCK-DATE
                   MOVE ZERO TO SS-LOCK-TIME
                   REWRITE SYS-STATUS-RECORD
               END-IF
               IF WS-SYS-STATUS NOT = "00"
                   DISPLAY "ERRO AO LIBERAR SYSCTL - STATUS: "
                           WS-SYS-STATUS
               END-IF
               CLOSE SYS-FILE
               MOVE "N" TO WS-LOCK-OWNED-SW
           END-IF.

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
                   DISPLAY "ETAPA TESTEMNT JA CONCLUIDA NO CICLO "
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

       2000-PROCESS-TRANSACTION.
      * CHANGES, DELETES AND MERGES ARE APPLIED DIRECTLY AGAINST THE
      * KEYED MASTER. ADD TRANSACTIONS BELONG TO TESTEBCH AND ARE
           MOVE "ALTERAR"    TO DT-ACTION
           MOVE TR-CUST-ID   TO DT-CUST-ID
           MOVE TR-CUST-NAME TO DT-CUST-NAME
           MOVE "N" TO WS-CEP-MATCH-SW
           IF TR-ADDR-CEP IS NUMERIC
              AND TR-ADDR-CEP NOT = "00000000"
               MOVE TR-ADDR-CEP    TO WS-CHK-CEP
               MOVE TR-ADDR-CITY   TO WS-CHK-CITY
               MOVE TR-ADDR-STATE  TO WS-CHK-STATE
               PERFORM 2900-CHECK-CEP-DIR
           END-IF
           EVALUATE TRUE
               WHEN TR-CUST-NAME = SPACES
                 OR TR-CUST-NAME IS NOT ALPHABETIC
      * THE CEP GETS THE SAME EDIT AS THE NAME - SEE CUSTTRAN.CPY.
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJEITADA - CEP INVALIDO" TO DT-SITUATION
      * A WELL-FORMED CEP MUST ALSO EXIST IN THE CEP DIRECTORY AND
      * BELONG TO THE CITY AND UF ON THE TRANSACTION.
               WHEN NOT WS-CEP-MATCHES
                   ADD 1 TO WS-REJECTED-COUNT
                   IF WS-CEP-IN-DIR
                       MOVE "REJEITADA - CEP DIVERGENTE"
                           TO DT-SITUATION
                   ELSE
                       MOVE "REJEITADA - CEP NAO EXISTE"
                           TO DT-SITUATION
                   END-IF
               WHEN OTHER
                   PERFORM 2150-APPLY-CHANGE-EDITED
           END-EVALUATE
           READ CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS = "00"
               MOVE MR-CUST-NAME    TO WS-OLD-CUST-NAME
               MOVE MR-ADDR-STREET  TO WS-DOM-OLD-STREET
               MOVE MR-ADDR-CEP     TO WS-DOM-OLD-CEP
               MOVE CUSTMAST-RECORD TO WS-BEFORE-IMAGE
               MOVE TR-CUST-NAME   TO MR-CUST-NAME
               MOVE TR-ADDR-STREET TO MR-ADDR-STREET
                   IF WS-OLD-CUST-NAME NOT = MR-CUST-NAME
                       PERFORM 2500-RENAME-XREF
                   END-IF
                   IF NOT MR-INACTIVE
                       MOVE MR-CUST-ID     TO WS-DOM-CUST-ID
                       MOVE MR-ADDR-STREET TO WS-DOM-STREET
                       MOVE MR-ADDR-CEP    TO WS-DOM-CEP
                       PERFORM 3550-MOVE-HOUSEHOLD
                   END-IF
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJEITADA - ERRO AO GRAVAR"
                       MOVE TR-CUST-ID TO CH-CUST-ID
                       MOVE CUSTMAST-RECORD TO CH-AFTER-IMAGE
                       PERFORM 2700-WRITE-CHG-HIST
                       MOVE MR-CUST-ID     TO WS-DOM-CUST-ID
                       MOVE MR-ADDR-STREET TO WS-DOM-OLD-STREET
                       MOVE MR-ADDR-CEP    TO WS-DOM-OLD-CEP
                       PERFORM 3650-LEAVE-HOUSEHOLD
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE "REJEITADA - ERRO AO GRAVAR"

       2420-REWRITE-SURVIVOR.
           MOVE CUSTMAST-RECORD TO WS-BEFORE-IMAGE
           MOVE MR-ADDR-STREET  TO WS-DOM-OLD-STREET
           MOVE MR-ADDR-CEP     TO WS-DOM-OLD-CEP
           IF (MR-UNDELIVERABLE OR MR-ADDR-STREET = SPACES)
              AND WS-DUP-MAIL-STATUS NOT = "U"
              AND WS-DUP-STREET NOT = SPACES
               IF WS-SURV-REDATED
                   PERFORM 2430-REDATE-XREF
               END-IF
               MOVE MR-CUST-ID     TO WS-DOM-CUST-ID
               MOVE MR-ADDR-STREET TO WS-DOM-STREET
               MOVE MR-ADDR-CEP    TO WS-DOM-CEP
               PERFORM 3550-MOVE-HOUSEHOLD
               MOVE "M" TO CH-CHANGE-TYPE
               MOVE TR-SURV-CUST-ID TO CH-CUST-ID
               MOVE CUSTMAST-RECORD TO CH-AFTER-IMAGE
               MOVE CUSTMAST-RECORD TO CH-AFTER-IMAGE
               PERFORM 2700-WRITE-CHG-HIST
               PERFORM 2800-WRITE-MERGE-AUDIT
               MOVE TR-CUST-ID    TO WS-DOM-CUST-ID
               MOVE WS-DUP-STREET TO WS-DOM-OLD-STREET
               MOVE WS-DUP-CEP    TO WS-DOM-OLD-CEP
               PERFORM 3650-LEAVE-HOUSEHOLD
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJEITADA - ERRO AO GRAVAR" TO DT-SITUATION
               SET WS-RUN-ERROR TO TRUE
           END-IF.

       2900-CHECK-CEP-DIR.
      * THE CALLER SETS WS-CHK-CEP, WS-CHK-CITY AND WS-CHK-STATE.
      * CITY AND UF ARE COMPARED IN UPPER CASE, THE WAY TESTECEP
      * HOLDS THEM IN THE DIRECTORY.
           MOVE "N" TO WS-CEP-MATCH-SW
           PERFORM 2950-FIND-CEP-RANGE
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

       2950-FIND-CEP-RANGE.
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

       3550-MOVE-HOUSEHOLD.
      * AN ADDRESS CHANGE TAKES THE CUSTOMER OUT OF THE HOUSEHOLD AT
      * THE OLD ADDRESS AND INTO THE ONE AT THE NEW. THE CALLER SETS
      * WS-DOM-CUST-ID, WS-DOM-OLD-STREET/CEP AND WS-DOM-STREET/CEP.
      * A CHANGE THAT NORMALIZES TO THE SAME ADDRESS - SPELLING OF
      * THE STREET TYPE, PUNCTUATION, BLANKS - LEAVES IT WHERE IT IS.
           MOVE WS-DOM-OLD-STREET TO WS-DOM-STREET-IN
           PERFORM 3700-NORMALIZE-STREET
           MOVE WS-DOM-NORM-STREET TO WS-DOM-OLD-NORM
           MOVE WS-DOM-STREET TO WS-DOM-STREET-IN
           PERFORM 3700-NORMALIZE-STREET
           IF WS-DOM-NORM-STREET NOT = WS-DOM-OLD-NORM
              OR WS-DOM-CEP NOT = WS-DOM-OLD-CEP
               PERFORM 3650-LEAVE-HOUSEHOLD
               PERFORM 3600-JOIN-HOUSEHOLD
           END-IF.

       3600-JOIN-HOUSEHOLD.
      * CUSTDOM (SEE CUSTDOM.CPY) IS KEPT IN STEP WITH THE MASTER
      * LIKE THE NAME CROSS-REFERENCE. THE CALLER SETS
      * WS-DOM-CUST-ID, WS-DOM-STREET AND WS-DOM-CEP. THE FIRST
      * ENTRY ALREADY AT THE ADDRESS GIVES THE HOUSEHOLD NUMBER; AN
      * ADDRESS NOT YET ON FILE STARTS A NEW HOUSEHOLD. A BLANK
      * STREET OR A ZERO CEP JOINS NOTHING. A FAILURE HERE LEAVES
      * THE MASTER RECORD IN PLACE - THE NEXT TESTEDOM REBUILD PICKS
      * THE CUSTOMER UP.
           IF WS-DOM-STREET NOT = SPACES
              AND WS-DOM-CEP NOT = ZERO
               MOVE WS-DOM-STREET TO WS-DOM-STREET-IN
               PERFORM 3700-NORMALIZE-STREET
               MOVE ZERO TO WS-DOM-NO
               MOVE WS-DOM-NORM-STREET TO DM-NORM-STREET
               MOVE WS-DOM-CEP         TO DM-ADDR-CEP
               MOVE ZERO               TO DM-CUST-ID
               START DOM-FILE KEY NOT < DM-DOM-KEY
               IF WS-DOM-STATUS = "00"
                   READ DOM-FILE NEXT
                   IF WS-DOM-STATUS = "00"
                      AND DM-NORM-STREET = WS-DOM-NORM-STREET
                      AND DM-ADDR-CEP = WS-DOM-CEP
                       MOVE DM-DOM-NO TO WS-DOM-NO
                   END-IF
               END-IF
               IF WS-DOM-NO = ZERO
                   PERFORM 3800-TAKE-DOM-NO
               END-IF
               IF WS-DOM-NO NOT = ZERO
                   PERFORM 3620-WRITE-DOM-MEMBER
               END-IF
           END-IF.

       3620-WRITE-DOM-MEMBER.
      * STATUS 22 MEANS THE CUSTOMER IS ALREADY IN THE HOUSEHOLD -
      * A RERUN - AND IS NOT AN ERROR.
           MOVE WS-DOM-NORM-STREET TO DM-NORM-STREET
           MOVE WS-DOM-CEP         TO DM-ADDR-CEP
           MOVE WS-DOM-CUST-ID     TO DM-CUST-ID
           MOVE WS-DOM-NO          TO DM-DOM-NO
           MOVE WS-RUN-DATE        TO DM-JOIN-DATE
           WRITE DOM-RECORD
           IF WS-DOM-STATUS NOT = "00"
              AND WS-DOM-STATUS NOT = "22"
               DISPLAY "ERRO AO GRAVAR CUSTDOM - STATUS: "
                       WS-DOM-STATUS
               SET WS-RUN-ERROR TO TRUE
           END-IF.

       3650-LEAVE-HOUSEHOLD.
      * THE CALLER SETS WS-DOM-CUST-ID, WS-DOM-OLD-STREET AND
      * WS-DOM-OLD-CEP - THE ADDRESS THE CUSTOMER IS MOVING AWAY
      * FROM, OR HAD WHEN DEACTIVATED. STATUS 23 IS TOLERATED LIKE
      * THE CROSS-REFERENCE RENAME: NOTHING TO DROP ON A STALE FILE.
      * THE LAST MEMBER LEAVING ENDS THE HOUSEHOLD; ITS NUMBER IS
      * NOT GIVEN OUT AGAIN.
           IF WS-DOM-OLD-STREET NOT = SPACES
              AND WS-DOM-OLD-CEP NOT = ZERO
               MOVE WS-DOM-OLD-STREET TO WS-DOM-STREET-IN
               PERFORM 3700-NORMALIZE-STREET
               MOVE WS-DOM-NORM-STREET TO DM-NORM-STREET
               MOVE WS-DOM-OLD-CEP     TO DM-ADDR-CEP
               MOVE WS-DOM-CUST-ID     TO DM-CUST-ID
               DELETE DOM-FILE
               IF WS-DOM-STATUS NOT = "00"
                  AND WS-DOM-STATUS NOT = "23"
                   DISPLAY "ERRO AO EXCLUIR CUSTDOM - STATUS: "
                           WS-DOM-STATUS
                   SET WS-RUN-ERROR TO TRUE
               END-IF
           END-IF.

       3700-NORMALIZE-STREET.
      * BRINGS WS-DOM-STREET-IN TO THE FORM CUSTDOM IS KEYED ON, IN
      * WS-DOM-NORM-STREET: UPPER CASE, PUNCTUATION TURNED TO
      * BLANKS, BLANKS SQUEEZED TO ONE WITH NONE LEADING, AND THE
      * USUAL ABBREVIATIONS OF THE STREET TYPE SPELLED OUT, SO
      * "R. XV DE NOVEMBRO,  120" AND "RUA XV DE NOVEMBRO 120" ARE
      * THE SAME ADDRESS.
           MOVE WS-DOM-STREET-IN TO WS-DOM-WORK
           INSPECT WS-DOM-WORK CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,;:-/#'"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ        "
           MOVE SPACES TO WS-DOM-SQUEEZED
           MOVE ZERO TO WS-DOM-DST-IDX
           MOVE "N" TO WS-DOM-BLANK-SW
           PERFORM 3750-SQUEEZE-STREET-CHAR
               VARYING WS-DOM-SRC-IDX FROM 1 BY 1
               UNTIL WS-DOM-SRC-IDX > 30
           MOVE WS-DOM-SQUEEZED TO WS-DOM-NORM-STREET
           IF WS-DOM-SQUEEZED NOT = SPACES
               MOVE SPACES TO WS-DOM-TYPE
               MOVE ZERO TO WS-DOM-TYPE-LEN
               UNSTRING WS-DOM-SQUEEZED DELIMITED BY SPACE
                   INTO WS-DOM-TYPE COUNT IN WS-DOM-TYPE-LEN
               END-UNSTRING
               EVALUATE WS-DOM-TYPE
                   WHEN "R"
                       MOVE "RUA" TO WS-DOM-TYPE
                   WHEN "AV"
                   WHEN "AVN"
                       MOVE "AVENIDA" TO WS-DOM-TYPE
                   WHEN "AL"
                       MOVE "ALAMEDA" TO WS-DOM-TYPE
                   WHEN "TV"
                   WHEN "TRAV"
                       MOVE "TRAVESSA" TO WS-DOM-TYPE
                   WHEN "PC"
                   WHEN "PCA"
                       MOVE "PRACA" TO WS-DOM-TYPE
                   WHEN "ROD"
                       MOVE "RODOVIA" TO WS-DOM-TYPE
                   WHEN "EST"
                   WHEN "ESTR"
                       MOVE "ESTRADA" TO WS-DOM-TYPE
                   WHEN OTHER
                       MOVE SPACES TO WS-DOM-TYPE
               END-EVALUATE
               IF WS-DOM-TYPE NOT = SPACES
                   MOVE SPACES TO WS-DOM-NORM-STREET
                   STRING WS-DOM-TYPE DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          WS-DOM-SQUEEZED (WS-DOM-TYPE-LEN + 2:)
                              DELIMITED BY SIZE
                       INTO WS-DOM-NORM-STREET
                   END-STRING
               END-IF
           END-IF.

       3750-SQUEEZE-STREET-CHAR.
      * A BLANK IS ONLY REMEMBERED; IT IS WRITTEN AHEAD OF THE NEXT
      * NON-BLANK, AND NEVER AT THE START.
           IF WS-DOM-WORK (WS-DOM-SRC-IDX:1) = SPACE
               SET WS-DOM-LAST-BLANK TO TRUE
           ELSE
               IF WS-DOM-LAST-BLANK
                  AND WS-DOM-DST-IDX > ZERO
                   ADD 1 TO WS-DOM-DST-IDX
               END-IF
               ADD 1 TO WS-DOM-DST-IDX
               MOVE WS-DOM-WORK (WS-DOM-SRC-IDX:1)
                 TO WS-DOM-SQUEEZED (WS-DOM-DST-IDX:1)
               MOVE "N" TO WS-DOM-BLANK-SW
           END-IF.

       3800-TAKE-DOM-NO.
      * HOUSEHOLD NUMBERS COME FROM THE CONTROL ENTRY AT THE
      * LOW-VALUES KEY, WRITTEN BY THE TESTEDOM REBUILD OR HERE ON A
      * FILE THAT WAS CREATED EMPTY. IF THE NUMBER CANNOT BE TAKEN
      * THE CUSTOMER IS LEFT OUT RATHER THAN RISK TWO HOUSEHOLDS ON
      * ONE NUMBER.
           MOVE LOW-VALUES TO DC-CONTROL-KEY
           READ DOM-FILE
           EVALUATE WS-DOM-STATUS
               WHEN "00"
                   ADD 1 TO DC-LAST-DOM-NO
                   REWRITE DOM-CONTROL-RECORD
               WHEN "23"
                   MOVE SPACES     TO DOM-CONTROL-RECORD
                   MOVE LOW-VALUES TO DC-CONTROL-KEY
                   MOVE 1          TO DC-LAST-DOM-NO
                   WRITE DOM-CONTROL-RECORD
           END-EVALUATE
           IF WS-DOM-STATUS = "00"
               MOVE DC-LAST-DOM-NO TO WS-DOM-NO
           ELSE
               DISPLAY "ERRO AO NUMERAR DOMICILIO - CUSTDOM STATUS: "
                       WS-DOM-STATUS
               SET WS-RUN-ERROR TO TRUE
           END-IF.

       6000-WRITE-BAL-CONTROL.
      * ONE CONTROL RECORD PER MAINTENANCE RUN, APPENDED FOR THE
      * END-OF-DAY BALANCING PROGRAM: THE LOAD COUNTS ARE ZERO AND
           MOVE ZERO             TO BC-AUDIT-COUNT
           MOVE WS-DELETED-COUNT TO BC-DELETED-COUNT
           MOVE ZERO             TO BC-REINSTATED-COUNT
           MOVE ZERO             TO BC-REVERSED-COUNT
           WRITE BAL-CONTROL-RECORD
           IF WS-BALCTL-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR BALCTL - STATUS: "
           CLOSE TRANFILE-FILE
           CLOSE CUSTMAST-FILE
           CLOSE XREF-FILE
           CLOSE DOM-FILE
           CLOSE CHGHIST-FILE
           CLOSE AUDIT-FILE
           CLOSE CEPDIR-FILE
           CLOSE REPORT-FILE.
