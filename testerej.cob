           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
       COPY "copybooks/operrec.cpy".
       FD  SECLOG-FILE.
       01  SECLOG-LINE             PIC X(64).
       FD  CEPDIR-FILE.
       COPY "copybooks/cepdir.cpy".
       FD  SYS-FILE.
       COPY "copybooks/sysctl.cpy".
       WORKING-STORAGE SECTION.
       COPY "copybooks/seclog.cpy".
       77 WS-REJECT-STATUS     PIC X(2).
       77 WS-OPER-ID-IN        PIC X(8)      VALUE SPACES.
       77 WS-PASSWORD-IN       PIC X(8)      VALUE SPACES.
       77 WS-TRY-CTR           PIC 9         VALUE ZERO.
       77 WS-CEPDIR-STATUS     PIC X(2).
       77 WS-CEPDIR-OPEN-SW    PIC X         VALUE "N".
           88 WS-CEPDIR-OK                   VALUE "Y".
       77 WS-CEP-DIR-SW        PIC X         VALUE "N".
           88 WS-CEP-IN-DIR                  VALUE "Y".
       77 WS-CHK-CEP           PIC 9(8)      VALUE ZERO.
       77 WS-SYS-STATUS        PIC X(2).
       77 WS-SYS-KEY           PIC 9(4)      VALUE 1.
       77 WS-SYS-WARN-SW       PIC X         VALUE "N".
           88 WS-SYS-WARNED                  VALUE "Y".
       77 WS-BATCH-LOCK-SW     PIC X         VALUE "N".
           88 WS-BATCH-LOCKED                VALUE "Y".
       77 WS-LOCK-PROGRAM      PIC X(8)      VALUE SPACES.
       77 WS-BROWSED-COUNT     PIC 9(6)      VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT OPER-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT RECYCLE-FILE
      * THE CEP DIRECTORY ONLY SAVES KEYING HERE - A RECYCLED RECORD
      * IS PROVED AGAINST IT AGAIN BY TESTEBCH - SO WITHOUT IT CITY
      * AND UF ARE SIMPLY KEYED AS BEFORE.
           OPEN INPUT CEPDIR-FILE
           IF WS-CEPDIR-STATUS = "00"
               SET WS-CEPDIR-OK TO TRUE
           ELSE
               DISPLAY "AVISO: CEPDIR NAO CARREGADO - CIDADE E UF "
                       "SERAO DIGITADAS"
           END-IF
           PERFORM UNTIL WS-EOF
               READ REJECT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 0300-CHECK-BATCH-WINDOW
                       IF WS-BATCH-LOCKED
                           PERFORM 2100-SHOW-REJECT
                           ADD 1 TO WS-BROWSED-COUNT
                       ELSE
                           PERFORM 2000-REVIEW-REJECT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "REJEICOES LIDAS     : " WS-READ-COUNT
           DISPLAY "REENVIADAS (RECICLO): " WS-RECYCLED-COUNT
           DISPLAY "DESCARTADAS         : " WS-DISCARDED-COUNT
      * A REJECT ONLY SHOWN DURING THE BATCH WINDOW WAS NEITHER
      * RECYCLED NOR DISCARDED - RC 4 TELLS THE OPERATOR NOT TO
      * RESET REJFILE AND TO REVIEW AGAIN ONCE THE BATCH HAS ENDED.
           IF WS-BROWSED-COUNT > ZERO
               DISPLAY "SOMENTE EXIBIDAS    : " WS-BROWSED-COUNT
               DISPLAY "LOTE EM EXECUCAO - REVISAR NOVAMENTE APOS "
                       "O LOTE; NAO LIMPAR REJFILE"
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE REJECT-FILE
           CLOSE RECYCLE-FILE
           CLOSE SECLOG-FILE
           IF WS-OPER-FILE-OK
               CLOSE OPER-FILE
           END-IF
           IF WS-CEPDIR-OK
               CLOSE CEPDIR-FILE
           END-IF
           STOP RUN.

       0100-SIGN-ON.
                       WS-SECLOG-STATUS
           END-IF.

       0300-CHECK-BATCH-WINDOW.
      * SYSCTL (SEE SYSCTL.CPY) IS SET BY EVERY BATCH UPDATER OF THE
      * MASTER FOR AS LONG AS IT RUNS. WHILE IT IS SET THE
      * REVIEW IS INQUIRY ONLY: EACH REJECT IS SHOWN, NOTHING IS
      * RECYCLED OR DISCARDED. IT IS LOOKED AT AGAIN BEFORE EVERY
      * REJECT, SO A BATCH STARTED MID-REVIEW STOPS THE CHANGES AT
      * ONCE. WITHOUT SYSCTL NO BATCH JOB CAN RUN AT ALL, SO THE
      * WINDOW IS TAKEN AS OPEN. THE NOTICE IS SHOWN WHEN THE LOCK
      * IS FIRST SEEN, NOT FOR EVERY REJECT.
           IF WS-BATCH-LOCKED
               MOVE "N" TO WS-BATCH-LOCK-SW
           ELSE
               MOVE SPACES TO WS-LOCK-PROGRAM
           END-IF
           OPEN INPUT SYS-FILE
           IF WS-SYS-STATUS = "00"
               MOVE 1 TO WS-SYS-KEY
               READ SYS-FILE
               IF WS-SYS-STATUS = "00"
                   IF SS-BATCH-RUNNING
                       SET WS-BATCH-LOCKED TO TRUE
                       IF SS-LOCK-PROGRAM NOT = WS-LOCK-PROGRAM
                           MOVE SS-LOCK-PROGRAM TO WS-LOCK-PROGRAM
                           DISPLAY "LOTE EM EXECUCAO ("
                                   WS-LOCK-PROGRAM
                                   ") - SOMENTE CONSULTA"
                       END-IF
                   END-IF
               END-IF
               CLOSE SYS-FILE
           ELSE
               IF NOT WS-SYS-WARNED
                   DISPLAY "AVISO: SYSCTL NAO PRE-ALOCADO - "
                           "EXECUTAR TESTEFMT"
                   SET WS-SYS-WARNED TO TRUE
               END-IF
           END-IF.

       2000-REVIEW-REJECT.
      * THE DISCARD ACTION IS SUPERVISOR-ONLY: A CLERK KEYING "D" IS
      * REFUSED, LOGGED, AND RE-PROMPTED - THE RECORD IS NEVER
                   MOVE "CODIGO JA CADASTRADO" TO WS-REASON-TEXT
               WHEN RJ-WRITE-ERROR
                   MOVE "ERRO AO GRAVAR" TO WS-REASON-TEXT
               WHEN RJ-CEP-MISMATCH
                   MOVE "CEP X CIDADE/UF DIVERGENTE" TO WS-REASON-TEXT
               WHEN RJ-POSSIBLE-DUP
                   MOVE "POSSIVEL CLIENTE JA CADASTRADO"
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "MOTIVO DESCONHECIDO" TO WS-REASON-TEXT
           END-EVALUATE
               PERFORM 4100-CAPTURE-NAME
               DISPLAY "DIGITE O ENDERECO (RUA E NUMERO): "
               ACCEPT TR-ADDR-STREET
               IF NOT WS-CEPDIR-OK
                   DISPLAY "DIGITE A CIDADE: "
                   ACCEPT TR-ADDR-CITY
                   DISPLAY "DIGITE A UF: "
                   ACCEPT TR-ADDR-STATE
               END-IF
               PERFORM 4200-CAPTURE-CEP
           END-IF
           PERFORM 5000-WRITE-RECYCLE.

       4200-CAPTURE-CEP.
      * SAME CEP EDIT AS THE CAPTURE PROGRAMS, SO A CORRECTED RECORD
      * CANNOT BOUNCE A SECOND TIME FOR THE SAME REASON. WITH THE CEP
      * DIRECTORY ON LINE THE CEP MUST ALSO EXIST THERE, AND CITY AND
      * UF ARE TAKEN FROM IT AS IN TESTECOB.
           MOVE SPACES TO WS-CEP-IN
           MOVE "N" TO WS-CEP-DIR-SW
           IF NOT WS-CEPDIR-OK
               SET WS-CEP-IN-DIR TO TRUE
           END-IF
           PERFORM WITH TEST AFTER
                   UNTIL WS-CEP-IN IS NUMERIC
                     AND WS-CEP-IN NOT = "00000000"
                     AND WS-CEP-IN-DIR
               DISPLAY "DIGITE O CEP (8 DIGITOS): "
               ACCEPT WS-CEP-IN
               IF WS-CEP-IN IS NOT NUMERIC
                  OR WS-CEP-IN = "00000000"
                   DISPLAY "CEP INVALIDO - SOMENTE 8 DIGITOS, NAO ZERO"
               ELSE
                   IF WS-CEPDIR-OK
                       MOVE WS-CEP-IN TO WS-CHK-CEP
                       PERFORM 4250-FIND-CEP-RANGE
                       IF NOT WS-CEP-IN-DIR
                           DISPLAY "CEP INEXISTENTE NO DIRETORIO DOS "
                                   "CORREIOS"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CEP-IN TO TR-ADDR-CEP
           IF WS-CEPDIR-OK
               MOVE CD-ADDR-CITY  TO TR-ADDR-CITY
               MOVE CD-ADDR-STATE TO TR-ADDR-STATE
               DISPLAY "CIDADE    : " TR-ADDR-CITY
               DISPLAY "UF        : " TR-ADDR-STATE
           END-IF.

       4250-FIND-CEP-RANGE.
      * FIRST RANGE ENDING AT OR ABOVE THE CEP; IT HOLDS THE CEP ONLY
      * IF IT ALSO STARTS AT OR BELOW IT.
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

       5000-WRITE-RECYCLE.
           WRITE CUSTTRAN-RECORD
