               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.
           SELECT DOM-FILE ASSIGN TO "CUSTDOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DOM-KEY
               FILE STATUS IS WS-DOM-STATUS.
           SELECT BALCTL-FILE ASSIGN TO "BALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALCTL-STATUS.
           SELECT CHGHIST-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.
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
       FD  CUSTMAST-FILE.
       COPY "copybooks/custctl.cpy".
       FD  XREF-FILE.
       COPY "copybooks/custxref.cpy".
       FD  DOM-FILE.
       COPY "copybooks/custdom.cpy".
       FD  BALCTL-FILE.
       COPY "copybooks/balctl.cpy".
       FD  OPER-FILE.
       01  SECLOG-LINE             PIC X(64).
       FD  CHGHIST-FILE.
       01  CHGHIST-LINE            PIC X(307).
       FD  CEPDIR-FILE.
       COPY "copybooks/cepdir.cpy".
       FD  SYS-FILE.
       COPY "copybooks/sysctl.cpy".
       WORKING-STORAGE SECTION.
       COPY "copybooks/custrec.cpy".
       COPY "copybooks/auditrec.cpy".
       77 WS-CUSTMAST-STATUS   PIC X(2).
       77 WS-AUDIT-STATUS      PIC X(2).
       77 WS-MENU-OPTION       PIC X.
           88 WS-UPDATE-OPTION               VALUE "1" "6" "7" "8".
       77 WS-TODAY-DATE        PIC 9(8)      VALUE ZERO.
       77 WS-TODAY-FOUND-CTR   PIC 9(5)      VALUE ZERO.
       77 WS-INQ-CUST-ID       PIC 9(6)      VALUE ZERO.
       77 WS-CTL-AVAIL-SW      PIC X         VALUE "N".
           88 WS-CTL-FILE-OK                 VALUE "Y".
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
       77 WS-DOM-SIZE          PIC 9(4)      VALUE ZERO.
       77 WS-DOM-EOF-SW        PIC X         VALUE "N".
           88 WS-DOM-EOF                     VALUE "Y".
       77 WS-SRCH-NAME         PIC X(30)     VALUE SPACES.
       77 WS-SRCH-LEN          PIC 9(2)      VALUE ZERO.
       77 WS-SRCH-IDX          PIC 9(2)      VALUE ZERO.
       77 WS-PASSWORD-IN       PIC X(8)      VALUE SPACES.
       77 WS-TRY-CTR           PIC 9         VALUE ZERO.
       77 WS-CHGHIST-STATUS    PIC X(2).
       77 WS-OLD-CUST-NAME     PIC X(30)     VALUE SPACES.
       77 WS-CONFIRM           PIC X         VALUE SPACE.
       77 WS-CEPDIR-STATUS     PIC X(2).
       77 WS-CEPDIR-OPEN-SW    PIC X         VALUE "N".
           88 WS-CEPDIR-OK                   VALUE "Y".
       77 WS-CEP-DIR-SW        PIC X         VALUE "N".
           88 WS-CEP-IN-DIR                  VALUE "Y".
       77 WS-CHK-CEP           PIC 9(8)      VALUE ZERO.
       77 WS-CHK-CITY          PIC X(30)     VALUE SPACES.
       77 WS-CHK-STATE         PIC X(2)      VALUE SPACES.
       77 WS-CITY-IN           PIC X(30)     VALUE SPACES.
       77 WS-STATE-IN          PIC X(2)      VALUE SPACES.
       77 WS-CEP-MATCH-SW      PIC X         VALUE "N".
           88 WS-CEP-MATCHES                 VALUE "Y".
       77 WS-ID-TAKEN-SW       PIC X         VALUE "N".
           88 WS-ID-TAKEN                    VALUE "Y".
       77 WS-SYS-STATUS        PIC X(2).
       77 WS-SYS-KEY           PIC 9(4)      VALUE 1.
       77 WS-SYS-WARN-SW       PIC X         VALUE "N".
           88 WS-SYS-WARNED                  VALUE "Y".
       77 WS-BATCH-LOCK-SW     PIC X         VALUE "N".
           88 WS-BATCH-LOCKED                VALUE "Y".
       77 WS-LOCK-PROGRAM      PIC X(8)      VALUE SPACES.
       01 WS-BEFORE-IMAGE      PIC X(134)    VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * THE BATCH WINDOW IS LOOKED AT BEFORE THE MENU IS SHOWN AND
      * AGAIN ONCE THE OPTION IS KEYED - A BATCH JOB MAY HAVE
      * STARTED WHILE THE MENU SAT ON THE SCREEN.
           PERFORM WITH TEST AFTER UNTIL WS-MENU-OPTION = "9"
               PERFORM 0300-CHECK-BATCH-WINDOW
               PERFORM 5000-SHOW-MENU
               ACCEPT WS-MENU-OPTION
               PERFORM 0300-CHECK-BATCH-WINDOW
               IF WS-UPDATE-OPTION AND WS-BATCH-LOCKED
                   PERFORM 0350-REFUSE-UPDATE
               ELSE
                   EVALUATE WS-MENU-OPTION
                       WHEN "1"
                           PERFORM 6000-ADD-CUSTOMER
                       WHEN "2"
                           PERFORM 7000-LIST-TODAY
                       WHEN "3"
                           PERFORM 8000-INQUIRE-CUSTOMER
                       WHEN "4"
                           PERFORM 8500-INQUIRE-ARCHIVE
                       WHEN "5"
                           PERFORM 8600-SEARCH-BY-NAME
                       WHEN "6"
                           PERFORM 8680-GUARD-REINSTATE
                       WHEN "7"
                           PERFORM 8685-GUARD-REACTIVATE
                       WHEN "8"
                           PERFORM 8900-CHANGE-CUSTOMER
                       WHEN "9"
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE
               END-IF
           END-PERFORM
           PERFORM 9500-SHUTDOWN
           STOP RUN.
           CLOSE CUSTMAST-FILE
           CLOSE AUDIT-FILE
           CLOSE XREF-FILE
           CLOSE DOM-FILE
           CLOSE SECLOG-FILE
           CLOSE CHGHIST-FILE
           IF WS-OPER-FILE-OK
           END-IF
           IF WS-CTL-FILE-OK
               CLOSE CTL-FILE
           END-IF
           IF WS-CEPDIR-OK
               CLOSE CEPDIR-FILE
           END-IF.

       0100-SIGN-ON.
                       WS-SECLOG-STATUS
           END-IF.

       0300-CHECK-BATCH-WINDOW.
      * SYSCTL (SEE SYSCTL.CPY) IS SET BY EVERY BATCH UPDATER OF THE
      * MASTER FOR AS LONG AS IT RUNS. WHILE IT IS SET THIS
      * SESSION IS INQUIRY ONLY: AN ADD HERE WOULD CLASH WITH THE
      * BATCH ON THE CTLFILE NEXT NUMBER AND LEAVE BALCTL OUT OF
      * STEP. THE FILE IS OPENED AND CLOSED ON EVERY LOOK SO THE
      * SESSION SEES THE BATCH COME AND GO. WITHOUT SYSCTL NO BATCH
      * JOB CAN RUN AT ALL, SO THE WINDOW IS TAKEN AS OPEN.
           MOVE "N" TO WS-BATCH-LOCK-SW
           OPEN INPUT SYS-FILE
           IF WS-SYS-STATUS = "00"
               MOVE 1 TO WS-SYS-KEY
               READ SYS-FILE
               IF WS-SYS-STATUS = "00"
                   IF SS-BATCH-RUNNING
                       SET WS-BATCH-LOCKED TO TRUE
                       MOVE SS-LOCK-PROGRAM TO WS-LOCK-PROGRAM
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

       0350-REFUSE-UPDATE.
           DISPLAY "LOTE EM EXECUCAO (" WS-LOCK-PROGRAM
                   ") - SOMENTE CONSULTA".

       8680-GUARD-REINSTATE.
      * REINSTATEMENT PUTS RECORDS BACK ON THE LIVE MASTER - CLERKS
      * CAPTURE AND INQUIRE, ONLY A SUPERVISOR REINSTATES. A DENIED

       5000-SHOW-MENU.
           DISPLAY "----------------------------------------".
           IF WS-BATCH-LOCKED
               DISPLAY "*** LOTE EM EXECUCAO (" WS-LOCK-PROGRAM
                       ") - SOMENTE CONSULTA: OPCOES 2 A 5 ***"
           END-IF.
           DISPLAY "1 - INCLUIR CLIENTE".
           DISPLAY "2 - LISTAR CLIENTES DE HOJE".
           DISPLAY "3 - CONSULTAR CLIENTE POR CODIGO".
           DISPLAY "5 - PESQUISAR CLIENTE POR NOME".
           DISPLAY "6 - REINTEGRAR CLIENTE DO ARQUIVO MORTO".
           DISPLAY "7 - REATIVAR CLIENTE DESATIVADO".
           DISPLAY "8 - ALTERAR CLIENTE".
           DISPLAY "9 - SAIR".
           DISPLAY "ESCOLHA UMA OPCAO: ".

       6000-ADD-CUSTOMER.
      * THE CUSTOMER ID IS ASSIGNED FROM THE CTLFILE NEXT-NUMBER
      * RECORD AND ECHOED BACK - THE OPERATOR NO LONGER KEYS IT.
      * THE ADDRESS IS PROVED AGAINST THE CEP DIRECTORY AS IT IS
      * KEYED, SO WITHOUT THE DIRECTORY THERE IS NO INCLUSION EITHER.
           EVALUATE TRUE
               WHEN NOT WS-CTL-FILE-OK
                   DISPLAY "CTLFILE NAO PRE-ALOCADO - INCLUSAO "
                           "DESABILITADA"
               WHEN NOT WS-CEPDIR-OK
                   DISPLAY "CEPDIR NAO CARREGADO - INCLUSAO "
                           "DESABILITADA"
               WHEN OTHER
                   PERFORM 6100-CAPTURE-CUSTOMER
           END-EVALUATE.

       6100-CAPTURE-CUSTOMER.
           PERFORM 1100-CAPTURE-NAME
           PERFORM 1200-CAPTURE-ADDRESS
           MOVE SPACE TO CR-MAIL-STATUS
           ACCEPT CR-REG-DATE FROM DATE YYYYMMDD
      * THE CLERK MAY HAVE BEEN KEYING WHEN THE BATCH STARTED - THE
      * WINDOW IS LOOKED AT AGAIN BEFORE AN ID IS TAKEN.
           PERFORM 0300-CHECK-BATCH-WINDOW
           IF WS-BATCH-LOCKED
               PERFORM 0350-REFUSE-UPDATE
               DISPLAY "INCLUSAO NAO GRAVADA"
           ELSE
               PERFORM 6150-WRITE-CUSTOMER
           END-IF.

       6150-WRITE-CUSTOMER.
           PERFORM 6200-ASSIGN-CUST-ID
           IF NOT WS-ID-TAKEN
               DISPLAY "INCLUSAO NAO GRAVADA"
           ELSE
               PERFORM 1900-WRITE-AUDIT
               PERFORM 2000-WRITE-MASTER
               EVALUATE WS-CUSTMAST-STATUS
                   WHEN "00"
                       PERFORM 2100-WRITE-XREF
                       MOVE CR-CUST-ID     TO WS-DOM-CUST-ID
                       MOVE CR-ADDR-STREET TO WS-DOM-STREET
                       MOVE CR-ADDR-CEP    TO WS-DOM-CEP
                       PERFORM 3600-JOIN-HOUSEHOLD
                       DISPLAY "CODIGO ATRIBUIDO: " CR-CUST-ID
                       DISPLAY "NOME DIGITADO Eh: " CR-CUST-NAME
                   WHEN "22"
                       DISPLAY "CLIENTE JA CADASTRADO - CODIGO "
                               "DUPLICADO: " CR-CUST-ID
               END-EVALUATE
           END-IF.

       6200-ASSIGN-CUST-ID.
      * THE CONTROL RECORD IS RE-READ FOR EVERY ID - A BATCH RUN
      * SINCE THE SESSION STARTED HAS MOVED THE NEXT NUMBER ON, AND
      * THE COPY READ AT OPEN WOULD HAND OUT ITS IDS AGAIN.
      * THE ID COUNTS AS TAKEN ONLY ONCE THE NEXT NUMBER HAS BEEN
      * READ AND MOVED ON IN CTLFILE. IF EITHER FAILS THE ADD IS
      * ABANDONED - A NUMBER NOT READ FRESH, OR NOT MOVED ON, IS ONE
      * THE BATCH LOAD OR THE NEXT ADD WOULD HAND OUT AGAIN.
           MOVE "N" TO WS-ID-TAKEN-SW
           MOVE 1 TO WS-CTL-KEY
           READ CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "ERRO AO LER CTLFILE - STATUS: "
                       WS-CTL-STATUS
           ELSE
               MOVE CT-NEXT-CUST-ID TO CR-CUST-ID
               ADD 1 TO CT-NEXT-CUST-ID
               MOVE 1 TO WS-CTL-KEY
               REWRITE CTL-RECORD
               IF WS-CTL-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR CTLFILE - STATUS: "
                           WS-CTL-STATUS
               ELSE
                   SET WS-ID-TAKEN TO TRUE
               END-IF
           END-IF.

       7000-LIST-TODAY.
       8000-INQUIRE-CUSTOMER.
           DISPLAY "DIGITE O CODIGO DO CLIENTE: "
           ACCEPT WS-INQ-CUST-ID
           PERFORM 8100-FETCH-AND-SHOW
           IF WS-CUSTMAST-STATUS = "00"
              AND NOT MR-INACTIVE
               PERFORM 3900-SHOW-HOUSEHOLD
           END-IF.

       8100-FETCH-AND-SHOW.
           MOVE WS-INQ-CUST-ID TO MR-CUST-ID
                               WS-CUSTMAST-STATUS
                   ELSE
                       PERFORM 8850-WRITE-REACT-HISTORY
                       MOVE MR-CUST-ID     TO WS-DOM-CUST-ID
                       MOVE MR-ADDR-STREET TO WS-DOM-STREET
                       MOVE MR-ADDR-CEP    TO WS-DOM-CEP
                       PERFORM 3600-JOIN-HOUSEHOLD
                       MOVE "PV" TO SL-EVENT-CODE
                       MOVE SPACES TO SL-DETAIL
                       STRING "REATIVACAO " MR-CUST-ID
                       WS-CHGHIST-STATUS
           END-IF.

       8900-CHANGE-CUSTOMER.
      * THE PHONE-IN CORRECTION: THE RECORD IS FETCHED AND SHOWN THE
      * SAME WAY THE INQUIRY SHOWS IT, THEN NAME AND ADDRESS ARE
      * RE-KEYED THROUGH THE SAME EDITS AS A NEW CAPTURE. AN INACTIVE
      * RECORD IS NOT CHANGED HERE - IT IS REACTIVATED FIRST (OPTION
      * 7), SO A DELETED CUSTOMER NEVER PICKS UP A NEW ADDRESS
      * UNNOTICED. LIKE THE INCLUSION, NO CEP DIRECTORY MEANS NO
      * CHANGE.
           IF NOT WS-CEPDIR-OK
               DISPLAY "CEPDIR NAO CARREGADO - ALTERACAO DESABILITADA"
           ELSE
               DISPLAY "DIGITE O CODIGO DO CLIENTE: "
               ACCEPT WS-INQ-CUST-ID
               PERFORM 8100-FETCH-AND-SHOW
               EVALUATE TRUE
                   WHEN WS-CUSTMAST-STATUS NOT = "00"
                       CONTINUE
                   WHEN MR-INACTIVE
                       DISPLAY "CLIENTE DESATIVADO - ALTERACAO "
                               "RECUSADA: " WS-INQ-CUST-ID
                   WHEN OTHER
                       PERFORM 8910-CAPTURE-CHANGE
               END-EVALUATE
           END-IF.

       8910-CAPTURE-CHANGE.
      * THE BEFORE IMAGE AND THE OLD NAME ARE TAKEN BEFORE ANYTHING
      * IS KEYED. THE NEW VALUES ARE CAPTURED INTO THE WORKING
      * RECORD AND ONLY MOVED ONTO THE MASTER RECORD AFTER THE CLERK
      * CONFIRMS - A CANCELLED CHANGE LEAVES NOTHING BEHIND.
           MOVE CUSTMAST-RECORD TO WS-BEFORE-IMAGE
           MOVE MR-CUST-NAME    TO WS-OLD-CUST-NAME
           MOVE MR-ADDR-STREET  TO WS-DOM-OLD-STREET
           MOVE MR-ADDR-CEP     TO WS-DOM-OLD-CEP
           PERFORM 1100-CAPTURE-NAME
           PERFORM 1200-CAPTURE-ADDRESS
           DISPLAY "CONFIRMA A ALTERACAO (S/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "S"
               DISPLAY "ALTERACAO CANCELADA"
           ELSE
               MOVE CR-CUST-NAME   TO MR-CUST-NAME
               MOVE CR-ADDR-STREET TO MR-ADDR-STREET
               MOVE CR-ADDR-CITY   TO MR-ADDR-CITY
               MOVE CR-ADDR-STATE  TO MR-ADDR-STATE
               MOVE CR-ADDR-CEP    TO MR-ADDR-CEP
               IF CUSTMAST-RECORD = WS-BEFORE-IMAGE
                   DISPLAY "NENHUM CAMPO ALTERADO - NADA A GRAVAR"
               ELSE
                   PERFORM 0300-CHECK-BATCH-WINDOW
                   IF WS-BATCH-LOCKED
                       PERFORM 0350-REFUSE-UPDATE
                       DISPLAY "ALTERACAO NAO GRAVADA"
                   ELSE
                       PERFORM 8920-APPLY-CHANGE
                   END-IF
               END-IF
           END-IF.

       8920-APPLY-CHANGE.
      * THE SAME TRAIL A TESTEMNT "C" TRANSACTION LEAVES: THE NEW
      * CHANGE DATE FOR THE DELTA EXTRACT, THE BEFORE/AFTER IMAGE IN
      * CHGHIST, THE NAME CROSS-REFERENCE MOVED WHEN THE NAME
      * CHANGED, THE HOUSEHOLD MOVED WHEN THE ADDRESS CHANGED - PLUS
      * AN AUDITLOG ENTRY NAMING THE CLERK.
           MOVE WS-TODAY-DATE TO MR-LAST-CHG-DATE
           REWRITE CUSTMAST-RECORD
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR CUSTMAST - STATUS: "
                       WS-CUSTMAST-STATUS
           ELSE
               PERFORM 8950-WRITE-CHANGE-HISTORY
               PERFORM 8960-WRITE-CHANGE-AUDIT
               IF WS-OLD-CUST-NAME NOT = MR-CUST-NAME
                   PERFORM 8970-RENAME-XREF
               END-IF
               MOVE MR-CUST-ID     TO WS-DOM-CUST-ID
               MOVE MR-ADDR-STREET TO WS-DOM-STREET
               MOVE MR-ADDR-CEP    TO WS-DOM-CEP
               PERFORM 3550-MOVE-HOUSEHOLD
               DISPLAY "CLIENTE ALTERADO: " MR-CUST-ID
                       " " MR-CUST-NAME
           END-IF.

       8950-WRITE-CHANGE-HISTORY.
           MOVE MR-CUST-ID       TO CH-CUST-ID
           ACCEPT CH-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT CH-CHANGE-TIME FROM TIME
           MOVE WS-OPER-ID       TO CH-OPERATOR-ID
           MOVE "TESTECOB"       TO CH-PROGRAM-ID
           MOVE "C"              TO CH-CHANGE-TYPE
           MOVE WS-BEFORE-IMAGE  TO CH-BEFORE-IMAGE
           MOVE CUSTMAST-RECORD  TO CH-AFTER-IMAGE
           MOVE CHG-HIST-RECORD  TO CHGHIST-LINE
           WRITE CHGHIST-LINE
           IF WS-CHGHIST-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR CHGHIST - STATUS: "
                       WS-CHGHIST-STATUS
           END-IF.

       8960-WRITE-CHANGE-AUDIT.
      * AN ONLINE CHANGE CARRIES "ALTERCAD" IN THE TERMINAL FIELD SO
      * TESTEBAL AND TESTESTA KEEP IT OUT OF THE CAPTURE COUNTS - THE
      * RECORD WAS REGISTERED BEFORE AND IS ONLY BEING CORRECTED.
           MOVE WS-OPER-ID TO AU-OPERATOR-ID
           MOVE "ALTERCAD" TO AU-TERMINAL-ID
           ACCEPT AU-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AU-AUDIT-TIME FROM TIME
           MOVE MR-CUST-ID   TO AU-CUST-ID
           MOVE MR-CUST-NAME TO AU-CUST-NAME
           MOVE AUDIT-RECORD TO AUDIT-LINE
           WRITE AUDIT-LINE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR AUDITLOG - STATUS: "
                       WS-AUDIT-STATUS
           END-IF.

       8970-RENAME-XREF.
      * SAME RULE AS THE TESTEMNT RENAME: DROP THE ENTRY UNDER THE
      * OLD NAME (STATUS 23 TOLERATED - NOTHING TO DROP ON A STALE
      * CROSS-REFERENCE) AND WRITE ONE UNDER THE NEW NAME.
           MOVE WS-OLD-CUST-NAME TO XR-CUST-NAME
           MOVE MR-CUST-ID       TO XR-CUST-ID
           DELETE XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
              AND WS-XREF-STATUS NOT = "23"
               DISPLAY "ERRO AO EXCLUIR CUSTXREF - STATUS: "
                       WS-XREF-STATUS
           END-IF
           MOVE MR-CUST-ID   TO CR-CUST-ID
           MOVE MR-CUST-NAME TO CR-CUST-NAME
           MOVE MR-REG-DATE  TO CR-REG-DATE
           PERFORM 2100-WRITE-XREF.

       8700-REINSTATE-CUSTOMER.
      * A CUSTOMER SWEPT TO THE ARCHIVE BY TESTEARC COMES BACK UNDER
      * THE ORIGINAL AR-CUST-ID - RE-ADDING VIA OPTION 1 WOULD BURN A
                   MOVE MR-CUST-NAME TO CR-CUST-NAME
                   MOVE MR-REG-DATE  TO CR-REG-DATE
                   PERFORM 2100-WRITE-XREF
                   IF NOT MR-INACTIVE
                       MOVE MR-CUST-ID     TO WS-DOM-CUST-ID
                       MOVE MR-ADDR-STREET TO WS-DOM-STREET
                       MOVE MR-ADDR-CEP    TO WS-DOM-CEP
                       PERFORM 3600-JOIN-HOUSEHOLD
                   END-IF
                   PERFORM 8780-WRITE-REINST-AUDIT
                   PERFORM 8790-WRITE-BAL-CONTROL
                   MOVE "PV" TO SL-EVENT-CODE
           MOVE ZERO          TO BC-AUDIT-COUNT
           MOVE ZERO          TO BC-DELETED-COUNT
           MOVE 1             TO BC-REINSTATED-COUNT
           MOVE ZERO          TO BC-REVERSED-COUNT
           WRITE BAL-CONTROL-RECORD
           IF WS-BALCTL-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR BALCTL - STATUS: "
               CLOSE XREF-FILE
               OPEN I-O XREF-FILE
           END-IF
           OPEN I-O DOM-FILE
           IF WS-DOM-STATUS = "35"
               OPEN OUTPUT DOM-FILE
               CLOSE DOM-FILE
               OPEN I-O DOM-FILE
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               OPEN OUTPUT CHGHIST-FILE
               CLOSE CHGHIST-FILE
               OPEN EXTEND CHGHIST-FILE
           END-IF
           OPEN INPUT CEPDIR-FILE
           IF WS-CEPDIR-STATUS = "00"
               SET WS-CEPDIR-OK TO TRUE
           ELSE
               DISPLAY "AVISO: CEPDIR NAO CARREGADO - INCLUSAO E "
                       "ALTERACAO DESABILITADAS"
           END-IF.

       1100-CAPTURE-NAME.
           END-PERFORM.

       1200-CAPTURE-ADDRESS.
      * CITY AND UF ARE OFFERED FROM THE CEP DIRECTORY ONCE THE CEP
      * IS IN; THE CLERK CONFIRMS THEM OR KEYS OVER THEM, AND WHAT IS
      * KEPT MUST STILL AGREE WITH THE DIRECTORY.
           DISPLAY "DIGITE O ENDERECO (RUA E NUMERO): "
           ACCEPT CR-ADDR-STREET
           PERFORM 1300-CAPTURE-CEP.

       1300-CAPTURE-CEP.
      * THE CEP GETS THE SAME TREATMENT AS THE NAME - RE-PROMPTED
      * UNTIL IT PASSES THE EDIT. IT MUST BE THE 8 DIGITS THE MAILING
      * BUREAU PARSES, NOT BLANK AND NOT ALL ZEROS, AND IT MUST FALL
      * IN A CORREIOS RANGE ON THE CEP DIRECTORY. THE RANGE'S CITY
      * AND UF ARE THEN OFFERED TO THE CLERK. A CITY OR UF KEYED
      * OVER THEM THAT THE RANGE DOES NOT BELONG TO SENDS THE CLERK
      * BACK TO THE CEP - ONE OF THE TWO IS WRONG.
           PERFORM WITH TEST AFTER
                   UNTIL WS-CEP-MATCHES
               PERFORM 1310-KEY-CEP
               PERFORM 1320-KEY-CITY-STATE
           END-PERFORM
           MOVE WS-CEP-IN     TO CR-ADDR-CEP
           DISPLAY "CIDADE    : " CR-ADDR-CITY
           DISPLAY "UF        : " CR-ADDR-STATE.

       1310-KEY-CEP.
           MOVE SPACES TO WS-CEP-IN
           MOVE "N" TO WS-CEP-DIR-SW
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
                   MOVE WS-CEP-IN TO WS-CHK-CEP
                   PERFORM 1350-FIND-CEP-RANGE
                   IF NOT WS-CEP-IN-DIR
                       DISPLAY "CEP INEXISTENTE NO DIRETORIO DOS "
                               "CORREIOS"
                   END-IF
               END-IF
           END-PERFORM.

       1320-KEY-CITY-STATE.
      * ENTER ALONE KEEPS THE DIRECTORY'S VALUE. WHATEVER WAS KEYED,
      * THE MASTER TAKES THE DIRECTORY'S SPELLING ONCE THE PAIR IS
      * PROVED, IN UPPER CASE LIKE EVERY BATCH PATH WRITES IT.
           MOVE CD-ADDR-CITY  TO CR-ADDR-CITY
           MOVE CD-ADDR-STATE TO CR-ADDR-STATE
           DISPLAY "CIDADE (ENTER MANTEM): " CR-ADDR-CITY
           MOVE SPACES TO WS-CITY-IN
           ACCEPT WS-CITY-IN
           IF WS-CITY-IN NOT = SPACES
               MOVE WS-CITY-IN TO CR-ADDR-CITY
           END-IF
           DISPLAY "UF (ENTER MANTEM)    : " CR-ADDR-STATE
           MOVE SPACES TO WS-STATE-IN
           ACCEPT WS-STATE-IN
           IF WS-STATE-IN NOT = SPACES
               MOVE WS-STATE-IN TO CR-ADDR-STATE
           END-IF
           MOVE WS-CEP-IN     TO WS-CHK-CEP
           MOVE CR-ADDR-CITY  TO WS-CHK-CITY
           MOVE CR-ADDR-STATE TO WS-CHK-STATE
           PERFORM 1330-CHECK-CEP-DIR
           IF WS-CEP-MATCHES
               MOVE CD-ADDR-CITY  TO CR-ADDR-CITY
               MOVE CD-ADDR-STATE TO CR-ADDR-STATE
           ELSE
               DISPLAY "CEP X CIDADE/UF DIVERGENTE - DIGITE O CEP "
                       "NOVAMENTE"
           END-IF.

       1330-CHECK-CEP-DIR.
      * THE CALLER SETS WS-CHK-CEP, WS-CHK-CITY AND WS-CHK-STATE.
      * CITY AND UF ARE COMPARED IN UPPER CASE, THE WAY TESTECEP
      * HOLDS THEM IN THE DIRECTORY.
           MOVE "N" TO WS-CEP-MATCH-SW
           PERFORM 1350-FIND-CEP-RANGE
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

       1350-FIND-CEP-RANGE.
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

       1900-WRITE-AUDIT.
      * THE AUDIT CARRIES THE SIGNED-ON OPERATOR, NOT THE USER
               DISPLAY "ERRO AO GRAVAR CUSTXREF - STATUS: "
                       WS-XREF-STATUS
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
           MOVE WS-TODAY-DATE      TO DM-JOIN-DATE
           WRITE DOM-RECORD
           IF WS-DOM-STATUS NOT = "00"
              AND WS-DOM-STATUS NOT = "22"
               DISPLAY "ERRO AO GRAVAR CUSTDOM - STATUS: "
                       WS-DOM-STATUS
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
           END-IF.

       3900-SHOW-HOUSEHOLD.
      * THE INQUIRY NAMES THE OTHER ACTIVE CUSTOMERS LIVING AT THE
      * SAME ADDRESS, FROM CUSTDOM: EVERY ENTRY FROM STREET+CEP+000000
      * ON IS THE HOUSEHOLD UNTIL THE ADDRESS CHANGES. EACH MEMBER IS
      * READ FROM THE MASTER FOR THE NAME, WHICH OVERLAYS THE RECORD
      * JUST SHOWN - THE INQUIRY IS OVER BY THEN.
           MOVE MR-CUST-ID     TO WS-DOM-CUST-ID
           MOVE MR-ADDR-CEP    TO WS-DOM-CEP
           MOVE MR-ADDR-STREET TO WS-DOM-STREET-IN
           PERFORM 3700-NORMALIZE-STREET
           MOVE ZERO TO WS-DOM-NO
           MOVE ZERO TO WS-DOM-SIZE
           MOVE "N" TO WS-DOM-EOF-SW
           MOVE WS-DOM-NORM-STREET TO DM-NORM-STREET
           MOVE WS-DOM-CEP         TO DM-ADDR-CEP
           MOVE ZERO               TO DM-CUST-ID
           START DOM-FILE KEY NOT < DM-DOM-KEY
           IF WS-DOM-STATUS NOT = "00"
               SET WS-DOM-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-DOM-EOF
               READ DOM-FILE NEXT
               IF WS-DOM-STATUS NOT = "00"
                  OR DM-NORM-STREET NOT = WS-DOM-NORM-STREET
                  OR DM-ADDR-CEP NOT = WS-DOM-CEP
                   SET WS-DOM-EOF TO TRUE
               ELSE
                   IF WS-DOM-NO = ZERO
                       MOVE DM-DOM-NO TO WS-DOM-NO
                       DISPLAY "DOMICILIO : " WS-DOM-NO
                   END-IF
                   ADD 1 TO WS-DOM-SIZE
                   IF DM-CUST-ID NOT = WS-DOM-CUST-ID
                       PERFORM 3950-SHOW-HOUSEHOLD-MEMBER
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DOM-NO = ZERO
               DISPLAY "DOMICILIO : NAO CADASTRADO"
           ELSE
               DISPLAY "MORADORES : " WS-DOM-SIZE
           END-IF.

       3950-SHOW-HOUSEHOLD-MEMBER.
           MOVE DM-CUST-ID TO MR-CUST-ID
           READ CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS = "00"
               DISPLAY "MESMO END.: " MR-CUST-ID " " MR-CUST-NAME
           ELSE
               DISPLAY "MESMO END.: " DM-CUST-ID
                       " NAO ENCONTRADO NO MESTRE"
           END-IF.
