       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTEANO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANOPARM-FILE ASSIGN TO "ANOPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANOPARM-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "CUSTARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDNEW-FILE ASSIGN TO "AUDITNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDNEW-STATUS.
           SELECT AUDARCH-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.
           SELECT AUDARNEW-FILE ASSIGN TO "AUDARNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDARNEW-STATUS.
           SELECT CHGHIST-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.
           SELECT CHGHNEW-FILE ASSIGN TO "CHGHNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGHNEW-STATUS.
           SELECT DOM-FILE ASSIGN TO "CUSTDOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DOM-KEY
               FILE STATUS IS WS-DOM-STATUS.
           SELECT SYS-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-SYS-KEY
               FILE STATUS IS WS-SYS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ANOPARM-FILE.
       01  ANOPARM-LINE            PIC X(6).
       FD  OPER-FILE.
       COPY "copybooks/operrec.cpy".
       FD  SECLOG-FILE.
       01  SECLOG-LINE             PIC X(64).
       FD  CUSTMAST-FILE.
       COPY "copybooks/custmast.cpy".
       FD  XREF-FILE.
       COPY "copybooks/custxref.cpy".
       FD  ARCHIVE-FILE.
       COPY "copybooks/custarch.cpy".
       FD  AUDIT-FILE.
       01  AUDIT-LINE              PIC X(68).
       FD  AUDNEW-FILE.
       01  AUDNEW-LINE             PIC X(68).
       FD  AUDARCH-FILE.
       01  AUDARCH-LINE            PIC X(68).
       FD  AUDARNEW-FILE.
       01  AUDARNEW-LINE           PIC X(68).
       FD  CHGHIST-FILE.
       01  CHGHIST-LINE            PIC X(307).
       FD  CHGHNEW-FILE.
       01  CHGHNEW-LINE            PIC X(307).
       FD  DOM-FILE.
       COPY "copybooks/custdom.cpy".
       FD  SYS-FILE.
       COPY "copybooks/sysctl.cpy".
       WORKING-STORAGE SECTION.
       COPY "copybooks/seclog.cpy".
       COPY "copybooks/auditrec.cpy".
       COPY "copybooks/chghist.cpy".
       COPY "copybooks/custrec.cpy".
       77 WS-ANOPARM-STATUS    PIC X(2).
       77 WS-OPER-STATUS       PIC X(2).
       77 WS-SECLOG-STATUS     PIC X(2).
       77 WS-CUSTMAST-STATUS   PIC X(2).
       77 WS-XREF-STATUS       PIC X(2).
       77 WS-ARCHIVE-STATUS    PIC X(2).
       77 WS-AUDIT-STATUS      PIC X(2).
       77 WS-AUDNEW-STATUS     PIC X(2).
       77 WS-AUDARCH-STATUS    PIC X(2).
       77 WS-AUDARNEW-STATUS   PIC X(2).
       77 WS-CHGHIST-STATUS    PIC X(2).
       77 WS-CHGHNEW-STATUS    PIC X(2).
       77 WS-DOM-STATUS        PIC X(2).
       77 WS-SYS-STATUS        PIC X(2).
       77 WS-SYS-KEY           PIC 9(4)      VALUE 1.
       77 WS-SYS-AVAIL-SW      PIC X         VALUE "N".
           88 WS-SYS-FILE-OK                 VALUE "Y".
       77 WS-LOCK-OWNED-SW     PIC X         VALUE "N".
           88 WS-LOCK-OWNED                  VALUE "Y".
       77 WS-RUN-DATE          PIC 9(8)      VALUE ZERO.
       77 WS-EOF-SWITCH        PIC X         VALUE "N".
           88 WS-EOF                         VALUE "Y".
       77 WS-ERROR-SW          PIC X         VALUE "N".
           88 WS-RUN-ERROR                   VALUE "Y".
       77 WS-OPEN-ERROR-SW     PIC X         VALUE "N".
           88 WS-OPEN-ERROR                  VALUE "Y".
       77 WS-ARCHIVE-OPEN-SW   PIC X         VALUE "N".
           88 WS-ARCHIVE-OK                  VALUE "Y".
       77 WS-DOM-OPEN-SW       PIC X         VALUE "N".
           88 WS-DOM-OK                      VALUE "Y".
       77 WS-MASTER-SW         PIC X         VALUE "N".
           88 WS-ON-MASTER                   VALUE "Y".
       77 WS-OPER-OPEN-SW      PIC X         VALUE "N".
           88 WS-OPER-FILE-OK                VALUE "Y".
       77 WS-SIGNON-SW         PIC X         VALUE "N".
           88 WS-SIGNED-ON                   VALUE "Y".
       77 WS-OPER-ID           PIC X(8)      VALUE SPACES.
       77 WS-OPER-LEVEL        PIC 9         VALUE ZERO.
       77 WS-OPER-ID-IN        PIC X(8)      VALUE SPACES.
       77 WS-PASSWORD-IN       PIC X(8)      VALUE SPACES.
       77 WS-TRY-CTR           PIC 9         VALUE ZERO.
       77 WS-CONFIRM           PIC X         VALUE SPACE.
       77 WS-SEL-CUST-ID       PIC 9(6)      VALUE ZERO.
       77 WS-MASK-TEXT         PIC X(30)
                               VALUE "*** ANONIMIZADO (LGPD) ***".
       77 WS-MAST-MASKED       PIC 9(6)      VALUE ZERO.
       77 WS-XREF-MASKED       PIC 9(6)      VALUE ZERO.
       77 WS-ARCH-MASKED       PIC 9(6)      VALUE ZERO.
       77 WS-AUD-MASKED        PIC 9(6)      VALUE ZERO.
       77 WS-AUDARCH-MASKED    PIC 9(6)      VALUE ZERO.
       77 WS-HIST-MASKED       PIC 9(6)      VALUE ZERO.
       77 WS-DOM-PURGED        PIC 9(6)      VALUE ZERO.
       77 WS-TOTAL-MASKED      PIC 9(6)      VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
      * LGPD ERASURE OF ONE CUSTOMER. THE NAME AND EVERY ADDRESS
      * FIELD ARE OVERWRITTEN WITH A FIXED MASK WHEREVER THEY ARE
      * HELD - MASTER, CROSS-REFERENCE, ARCHIVE, CURRENT AND ARCHIVED
      * AUDIT LOG, AND BOTH IMAGES OF EVERY CHANGE-HISTORY ENTRY. THE
      * CUSTOMER ID, STATUS AND EVERY DATE ARE KEPT, AND NO RECORD IS
      * ADDED OR REMOVED FROM ANY OF THEM, SO TESTEBAL, TESTESTA AND
      * THE AUDIT COUNTS STILL ADD UP FOR ANY PERIOD ALREADY REPORTED,
      * AND TESTEINT STILL FINDS THE MASTER, THE CROSS-REFERENCE AND
      * THE LATEST HISTORY IMAGE IN AGREEMENT. FOR THE SAME REASON THE
      * ERASURE WRITES NO AUDITLOG OR CHGHIST ENTRY OF ITS OWN - THE
      * TRAIL IS THE "PV" RECORD ON SECLOG, NAMING THE SUPERVISOR.
      * THE HOUSEHOLD FILE IS THE EXCEPTION: ITS KEY IS THE STREET AND
      * CEP THEMSELVES, SO THE CUSTOMER'S CUSTDOM ENTRIES ARE DELETED
      * RATHER THAN MASKED - NOTHING IS COUNTED OR RECONCILED FROM IT,
      * AND A MASKED CUSTOMER HAS NO ADDRESS TO SHARE WITH ANYONE.
      * THE RUN HOLDS THE BATCH-WINDOW LOCK WHILE THE FILES ARE OPEN,
      * SO NO CLERK CAN BE CHANGING THE CUSTOMER BEING ERASED.
      * SUPERVISOR SIGN-ON IS MANDATORY; A CLERK IS REFUSED AND THE
      * REFUSAL LOGGED ("PD") BEFORE ANY FILE IS OPENED.
      * THE LINE-SEQUENTIAL LOGS CANNOT BE REWRITTEN IN PLACE, SO -
      * AS IN TESTEARC - THEY ARE COPIED MASKED TO NEW DATASETS THAT
      * THE JCL SWAP STEP PROMOTES AFTER A CLEAN RUN.
      *   RC=0  ERASURE COMPLETE - RUN THE SWAP STEP
      *   RC=4  CANCELLED AT THE CONFIRMATION, OR NOTHING FOUND
      *   RC=8  A WRITE FAILED - DO NOT SWAP; CORRECT AND RERUN (THE
      *         MASK IS IDEMPOTENT, SO A RERUN IS SAFE)
      *   RC=12 BAD ANOPARM, NO SUPERVISOR SIGN-ON, NO SYSCTL, OR A
      *         FILE WOULD NOT OPEN - NOTHING TOUCHED
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-READ-PARAMETER
           IF WS-SEL-CUST-ID = ZERO
               DISPLAY "ERRO: ANOPARM AUSENTE OU CODIGO INVALIDO"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS = "00"
               SET WS-OPER-FILE-OK TO TRUE
           END-IF
           OPEN EXTEND SECLOG-FILE
           IF WS-SECLOG-STATUS = "35"
               OPEN OUTPUT SECLOG-FILE
               CLOSE SECLOG-FILE
               OPEN EXTEND SECLOG-FILE
           END-IF
           PERFORM 0100-SIGN-ON
           IF WS-SIGNED-ON
               PERFORM 1100-CHECK-AUTHORITY
           END-IF
           IF WS-OPER-FILE-OK
               CLOSE OPER-FILE
           END-IF
           IF NOT WS-SIGNED-ON OR WS-OPER-LEVEL < 2
               CLOSE SECLOG-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0200-SET-BATCH-LOCK
           IF NOT WS-SYS-FILE-OK
               DISPLAY "ERRO: SYSCTL NAO PRE-ALOCADO - "
                       "EXECUTAR TESTEFMT"
               CLOSE SECLOG-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1500-OPEN-FILES
           IF WS-OPEN-ERROR
               PERFORM 8000-CLOSE-FILES
               CLOSE SECLOG-FILE
               PERFORM 0250-CLEAR-BATCH-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CONFIRM
           IF WS-CONFIRM NOT = "S"
               DISPLAY "ANONIMIZACAO CANCELADA - NADA ALTERADO"
               PERFORM 8000-CLOSE-FILES
               CLOSE SECLOG-FILE
               PERFORM 0250-CLEAR-BATCH-LOCK
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-MASK-MASTER
           PERFORM 2100-MASK-XREF
           PERFORM 2200-MASK-ARCHIVE
           PERFORM 2300-MASK-AUDITLOG
           PERFORM 2400-MASK-AUDARCH
           PERFORM 2500-MASK-CHGHIST
           PERFORM 2600-PURGE-CUSTDOM
           PERFORM 8000-CLOSE-FILES
           PERFORM 0250-CLEAR-BATCH-LOCK
           COMPUTE WS-TOTAL-MASKED = WS-MAST-MASKED + WS-XREF-MASKED
                   + WS-ARCH-MASKED + WS-AUD-MASKED
                   + WS-AUDARCH-MASKED + WS-HIST-MASKED
                   + WS-DOM-PURGED
           DISPLAY "CLIENTE                 : " WS-SEL-CUST-ID
           DISPLAY "CUSTMAST ANONIMIZADOS   : " WS-MAST-MASKED
           DISPLAY "CUSTXREF ANONIMIZADOS   : " WS-XREF-MASKED
           DISPLAY "CUSTARCH ANONIMIZADOS   : " WS-ARCH-MASKED
           DISPLAY "AUDITLOG ANONIMIZADOS   : " WS-AUD-MASKED
           DISPLAY "AUDARCH  ANONIMIZADOS   : " WS-AUDARCH-MASKED
           DISPLAY "CHGHIST  ANONIMIZADOS   : " WS-HIST-MASKED
           DISPLAY "CUSTDOM  REMOVIDOS      : " WS-DOM-PURGED
           IF WS-TOTAL-MASKED NOT = ZERO
               MOVE "PV" TO SL-EVENT-CODE
               MOVE SPACES TO SL-DETAIL
               STRING "ANONIMIZACAO CLIENTE " WS-SEL-CUST-ID
                   DELIMITED BY SIZE INTO SL-DETAIL
               END-STRING
               MOVE WS-OPER-ID TO SL-OPERATOR-ID
               PERFORM 0900-WRITE-SECLOG
           END-IF
           CLOSE SECLOG-FILE
           EVALUATE TRUE
               WHEN WS-RUN-ERROR
                   DISPLAY "ERRO DE GRAVACAO - NAO PROMOVER AS COPIAS"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-MASKED = ZERO
                   DISPLAY "NENHUM REGISTRO DO CLIENTE ENCONTRADO"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ANONIMIZACAO CONCLUIDA"
           END-EVALUATE
           STOP RUN.

       0100-SIGN-ON.
      * SAME SIGN-ON DISCIPLINE AS TESTECOB AND TESTEREJ. THE
      * ERASURE CANNOT BE UNDONE, SO IT IS SUPERVISOR-ONLY.
           IF NOT WS-OPER-FILE-OK
               DISPLAY "OPERFILE NAO PRE-ALOCADO - EXECUTAR TESTEOPR"
           ELSE
               PERFORM 0150-SIGN-ON-ATTEMPT
                   UNTIL WS-SIGNED-ON OR WS-TRY-CTR >= 3
               IF NOT WS-SIGNED-ON
                   DISPLAY "TENTATIVAS ESGOTADAS - SESSAO ENCERRADA"
               END-IF
           END-IF.

       0150-SIGN-ON-ATTEMPT.
           DISPLAY "OPERADOR: "
           ACCEPT WS-OPER-ID-IN
           DISPLAY "SENHA   : "
           ACCEPT WS-PASSWORD-IN
           MOVE WS-OPER-ID-IN TO OP-OPERATOR-ID
           READ OPER-FILE
           IF WS-OPER-STATUS = "00"
              AND OP-PASSWORD = WS-PASSWORD-IN
              AND OP-VALID-LEVEL
               SET WS-SIGNED-ON TO TRUE
               MOVE OP-OPERATOR-ID TO WS-OPER-ID
               MOVE OP-AUTH-LEVEL  TO WS-OPER-LEVEL
               DISPLAY "BEM-VINDO " OP-OPER-NAME
               MOVE "LI" TO SL-EVENT-CODE
               MOVE "ACESSO CONCEDIDO" TO SL-DETAIL
               MOVE WS-OPER-ID-IN TO SL-OPERATOR-ID
               PERFORM 0900-WRITE-SECLOG
           ELSE
               ADD 1 TO WS-TRY-CTR
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
               MOVE "LF" TO SL-EVENT-CODE
               MOVE "ACESSO RECUSADO" TO SL-DETAIL
               MOVE WS-OPER-ID-IN TO SL-OPERATOR-ID
               PERFORM 0900-WRITE-SECLOG
           END-IF.

       0200-SET-BATCH-LOCK.
      * SYSCTL (SEE SYSCTL.CPY) CLOSES THE BATCH WINDOW FOR THE ONLINE
      * PROGRAMS BEFORE ANY FILE IS OPENED FOR UPDATE. SAME RULES AS
      * TESTEMNT: A LOCK ALREADY HELD BY THIS PROGRAM IS A RERUN AFTER
      * AN ABEND AND IS TAKEN OVER, ONE HELD BY ANOTHER PROGRAM IS
      * LEFT FOR THE MORNING TESTEFMT VERIFY.
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
                   WHEN SS-LOCK-PROGRAM = "TESTEANO"
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
                   MOVE "TESTEANO" TO SS-LOCK-PROGRAM
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
      * THE RETURN CODE. A LOCK THIS RUN DID NOT TAKE IS NOT ITS TO
      * CLEAR.
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

       0900-WRITE-SECLOG.
           ACCEPT SL-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT SL-LOG-TIME FROM TIME
           MOVE "TESTEANO" TO SL-PROGRAM-ID
           MOVE SEC-LOG-RECORD TO SECLOG-LINE
           WRITE SECLOG-LINE
           IF WS-SECLOG-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR SECLOG - STATUS: "
                       WS-SECLOG-STATUS
           END-IF.

       1000-READ-PARAMETER.
      * THE CUSTOMER ID COMES FROM THE MANDATORY ANOPARM DATASET -
      * 6 DIGITS, THE SAME SELECTION STYLE AS HISPARM AND LGPPARM.
           OPEN INPUT ANOPARM-FILE
           IF WS-ANOPARM-STATUS = "00"
               READ ANOPARM-FILE
               IF WS-ANOPARM-STATUS = "00"
                  AND ANOPARM-LINE IS NUMERIC
                  AND ANOPARM-LINE NOT = "000000"
                   MOVE ANOPARM-LINE TO WS-SEL-CUST-ID
               END-IF
               CLOSE ANOPARM-FILE
           END-IF.

       1100-CHECK-AUTHORITY.
           IF WS-OPER-LEVEL < 2
               DISPLAY "ACESSO NEGADO - ANONIMIZACAO REQUER SUPERVISOR"
               MOVE "PD" TO SL-EVENT-CODE
               MOVE SPACES TO SL-DETAIL
               STRING "ANONIMIZACAO NEGADA " WS-SEL-CUST-ID
                   DELIMITED BY SIZE INTO SL-DETAIL
               END-STRING
               MOVE WS-OPER-ID TO SL-OPERATOR-ID
               PERFORM 0900-WRITE-SECLOG
           END-IF.

       1200-CONFIRM.
      * THE SUPERVISOR SEES WHO IS ABOUT TO BE ERASED BEFORE SAYING
      * YES - A MISTYPED ANOPARM WOULD OTHERWISE DESTROY THE WRONG
      * CUSTOMER'S DATA BEYOND RECOVERY.
           MOVE WS-SEL-CUST-ID TO MR-CUST-ID
           READ CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS = "00"
               SET WS-ON-MASTER TO TRUE
               DISPLAY "CLIENTE " MR-CUST-ID " - " MR-CUST-NAME
           ELSE
               DISPLAY "CLIENTE " WS-SEL-CUST-ID
                       " NAO CONSTA NO CADASTRO ATIVO - SERAO "
                       "ANONIMIZADOS ARQUIVO E REGISTROS"
           END-IF
           DISPLAY "CONFIRMA ANONIMIZACAO IRREVERSIVEL? (S/N): "
           ACCEPT WS-CONFIRM.

       1500-OPEN-FILES.
      * EVERY FILE IS OPENED BEFORE ANYTHING IS MASKED, SO A MISSING
      * DATASET STOPS THE RUN WITH NOTHING HALF-ERASED. THE ARCHIVE
      * MAY LEGITIMATELY NOT EXIST YET (NO ARCHIVE RUN SO FAR), NOR
      * MAY THE HOUSEHOLD FILE (TESTEDOM NOT YET RUN).
           OPEN I-O CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CUSTMAST - STATUS: "
                       WS-CUSTMAST-STATUS
               SET WS-OPEN-ERROR TO TRUE
           END-IF
           OPEN I-O XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CUSTXREF - STATUS: "
                       WS-XREF-STATUS
               SET WS-OPEN-ERROR TO TRUE
           END-IF
           OPEN I-O ARCHIVE-FILE
           EVALUATE WS-ARCHIVE-STATUS
               WHEN "00"
                   SET WS-ARCHIVE-OK TO TRUE
               WHEN "35"
                   DISPLAY "AVISO: CUSTARCH INEXISTENTE - IGNORADO"
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CUSTARCH - STATUS: "
                           WS-ARCHIVE-STATUS
                   SET WS-OPEN-ERROR TO TRUE
           END-EVALUATE
           OPEN I-O DOM-FILE
           EVALUATE WS-DOM-STATUS
               WHEN "00"
                   SET WS-DOM-OK TO TRUE
               WHEN "35"
                   DISPLAY "AVISO: CUSTDOM INEXISTENTE - IGNORADO"
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CUSTDOM - STATUS: "
                           WS-DOM-STATUS
                   SET WS-OPEN-ERROR TO TRUE
           END-EVALUATE
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AUDITLOG - STATUS: "
                       WS-AUDIT-STATUS
               SET WS-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT AUDNEW-FILE
           IF WS-AUDNEW-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AUDITNEW - STATUS: "
                       WS-AUDNEW-STATUS
               SET WS-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT AUDARCH-FILE
           IF WS-AUDARCH-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AUDARCH - STATUS: "
                       WS-AUDARCH-STATUS
               SET WS-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT AUDARNEW-FILE
           IF WS-AUDARNEW-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AUDARNEW - STATUS: "
                       WS-AUDARNEW-STATUS
               SET WS-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT CHGHIST-FILE
           IF WS-CHGHIST-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CHGHIST - STATUS: "
                       WS-CHGHIST-STATUS
               SET WS-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT CHGHNEW-FILE
           IF WS-CHGHNEW-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CHGHNEW - STATUS: "
                       WS-CHGHNEW-STATUS
               SET WS-OPEN-ERROR TO TRUE
           END-IF.

       2000-MASK-MASTER.
      * REWRITTEN IN PLACE. MR-LAST-CHG-DATE IS DELIBERATELY LEFT
      * ALONE - THE DATES ARE KEPT, AND A DELTA EXTRACT MUST NOT
      * PICK THE MASKED RECORD UP AS A CHANGE TO SEND.
           IF WS-ON-MASTER
               MOVE CUSTMAST-RECORD TO CUSTREC
               PERFORM 3000-MASK-CUSTREC
               MOVE CUSTREC TO CUSTMAST-RECORD
               REWRITE CUSTMAST-RECORD
               IF WS-CUSTMAST-STATUS = "00"
                   ADD 1 TO WS-MAST-MASKED
               ELSE
                   DISPLAY "ERRO AO REGRAVAR CUSTMAST - STATUS: "
                           WS-CUSTMAST-STATUS
                   SET WS-RUN-ERROR TO TRUE
               END-IF
           END-IF.

       2100-MASK-XREF.
      * THE NAME IS PART OF THE KEY, SO AN ENTRY CANNOT BE REWRITTEN -
      * EVERY ENTRY CARRYING THE ID (A STALE ONE UNDER AN OLD NAME
      * INCLUDED) IS DELETED, AND ONE ENTRY UNDER THE MASK IS WRITTEN
      * BACK FOR A CUSTOMER STILL ON THE MASTER SO THE MASTER AND
      * THE CROSS-REFERENCE KEEP AGREEING.
           MOVE LOW-VALUES TO XR-XREF-KEY
           START XREF-FILE KEY NOT < XR-XREF-KEY
           IF WS-XREF-STATUS = "00"
               PERFORM UNTIL WS-XREF-STATUS NOT = "00"
                   READ XREF-FILE NEXT
                       NOT AT END
                           IF XR-CUST-ID = WS-SEL-CUST-ID
                               PERFORM 2150-DELETE-XREF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-ON-MASTER
               MOVE WS-MASK-TEXT   TO XR-CUST-NAME
               MOVE WS-SEL-CUST-ID TO XR-CUST-ID
               MOVE MR-REG-DATE    TO XR-REG-DATE
               WRITE XREF-RECORD
               IF WS-XREF-STATUS = "00"
                   ADD 1 TO WS-XREF-MASKED
               ELSE
                   DISPLAY "ERRO AO GRAVAR CUSTXREF - STATUS: "
                           WS-XREF-STATUS
                   SET WS-RUN-ERROR TO TRUE
               END-IF
           END-IF.

       2150-DELETE-XREF.
           DELETE XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "ERRO AO EXCLUIR CUSTXREF - STATUS: "
                       WS-XREF-STATUS
               SET WS-RUN-ERROR TO TRUE
           END-IF.

       2200-MASK-ARCHIVE.
      * THE ARCHIVE IS APPEND-ONLY EXCEPT FOR IN-PLACE REWRITES OF
      * THE SAME RECORD (THE REINSTATEMENT MARK); THE MASK IS ONE
      * MORE SUCH REWRITE. EVERY ARCHIVED COPY OF THE CUSTOMER IS
      * MASKED, REINSTATED OR NOT.
           IF WS-ARCHIVE-OK
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ ARCHIVE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF AR-CUST-ID = WS-SEL-CUST-ID
                               PERFORM 2250-REWRITE-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2250-REWRITE-ARCHIVE.
           MOVE ARCH-RECORD (1:134) TO CUSTREC
           PERFORM 3000-MASK-CUSTREC
           MOVE CUSTREC TO ARCH-RECORD (1:134)
           REWRITE ARCH-RECORD
           IF WS-ARCHIVE-STATUS = "00"
               ADD 1 TO WS-ARCH-MASKED
           ELSE
               DISPLAY "ERRO AO REGRAVAR CUSTARCH - STATUS: "
                       WS-ARCHIVE-STATUS
               SET WS-RUN-ERROR TO TRUE
           END-IF.

       2300-MASK-AUDITLOG.
      * EVERY ENTRY IS COPIED TO AUDITNEW - THE CUSTOMER'S WITH THE
      * NAME MASKED, OPERATOR, TERMINAL, DATE AND TIME UNTOUCHED.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE AUDIT-LINE TO AUDIT-RECORD
                       IF AU-CUST-ID = WS-SEL-CUST-ID
                           MOVE WS-MASK-TEXT TO AU-CUST-NAME
                           ADD 1 TO WS-AUD-MASKED
                       END-IF
                       MOVE AUDIT-RECORD TO AUDNEW-LINE
                       WRITE AUDNEW-LINE
                       IF WS-AUDNEW-STATUS NOT = "00"
                           DISPLAY "ERRO AO GRAVAR AUDITNEW - STATUS: "
                                   WS-AUDNEW-STATUS
                           SET WS-RUN-ERROR TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       2400-MASK-AUDARCH.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ AUDARCH-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE AUDARCH-LINE TO AUDIT-RECORD
                       IF AU-CUST-ID = WS-SEL-CUST-ID
                           MOVE WS-MASK-TEXT TO AU-CUST-NAME
                           ADD 1 TO WS-AUDARCH-MASKED
                       END-IF
                       MOVE AUDIT-RECORD TO AUDARNEW-LINE
                       WRITE AUDARNEW-LINE
                       IF WS-AUDARNEW-STATUS NOT = "00"
                           DISPLAY "ERRO AO GRAVAR AUDARNEW - STATUS: "
                                   WS-AUDARNEW-STATUS
                           SET WS-RUN-ERROR TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       2500-MASK-CHGHIST.
      * BOTH IMAGES ARE MASKED THE SAME WAY AS THE MASTER, SO THE
      * LATEST AFTER IMAGE STILL MATCHES THE MASKED MASTER FIELD FOR
      * FIELD. A LEGACY SPACES AFTER IMAGE (PHYSICAL DELETE) HOLDS NO
      * DATA AND IS LEFT AS SPACES.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ CHGHIST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE CHGHIST-LINE TO CHG-HIST-RECORD
                       IF CH-CUST-ID = WS-SEL-CUST-ID
                           PERFORM 2550-MASK-HIST-IMAGES
                       END-IF
                       MOVE CHG-HIST-RECORD TO CHGHNEW-LINE
                       WRITE CHGHNEW-LINE
                       IF WS-CHGHNEW-STATUS NOT = "00"
                           DISPLAY "ERRO AO GRAVAR CHGHNEW - STATUS: "
                                   WS-CHGHNEW-STATUS
                           SET WS-RUN-ERROR TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       2550-MASK-HIST-IMAGES.
           ADD 1 TO WS-HIST-MASKED
           IF CH-BEFORE-IMAGE NOT = SPACES
               MOVE CH-BEFORE-IMAGE TO CUSTREC
               PERFORM 3000-MASK-CUSTREC
               MOVE CUSTREC TO CH-BEFORE-IMAGE
           END-IF
           IF CH-AFTER-IMAGE NOT = SPACES
               MOVE CH-AFTER-IMAGE TO CUSTREC
               PERFORM 3000-MASK-CUSTREC
               MOVE CUSTREC TO CH-AFTER-IMAGE
           END-IF.

       2600-PURGE-CUSTDOM.
      * THE FILE IS KEYED ON THE ADDRESS, NOT THE ID, AND A STALE
      * ENTRY UNDER AN OLD ADDRESS MAY STILL BE ON IT, SO THE WHOLE
      * FILE IS BROWSED AND EVERY ENTRY CARRYING THE ID IS DELETED.
      * THE CONTROL ENTRY AT THE LOW-VALUES KEY IS NOT A CUSTOMER.
           IF WS-DOM-OK
               MOVE LOW-VALUES TO DM-DOM-KEY
               START DOM-FILE KEY NOT < DM-DOM-KEY
               IF WS-DOM-STATUS = "00"
                   PERFORM UNTIL WS-DOM-STATUS NOT = "00"
                       READ DOM-FILE NEXT
                           NOT AT END
                               IF DC-CONTROL-KEY NOT = LOW-VALUES
                                  AND DM-CUST-ID = WS-SEL-CUST-ID
                                   PERFORM 2650-DELETE-CUSTDOM
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.

       2650-DELETE-CUSTDOM.
           DELETE DOM-FILE
           IF WS-DOM-STATUS = "00"
               ADD 1 TO WS-DOM-PURGED
           ELSE
               DISPLAY "ERRO AO EXCLUIR CUSTDOM - STATUS: "
                       WS-DOM-STATUS
               SET WS-RUN-ERROR TO TRUE
           END-IF.

       3000-MASK-CUSTREC.
      * THE ONE PLACE THE MASK IS DEFINED. NAME, STREET AND CITY TAKE
      * THE FIXED TEXT; UF GOES TO SPACES AND CEP TO ZERO. TESTEEXT
      * KNOWS THE MASKED NAME AND NEVER SENDS THE RECORD TO THE
      * BUREAU - KEEP ITS LITERAL IN STEP IF WS-MASK-TEXT CHANGES.
           MOVE WS-MASK-TEXT TO CR-CUST-NAME
           MOVE WS-MASK-TEXT TO CR-ADDR-STREET
           MOVE WS-MASK-TEXT TO CR-ADDR-CITY
           MOVE SPACES       TO CR-ADDR-STATE
           MOVE ZERO         TO CR-ADDR-CEP.

       8000-CLOSE-FILES.
           CLOSE CUSTMAST-FILE
           CLOSE XREF-FILE
           IF WS-ARCHIVE-OK
               CLOSE ARCHIVE-FILE
           END-IF
           IF WS-DOM-OK
               CLOSE DOM-FILE
           END-IF
           CLOSE AUDIT-FILE
           CLOSE AUDNEW-FILE
           CLOSE AUDARCH-FILE
           CLOSE AUDARNEW-FILE
           CLOSE CHGHIST-FILE
           CLOSE CHGHNEW-FILE.
