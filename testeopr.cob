           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT SYS-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-SYS-KEY
               FILE STATUS IS WS-SYS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPER-FILE.
       COPY "copybooks/operrec.cpy".
       FD  SECLOG-FILE.
       01  SECLOG-LINE             PIC X(64).
       FD  SYS-FILE.
       COPY "copybooks/sysctl.cpy".
       WORKING-STORAGE SECTION.
       COPY "copybooks/seclog.cpy".
       77 WS-OPER-STATUS       PIC X(2).
       77 WS-SECLOG-STATUS     PIC X(2).
       77 WS-MENU-OPTION       PIC X         VALUE SPACE.
           88 WS-UPDATE-OPTION               VALUE "1" "2".
       77 WS-SIGNON-SW         PIC X         VALUE "N".
           88 WS-SIGNED-ON                   VALUE "Y".
       77 WS-BOOT-SW           PIC X         VALUE "N".
       77 WS-EOF-SWITCH        PIC X         VALUE "N".
           88 WS-EOF                         VALUE "Y".
       77 WS-LISTED-CTR        PIC 9(4)      VALUE ZERO.
       77 WS-SYS-STATUS        PIC X(2).
       77 WS-SYS-KEY           PIC 9(4)      VALUE 1.
       77 WS-SYS-WARN-SW       PIC X         VALUE "N".
           88 WS-SYS-WARNED                  VALUE "Y".
       77 WS-BATCH-LOCK-SW     PIC X         VALUE "N".
           88 WS-BATCH-LOCKED                VALUE "Y".
       77 WS-LOCK-PROGRAM      PIC X(8)      VALUE SPACES.
       77 WS-CONFIRM           PIC X         VALUE SPACE.
       PROCEDURE DIVISION.
       0000-MAIN.
      * OPERATOR-PROFILE MAINTENANCE - SUPERVISOR ONLY. AN EMPTY OR
           END-IF
           IF WS-SIGNED-ON
               PERFORM WITH TEST AFTER UNTIL WS-MENU-OPTION = "9"
                   PERFORM 0300-CHECK-BATCH-WINDOW
                   PERFORM 5000-SHOW-MENU
                   ACCEPT WS-MENU-OPTION
                   PERFORM 0300-CHECK-BATCH-WINDOW
                   IF WS-UPDATE-OPTION AND WS-BATCH-LOCKED
                       DISPLAY "LOTE EM EXECUCAO (" WS-LOCK-PROGRAM
                               ") - SOMENTE CONSULTA"
                   ELSE
                       EVALUATE WS-MENU-OPTION
                           WHEN "1"
                               PERFORM 6000-ADD-OPERATOR
                           WHEN "2"
                               PERFORM 7000-UPDATE-OPERATOR
                           WHEN "3"
                               PERFORM 8000-LIST-OPERATORS
                           WHEN "4"
                               PERFORM 7500-RELEASE-BATCH-LOCK
                           WHEN "9"
                               CONTINUE
                           WHEN OTHER
                               DISPLAY "OPCAO INVALIDA"
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE OPER-FILE
               PERFORM 0900-WRITE-SECLOG
           END-IF.

       0300-CHECK-BATCH-WINDOW.
      * SYSCTL (SEE SYSCTL.CPY) IS SET BY EVERY BATCH UPDATER OF THE
      * MASTER FOR AS LONG AS IT RUNS. WHILE IT IS SET THE
      * PROFILES ARE INQUIRY ONLY - THE LISTING, AND THE RELEASE OF
      * THE LOCK ITSELF, REMAIN. WITHOUT SYSCTL NO BATCH JOB CAN RUN
      * AT ALL, SO THE WINDOW IS TAKEN AS OPEN.
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

       0900-WRITE-SECLOG.
           ACCEPT SL-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT SL-LOG-TIME FROM TIME

       5000-SHOW-MENU.
           DISPLAY "----------------------------------------".
           IF WS-BATCH-LOCKED
               DISPLAY "*** LOTE EM EXECUCAO (" WS-LOCK-PROGRAM
                       ") - SOMENTE CONSULTA: OPCOES 3 E 4 ***"
           END-IF.
           DISPLAY "1 - INCLUIR OPERADOR".
           DISPLAY "2 - ALTERAR SENHA/NIVEL".
           DISPLAY "3 - LISTAR OPERADORES".
           DISPLAY "4 - LIBERAR TRAVA DE LOTE".
           DISPLAY "9 - SAIR".
           DISPLAY "ESCOLHA UMA OPCAO: ".

               END-IF
           END-IF.

       7500-RELEASE-BATCH-LOCK.
      * A BATCH JOB THAT ABENDS NEVER CLEARS ITS SYSCTL LOCK, AND THE
      * ONLINE SIDE STAYS INQUIRY ONLY UNTIL THE JOB IS RERUN TO A
      * CLEAN END OR THE LOCK IS RELEASED HERE. RELEASING THE LOCK OF
      * A JOB THAT IS STILL RUNNING REOPENS THE VERY CLASH THE LOCK
      * PREVENTS, SO THE HOLDER IS SHOWN AND CONFIRMED FIRST, AND THE
      * RELEASE GOES TO SECLOG. THE SIGN-ON HERE IS SUPERVISOR ONLY.
           OPEN I-O SYS-FILE
           IF WS-SYS-STATUS NOT = "00"
               DISPLAY "SYSCTL NAO PRE-ALOCADO - EXECUTAR TESTEFMT"
           ELSE
               MOVE 1 TO WS-SYS-KEY
               READ SYS-FILE
               EVALUATE TRUE
                   WHEN WS-SYS-STATUS NOT = "00"
                       DISPLAY "ERRO AO LER SYSCTL - STATUS: "
                               WS-SYS-STATUS
                   WHEN SS-WINDOW-OPEN
                       DISPLAY "NENHUMA TRAVA DE LOTE PENDENTE"
                   WHEN OTHER
                       PERFORM 7550-CONFIRM-RELEASE
               END-EVALUATE
               CLOSE SYS-FILE
           END-IF.

       7550-CONFIRM-RELEASE.
           DISPLAY "TRAVA DE LOTE: " SS-LOCK-PROGRAM
                   " (" SS-LOCK-USER ") DESDE "
                   SS-LOCK-DATE " " SS-LOCK-TIME
           DISPLAY "CONFIRME QUE O JOB NAO ESTA MAIS EM EXECUCAO"
           DISPLAY "LIBERAR A TRAVA (S/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "S"
               DISPLAY "LIBERACAO CANCELADA"
           ELSE
               MOVE SS-LOCK-PROGRAM TO WS-LOCK-PROGRAM
               SET SS-WINDOW-OPEN TO TRUE
               MOVE SPACES TO SS-LOCK-PROGRAM
               MOVE SPACES TO SS-LOCK-USER
               MOVE ZERO TO SS-LOCK-DATE
               MOVE ZERO TO SS-LOCK-TIME
               REWRITE SYS-STATUS-RECORD
               IF WS-SYS-STATUS = "00"
                   DISPLAY "TRAVA LIBERADA: " WS-LOCK-PROGRAM
                   MOVE "PV" TO SL-EVENT-CODE
                   MOVE SPACES TO SL-DETAIL
                   STRING "LIBERACAO TRAVA " WS-LOCK-PROGRAM
                       DELIMITED BY SIZE INTO SL-DETAIL
                   END-STRING
                   MOVE WS-OPER-ID TO SL-OPERATOR-ID
                   PERFORM 0900-WRITE-SECLOG
               ELSE
                   DISPLAY "ERRO AO REGRAVAR SYSCTL - STATUS: "
                           WS-SYS-STATUS
               END-IF
           END-IF.

       8000-LIST-OPERATORS.
      * THE LISTING NEVER SHOWS PASSWORDS - ID, LEVEL AND NAME ONLY.
           MOVE ZERO TO WS-LISTED-CTR
