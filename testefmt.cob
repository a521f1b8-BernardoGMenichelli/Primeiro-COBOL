               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-EXTCTL-KEY
               FILE STATUS IS WS-EXTCTL-STATUS.
           SELECT WELCTL-FILE ASSIGN TO "WELCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-WELCTL-KEY
               FILE STATUS IS WS-WELCTL-STATUS.
           SELECT PTLCTL-FILE ASSIGN TO "PTLCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-PTLCTL-KEY
               FILE STATUS IS WS-PTLCTL-STATUS.
           SELECT SYS-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-SYS-KEY
               FILE STATUS IS WS-SYS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FMTPARM-FILE.
       COPY "copybooks/custctl.cpy".
       FD  EXTCTL-FILE.
       COPY "copybooks/extctl.cpy".
       FD  WELCTL-FILE.
       COPY "copybooks/welctl.cpy".
       FD  PTLCTL-FILE.
       COPY "copybooks/ptlctl.cpy".
       FD  SYS-FILE.
       COPY "copybooks/sysctl.cpy".
       WORKING-STORAGE SECTION.
       77 WS-FMTPARM-STATUS    PIC X(2).
       77 WS-CUSTMAST-STATUS   PIC X(2).
       77 WS-CTL-KEY           PIC 9(4)      VALUE 1.
       77 WS-EXTCTL-STATUS     PIC X(2).
       77 WS-EXTCTL-KEY        PIC 9(4)      VALUE 1.
       77 WS-WELCTL-STATUS     PIC X(2).
       77 WS-WELCTL-KEY        PIC 9(4)      VALUE 1.
       77 WS-PTLCTL-STATUS     PIC X(2).
       77 WS-PTLCTL-KEY        PIC 9(4)      VALUE 1.
       77 WS-SYS-STATUS        PIC X(2).
       77 WS-SYS-KEY           PIC 9(4)      VALUE 1.
       77 WS-RUN-MODE          PIC X(8)      VALUE SPACES.
           88 WS-MODE-FORMAT                 VALUE "FORMAT".
           88 WS-MODE-VERIFY                 VALUE "VERIFY".
       77 WS-RETURN-CODE       PIC 9(2)      VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAIN.
      * SETUP AND HEALTH CHECK FOR THE RELATIVE CONTROL FILES
      * (CKPTFILE, CTLFILE, THE EXTRACT-STATE EXTCTL, THE
      * WELCOME-KIT STATE WELCTL, THE PORTAL-INTAKE STATE PTLCTL AND
      * THE BATCH-WINDOW LOCK SYSCTL).
      * FORMAT IS THE ONE-TIME SETUP STEP THE JOB COMMENTS HAVE
      * ALWAYS ASSUMED: IT WRITES THE SINGLE RECORD AT RELATIVE KEY 1
      * IN EACH FILE, ZEROING THE CHECKPOINT AND THE EXTRACT STATE
      * AND SEEDING CT-NEXT-CUST-ID FROM THE HIGHEST MR-CUST-ID ON
      * THE MASTER PLUS 1 (000001 FOR AN EMPTY MASTER) AND THE
      * WELCOME-KIT HIGH-WATER MARK FROM THAT SAME HIGHEST ID. VERIFY IS
      * FOR THE MORNING SCHEDULE: IT ENDS NON-ZERO WHEN THE COUNTER
      * HAS FALLEN BEHIND THE MASTER (EVERY ADD WOULD REJECT "DP" -
      * THE CLASSIC RESTORED-FROM-OLD-BACKUP FAILURE) OR WHEN A
      * STALE CHECKPOINT COUNT WOULD MAKE THE NEXT TESTEBCH RUN
      * SKIP THAT MANY LIVE TRANSACTIONS OF A FRESH TRANFILE, OR
      * WHEN A BATCH JOB ABENDED AND LEFT THE ONLINE SIDE LOCKED.
      * GRADED CODES: 00 CLEAN, 04 A CONTROL FILE IS MISSING (SETUP
      * INCOMPLETE), 08 COUNTER BEHIND THE MASTER, STALE
      * CHECKPOINT OR BATCH LOCK LEFT SET, 12 PARM MISSING/INVALID
      * OR FORMAT FAILED.
           PERFORM 1000-READ-PARAMETER
           IF NOT WS-MODE-FORMAT AND NOT WS-MODE-VERIFY
               DISPLAY "ERRO: FMTPARM AUSENTE OU MODO INVALIDO "
                   DISPLAY "EXTCTL FORMATADO - SEQUENCIA ZERADA"
               END-IF
               CLOSE EXTCTL-FILE
           END-IF
           OPEN OUTPUT WELCTL-FILE
           IF WS-WELCTL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR WELCTL - STATUS: "
                       WS-WELCTL-STATUS
               MOVE 12 TO WS-RETURN-CODE
           ELSE
      * EVERY CUSTOMER ALREADY ON THE MASTER AT SETUP IS TREATED AS
      * WELCOMED - THE FIRST TESTEWEL RUN KITS ONLY THOSE REGISTERED
      * AFTER IT, NOT THE WHOLE CUSTOMER BASE.
               MOVE 1 TO WS-WELCTL-KEY
               MOVE WS-HIGH-CUST-ID TO WC-HIGH-CUST-ID
               MOVE ZERO TO WC-LAST-RUN-DATE
               MOVE ZERO TO WC-LAST-RUN-COUNT
               WRITE WEL-CONTROL-RECORD
               IF WS-WELCTL-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR WELCTL - STATUS: "
                           WS-WELCTL-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               ELSE
                   DISPLAY "WELCTL FORMATADO - KITS A PARTIR DO "
                           "CODIGO " WC-HIGH-CUST-ID
               END-IF
               CLOSE WELCTL-FILE
           END-IF
           OPEN OUTPUT PTLCTL-FILE
           IF WS-PTLCTL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PTLCTL - STATUS: "
                       WS-PTLCTL-STATUS
               MOVE 12 TO WS-RETURN-CODE
           ELSE
      * SEQUENCE ZERO MEANS "NO PORTAL FILE TAKEN IN YET" - THE NEXT
      * TESTEPTL RUN ACCEPTS WHATEVER NUMBER THE PORTAL IS UP TO.
               MOVE 1 TO WS-PTLCTL-KEY
               MOVE ZERO TO PC-LAST-FILE-SEQ
               MOVE ZERO TO PC-LAST-FILE-DATE
               MOVE ZERO TO PC-LAST-RUN-DATE
               WRITE PTL-CONTROL-RECORD
               IF WS-PTLCTL-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR PTLCTL - STATUS: "
                           WS-PTLCTL-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               ELSE
                   DISPLAY "PTLCTL FORMATADO - SEQUENCIA ZERADA"
               END-IF
               CLOSE PTLCTL-FILE
           END-IF
           OPEN OUTPUT SYS-FILE
           IF WS-SYS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR SYSCTL - STATUS: "
                       WS-SYS-STATUS
               MOVE 12 TO WS-RETURN-CODE
           ELSE
      * THE WINDOW STARTS OPEN - NO BATCH JOB IS RUNNING WHILE THE
      * CONTROL FILES ARE BEING SET UP.
               MOVE 1 TO WS-SYS-KEY
               SET SS-WINDOW-OPEN TO TRUE
               MOVE SPACES TO SS-LOCK-PROGRAM
               MOVE SPACES TO SS-LOCK-USER
               MOVE ZERO TO SS-LOCK-DATE
               MOVE ZERO TO SS-LOCK-TIME
               WRITE SYS-STATUS-RECORD
               IF WS-SYS-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR SYSCTL - STATUS: "
                           WS-SYS-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               ELSE
                   DISPLAY "SYSCTL FORMATADO - JANELA ONLINE ABERTA"
               END-IF
               CLOSE SYS-FILE
           END-IF.

       4000-VERIFY-FILES.
           PERFORM 4100-VERIFY-CTL
           PERFORM 4200-VERIFY-CKPT
           PERFORM 4300-VERIFY-EXTCTL
           PERFORM 4400-VERIFY-WELCTL
           PERFORM 4420-VERIFY-PTLCTL
           PERFORM 4450-VERIFY-SYSCTL
           IF WS-RETURN-CODE = ZERO
               DISPLAY "CONTROLES EM ORDEM"
           END-IF.
               CLOSE EXTCTL-FILE
           END-IF.

       4400-VERIFY-WELCTL.
           OPEN INPUT WELCTL-FILE
           IF WS-WELCTL-STATUS NOT = "00"
               DISPLAY "WELCTL NAO PRE-ALOCADO - STATUS: "
                       WS-WELCTL-STATUS
               PERFORM 4500-GRADE-MISSING
           ELSE
               MOVE 1 TO WS-WELCTL-KEY
               READ WELCTL-FILE
               IF WS-WELCTL-STATUS NOT = "00"
                   DISPLAY "WELCTL SEM REGISTRO DE CONTROLE - "
                           "STATUS: " WS-WELCTL-STATUS
                   PERFORM 4500-GRADE-MISSING
               ELSE
                   DISPLAY "ULTIMOS KITS       : " WC-LAST-RUN-COUNT
                           " EM " WC-LAST-RUN-DATE
                           " ATE O CODIGO " WC-HIGH-CUST-ID
               END-IF
               CLOSE WELCTL-FILE
           END-IF.

       4420-VERIFY-PTLCTL.
           OPEN INPUT PTLCTL-FILE
           IF WS-PTLCTL-STATUS NOT = "00"
               DISPLAY "PTLCTL NAO PRE-ALOCADO - STATUS: "
                       WS-PTLCTL-STATUS
               PERFORM 4500-GRADE-MISSING
           ELSE
               MOVE 1 TO WS-PTLCTL-KEY
               READ PTLCTL-FILE
               IF WS-PTLCTL-STATUS NOT = "00"
                   DISPLAY "PTLCTL SEM REGISTRO DE CONTROLE - "
                           "STATUS: " WS-PTLCTL-STATUS
                   PERFORM 4500-GRADE-MISSING
               ELSE
                   DISPLAY "ULTIMO ARQ. PORTAL : " PC-LAST-FILE-SEQ
                           " DE " PC-LAST-FILE-DATE
                           " LIDO EM " PC-LAST-RUN-DATE
               END-IF
               CLOSE PTLCTL-FILE
           END-IF.

       4450-VERIFY-SYSCTL.
      * THE MORNING RUN COMES AFTER THE BATCH WINDOW, SO A LOCK STILL
      * SET HERE WAS LEFT BY A JOB THAT ABENDED - THE ONLINE SIDE IS
      * STUCK ON INQUIRY ONLY UNTIL THE JOB IS RERUN TO A CLEAN END
      * OR A SUPERVISOR RELEASES THE LOCK THROUGH TESTEOPR.
           OPEN INPUT SYS-FILE
           IF WS-SYS-STATUS NOT = "00"
               DISPLAY "SYSCTL NAO PRE-ALOCADO - STATUS: "
                       WS-SYS-STATUS
               PERFORM 4500-GRADE-MISSING
           ELSE
               MOVE 1 TO WS-SYS-KEY
               READ SYS-FILE
               IF WS-SYS-STATUS NOT = "00"
                   DISPLAY "SYSCTL SEM REGISTRO DE CONTROLE - "
                           "STATUS: " WS-SYS-STATUS
                   PERFORM 4500-GRADE-MISSING
               ELSE
                   IF SS-BATCH-RUNNING
                       DISPLAY "ERRO: TRAVA DE LOTE PENDENTE - "
                               SS-LOCK-PROGRAM " (" SS-LOCK-USER
                               ") DESDE " SS-LOCK-DATE " "
                               SS-LOCK-TIME
                       DISPLAY "      REEXECUTAR O JOB OU LIBERAR "
                               "PELO SUPERVISOR (TESTEOPR)"
                       MOVE 8 TO WS-RETURN-CODE
                   ELSE
                       DISPLAY "JANELA ONLINE      : ABERTA"
                   END-IF
               END-IF
               CLOSE SYS-FILE
           END-IF.

       4100-VERIFY-CTL.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
