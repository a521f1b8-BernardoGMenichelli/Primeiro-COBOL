               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.
           SELECT SYS-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-SYS-KEY
               FILE STATUS IS WS-SYS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCPARM-FILE.
       01  RPT-LINE                PIC X(80).
       FD  XREF-FILE.
       COPY "copybooks/custxref.cpy".
       FD  SYS-FILE.
       COPY "copybooks/sysctl.cpy".
       WORKING-STORAGE SECTION.
       COPY "copybooks/auditrec.cpy".
       77 WS-ARCPARM-STATUS    PIC X(2).
       77 WS-AUD-READ          PIC 9(6)      VALUE ZERO.
       77 WS-AUD-ARCHIVED      PIC 9(6)      VALUE ZERO.
       77 WS-AUD-KEPT          PIC 9(6)      VALUE ZERO.
       77 WS-SYS-STATUS        PIC X(2).
       77 WS-SYS-KEY           PIC 9(4)      VALUE 1.
       77 WS-SYS-AVAIL-SW      PIC X         VALUE "N".
           88 WS-SYS-FILE-OK                 VALUE "Y".
       77 WS-LOCK-OWNED-SW     PIC X         VALUE "N".
           88 WS-LOCK-OWNED                  VALUE "Y".
       77 WS-PAGE-NO           PIC 9(4)      VALUE ZERO.
       77 WS-LINE-CTR          PIC 9(4)      VALUE ZERO.
       77 WS-LINES-PER-PAGE    PIC 9(4)      VALUE 40.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0200-SET-BATCH-LOCK
           IF NOT WS-SYS-FILE-OK
               DISPLAY "ERRO: SYSCTL NAO PRE-ALOCADO - "
                       "EXECUTAR TESTEFMT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1500-OPEN-FILES
           PERFORM 2000-ARCHIVE-MASTER
      * A FAILED MASTER PHASE SUPPRESSES THE AUDIT SPLIT: THE
           DISPLAY "AUDITORIA ARQUIVADA: " WS-AUD-ARCHIVED
           DISPLAY "AUDITORIA MANTIDA  : " WS-AUD-KEPT
           PERFORM 9000-CLOSE-FILES
           PERFORM 0250-CLEAR-BATCH-LOCK
           IF WS-RUN-ERROR
               DISPLAY "ARQUIVAMENTO COM ERROS - NAO PROMOVER "
                       "AUDITNEW"
           END-IF
           STOP RUN.

       0200-SET-BATCH-LOCK.
      * SYSCTL (SEE SYSCTL.CPY) CLOSES THE BATCH WINDOW FOR THE ONLINE
      * PROGRAMS BEFORE THIS RUN TOUCHES THE MASTER.
      * IT IS MANDATORY - A CUSTOMER REACTIVATED ONLINE WHILE THE
      * PURGE RUNS COULD BE ARCHIVED OUT FROM UNDER THE CLERK.
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
                   WHEN SS-LOCK-PROGRAM = "TESTEARC"
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
                   MOVE "TESTEARC" TO SS-LOCK-PROGRAM
                   ACCEPT SS-LOCK-USER FROM ENVIRONMENT "USER"
                   MOVE WS-TODAY-DATE TO SS-LOCK-DATE
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

       1000-READ-CUTOFF.
      * THE CUTOFF IS MANDATORY AND MUST BE A PAST DATE - AN ABSENT
      * OR MALFORMED CARD MUST NEVER TURN INTO "PURGE EVERYTHING",
