       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTEREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVPARM-FILE ASSIGN TO "REVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVPARM-STATUS.
           SELECT CHGHIST-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT BALCTL-FILE ASSIGN TO "BALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALCTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "REVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "REVEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.
           SELECT SYS-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-SYS-KEY
               FILE STATUS IS WS-SYS-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  REVPARM-FILE.
       01  REVPARM-RECORD.
           05 RP-PROGRAM-ID        PIC X(8).
           05 RP-RUN-DATE          PIC X(8).
           05 RP-FROM-TIME         PIC X(8).
           05 RP-TO-TIME           PIC X(8).
       FD  CHGHIST-FILE.
       01  CHGHIST-LINE            PIC X(307).
       FD  CUSTMAST-FILE.
       COPY "copybooks/custmast.cpy".
       FD  XREF-FILE.
       COPY "copybooks/custxref.cpy".
       FD  AUDIT-FILE.
       01  AUDIT-LINE              PIC X(68).
       FD  BALCTL-FILE.
       COPY "copybooks/balctl.cpy".
       FD  REPORT-FILE.
       01  RPT-LINE                PIC X(80).
       FD  EXCEPT-FILE.
       01  EXC-LINE                PIC X(80).
       FD  SYS-FILE.
       COPY "copybooks/sysctl.cpy".
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SR-SEQ-NO            PIC 9(8).
           05 SR-HIST-LINE         PIC X(307).
       WORKING-STORAGE SECTION.
       COPY "copybooks/chghist.cpy".
       COPY "copybooks/auditrec.cpy".
       COPY "copybooks/custrec.cpy".
       77 WS-REVPARM-STATUS    PIC X(2).
       77 WS-CHGHIST-STATUS    PIC X(2).
       77 WS-CUSTMAST-STATUS   PIC X(2).
       77 WS-XREF-STATUS       PIC X(2).
       77 WS-AUDIT-STATUS      PIC X(2).
       77 WS-BALCTL-STATUS     PIC X(2).
       77 WS-REPORT-STATUS     PIC X(2).
       77 WS-EXCEPT-STATUS     PIC X(2).
       77 WS-SYS-STATUS        PIC X(2).
       77 WS-SYS-KEY           PIC 9(4)      VALUE 1.
       77 WS-SYS-AVAIL-SW      PIC X         VALUE "N".
           88 WS-SYS-FILE-OK                 VALUE "Y".
       77 WS-LOCK-OWNED-SW     PIC X         VALUE "N".
           88 WS-LOCK-OWNED                  VALUE "Y".
       77 WS-RUN-DATE          PIC 9(8)      VALUE ZERO.
       77 WS-EOF-SWITCH        PIC X         VALUE "N".
           88 WS-EOF                         VALUE "Y".
       77 WS-SORT-EOF-SW       PIC X         VALUE "N".
           88 WS-SORT-EOF                    VALUE "Y".
       77 WS-ERROR-SW          PIC X         VALUE "N".
           88 WS-RUN-ERROR                   VALUE "Y".
       77 WS-HIST-DOWN-SW      PIC X         VALUE "N".
           88 WS-HIST-DOWN                   VALUE "Y".
       77 WS-PARM-OK-SW        PIC X         VALUE "N".
           88 WS-PARM-OK                     VALUE "Y".
       77 WS-SEL-PROGRAM       PIC X(8)      VALUE SPACES.
       77 WS-SEL-DATE          PIC 9(8)      VALUE ZERO.
       77 WS-SEL-FROM-TIME     PIC 9(8)      VALUE ZERO.
       77 WS-SEL-TO-TIME       PIC 9(8)      VALUE 99999999.
       77 WS-HIST-SEQ          PIC 9(8)      VALUE ZERO.
       77 WS-READ-COUNT        PIC 9(6)      VALUE ZERO.
       77 WS-SELECTED-COUNT    PIC 9(6)      VALUE ZERO.
       77 WS-REVERSED-COUNT    PIC 9(6)      VALUE ZERO.
       77 WS-REACTIVATED-COUNT PIC 9(6)      VALUE ZERO.
       77 WS-INACTIVATED-COUNT PIC 9(6)      VALUE ZERO.
       77 WS-EXCEPTION-COUNT   PIC 9(6)      VALUE ZERO.
       77 WS-OLD-CUST-NAME     PIC X(30)     VALUE SPACES.
       77 WS-OLD-REG-DATE      PIC 9(8)      VALUE ZERO.
       77 WS-OLD-CUST-STATUS   PIC X         VALUE SPACE.
       01 WS-CURRENT-IMAGE     PIC X(134)    VALUE SPACES.
       77 WS-PAGE-NO           PIC 9(4)      VALUE ZERO.
       77 WS-LINE-CTR          PIC 9(4)      VALUE ZERO.
       77 WS-EXC-PAGE-NO       PIC 9(4)      VALUE ZERO.
       77 WS-EXC-LINE-CTR      PIC 9(4)      VALUE ZERO.
       77 WS-LINES-PER-PAGE    PIC 9(4)      VALUE 40.

       01 WS-HEADING-1.
          05 HD-TITLE           PIC X(20).
          05 FILLER             PIC X(10) VALUE "PROGRAMA: ".
          05 HD-PROGRAM-ID      PIC X(8).
          05 FILLER             PIC X(8)  VALUE "  DATA: ".
          05 HD-RUN-DATE        PIC 9(8).
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 FILLER             PIC X(8)  VALUE "PAGINA: ".
          05 HD-PAGE-NO         PIC ZZZ9.

       01 WS-HEADING-2.
          05 FILLER             PIC X(9)  VALUE "HORA".
          05 FILLER             PIC X(3)  VALUE "TP".
          05 FILLER             PIC X(8)  VALUE "CODIGO".
          05 FILLER             PIC X(32) VALUE "NOME".
          05 FILLER             PIC X(26) VALUE "SITUACAO".

       01 WS-DETAIL-LINE.
          05 DT-CHANGE-TIME     PIC 9(8).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 DT-ORIG-TYPE       PIC X(1).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 DT-CUST-ID         PIC 9(6).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 DT-CUST-NAME       PIC X(30).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 DT-SITUATION       PIC X(26).

       01 WS-TOTAL-LINE.
          05 TL-LABEL           PIC X(28).
          05 TL-COUNT           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
      * BACKS OUT ONE BAD RUN OF A MASTER UPDATER (TESTEMNT, TESTEIMP,
      * TESTECOB) FROM THE CHANGE HISTORY: EVERY CHGHIST ENTRY THE
      * PROGRAM WROTE ON THE RUN DATE (INSIDE THE OPTIONAL TIME
      * WINDOW) IS UNDONE, NEWEST FIRST, BY PUTTING ITS BEFORE IMAGE
      * BACK ON CUSTMAST. RC=0 ALL REVERSED, RC=4 SOME ENTRIES WENT TO
      * THE EXCEPTION REPORT (OR NOTHING MATCHED THE SELECTION),
      * RC=8 A WRITE FAILED, RC=12 BAD PARAMETER OR A FILE WOULD NOT
      * OPEN - NOTHING WAS TOUCHED. THE RUN REWRITES THE MASTER, SO
      * IT HOLDS THE BATCH-WINDOW LOCK LIKE ANY OTHER UPDATER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-READ-PARAMETERS
           IF NOT WS-PARM-OK
               DISPLAY "ERRO: REVPARM AUSENTE OU INVALIDO - "
                       "INFORMAR PROGRAMA E DATA DA RODADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0200-SET-BATCH-LOCK
           IF NOT WS-SYS-FILE-OK
               DISPLAY "ERRO: SYSCTL NAO PRE-ALOCADO - "
                       "EXECUTAR TESTEFMT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CHGHIST-FILE
           IF WS-CHGHIST-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CHGHIST - STATUS: "
                       WS-CHGHIST-STATUS
               PERFORM 0250-CLEAR-BATCH-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CUSTMAST - STATUS: "
                       WS-CUSTMAST-STATUS
               CLOSE CHGHIST-FILE
               PERFORM 0250-CLEAR-BATCH-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O XREF-FILE
           IF WS-XREF-STATUS = "35"
               OPEN OUTPUT XREF-FILE
               CLOSE XREF-FILE
               OPEN I-O XREF-FILE
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT EXCEPT-FILE
           SORT SORT-FILE
               ON DESCENDING KEY SR-SEQ-NO
               INPUT PROCEDURE IS 2000-SELECT-ENTRIES
               OUTPUT PROCEDURE IS 3000-REVERSE-ENTRIES
           PERFORM 4000-PRINT-TOTALS
           DISPLAY "ENTRADAS LIDAS NO CHGHIST: " WS-READ-COUNT
           DISPLAY "ENTRADAS SELECIONADAS    : " WS-SELECTED-COUNT
           DISPLAY "ESTORNOS APLICADOS       : " WS-REVERSED-COUNT
           DISPLAY "EXCECOES (REVEXC)        : " WS-EXCEPTION-COUNT
           IF NOT WS-HIST-DOWN
               PERFORM 6000-WRITE-BAL-CONTROL
           END-IF
           PERFORM 9000-CLOSE-FILES
           PERFORM 0250-CLEAR-BATCH-LOCK
           EVALUATE TRUE
               WHEN WS-HIST-DOWN
                   DISPLAY "ESTORNO NAO APLICADO - CHGHIST "
                           "INDISPONIVEL - VER REVEXC"
                   MOVE 12 TO RETURN-CODE
               WHEN WS-RUN-ERROR
                   DISPLAY "ESTORNO COM ERROS DE GRAVACAO"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SELECTED-COUNT = ZERO
                   DISPLAY "NENHUMA ENTRADA SELECIONADA - CONFERIR "
                           "REVPARM"
                   MOVE 4 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT NOT = ZERO
                   DISPLAY "ESTORNO COM EXCECOES - VER REVEXC"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ESTORNO CONCLUIDO"
           END-EVALUATE
           STOP RUN.

       0200-SET-BATCH-LOCK.
      * SYSCTL (SEE SYSCTL.CPY) CLOSES THE BATCH WINDOW FOR THE ONLINE
      * PROGRAMS BEFORE THIS RUN TOUCHES THE MASTER - A CLERK MUST NOT
      * BE CHANGING A RECORD WHILE IT IS BEING PUT BACK. SAME RULES AS
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
                   WHEN SS-LOCK-PROGRAM = "TESTEREV"
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
                   MOVE "TESTEREV" TO SS-LOCK-PROGRAM
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

       1000-READ-PARAMETERS.
      * THE SELECTION COMES FROM THE MANDATORY REVPARM DATASET, THE
      * SAME CARD STYLE AS AUDPARM: COLS 1-8 PROGRAM ID, 9-16 RUN
      * DATE YYYYMMDD, 17-24 AND 25-32 FROM/TO TIME HHMMSSCC AS
      * STAMPED IN CH-CHANGE-TIME (ZEROS/SPACES = WHOLE DAY). THERE
      * IS NO DEFAULT - A BACK-OUT RUN WITHOUT A NAMED TARGET WOULD
      * UNDO WHATEVER HAPPENED TO MATCH.
           OPEN INPUT REVPARM-FILE
           IF WS-REVPARM-STATUS = "00"
               READ REVPARM-FILE
               IF WS-REVPARM-STATUS = "00"
                  AND RP-PROGRAM-ID NOT = SPACES
                  AND RP-RUN-DATE IS NUMERIC
                  AND RP-RUN-DATE NOT = "00000000"
                   SET WS-PARM-OK TO TRUE
                   MOVE RP-PROGRAM-ID TO WS-SEL-PROGRAM
                   MOVE RP-RUN-DATE   TO WS-SEL-DATE
                   IF RP-FROM-TIME IS NUMERIC
                       MOVE RP-FROM-TIME TO WS-SEL-FROM-TIME
                   END-IF
                   IF RP-TO-TIME IS NUMERIC
                      AND RP-TO-TIME NOT = "00000000"
                       MOVE RP-TO-TIME TO WS-SEL-TO-TIME
                   END-IF
                   IF WS-SEL-FROM-TIME > WS-SEL-TO-TIME
                       MOVE "N" TO WS-PARM-OK-SW
                   END-IF
               END-IF
               CLOSE REVPARM-FILE
           END-IF.

       2000-SELECT-ENTRIES.
      * CHGHIST IS APPENDED IN THE ORDER THE CHANGES WERE MADE, SO
      * THE LINE NUMBER IS THE CHRONOLOGY - SORTING ON IT DESCENDING
      * HANDS BACK THE RUN'S ENTRIES NEWEST FIRST, EVEN WHERE TWO
      * SHARE THE SAME TIME STAMP (A MERGE LOGS UNDER BOTH IDS).
           PERFORM UNTIL WS-EOF
               READ CHGHIST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       ADD 1 TO WS-HIST-SEQ
                       MOVE CHGHIST-LINE TO CHG-HIST-RECORD
                       IF CH-PROGRAM-ID = WS-SEL-PROGRAM
                          AND CH-CHANGE-DATE = WS-SEL-DATE
                          AND CH-CHANGE-TIME >= WS-SEL-FROM-TIME
                          AND CH-CHANGE-TIME <= WS-SEL-TO-TIME
                           ADD 1 TO WS-SELECTED-COUNT
                           MOVE WS-HIST-SEQ  TO SR-SEQ-NO
                           MOVE CHGHIST-LINE TO SR-HIST-LINE
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHGHIST-FILE.

       3000-REVERSE-ENTRIES.
      * THE HISTORY WAS READ TO THE END AND CLOSED BY THE INPUT SIDE,
      * SO IT CAN NOW BE REOPENED FOR THE REVERSAL ENTRIES. IF IT
      * WILL NOT REOPEN NOTHING IS REVERSED: A RESTORE WITH NO "E"
      * ENTRY BEHIND IT COULD NEVER BE TRACED OR BACKED OUT AGAIN.
      * THE SELECTED ENTRIES ARE STILL DRAINED TO REVEXC AS NOT
      * APPLIED, AND THE MASTER IS LEFT AS IT IS FOR A RERUN.
           OPEN EXTEND CHGHIST-FILE
           IF WS-CHGHIST-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR CHGHIST - STATUS: "
                       WS-CHGHIST-STATUS
               SET WS-HIST-DOWN TO TRUE
           END-IF
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF WS-HIST-DOWN
                           PERFORM 3050-LIST-NOT-APPLIED
                       ELSE
                           PERFORM 3100-PROCESS-SORTED-ENTRY
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-CHGHIST-STATUS = "00"
               CLOSE CHGHIST-FILE
           END-IF.

       3050-LIST-NOT-APPLIED.
           MOVE SR-HIST-LINE    TO CHG-HIST-RECORD
           MOVE CH-CHANGE-TIME  TO DT-CHANGE-TIME
           MOVE CH-CHANGE-TYPE  TO DT-ORIG-TYPE
           MOVE CH-CUST-ID      TO DT-CUST-ID
           MOVE CH-BEFORE-IMAGE TO CUSTREC
           MOVE CR-CUST-NAME    TO DT-CUST-NAME
           MOVE "NAO APLICADO - SEM CHGHIST" TO DT-SITUATION
           PERFORM 5300-PRINT-EXCEPTION.

       3100-PROCESS-SORTED-ENTRY.
      * ONLY A COMPLETE PAIR OF IMAGES CAN BE REVERSED: THE OLD
      * PHYSICAL-DELETE ENTRIES CARRY A SPACES AFTER IMAGE AND THERE
      * IS NOTHING ON THE MASTER TO COMPARE THEM WITH.
           MOVE SR-HIST-LINE    TO CHG-HIST-RECORD
           MOVE CH-CHANGE-TIME  TO DT-CHANGE-TIME
           MOVE CH-CHANGE-TYPE  TO DT-ORIG-TYPE
           MOVE CH-CUST-ID      TO DT-CUST-ID
           MOVE CH-BEFORE-IMAGE TO CUSTREC
           MOVE CR-CUST-NAME    TO DT-CUST-NAME
           EVALUATE TRUE
               WHEN CH-BEFORE-IMAGE = SPACES
                   MOVE "SEM IMAGEM ANTERIOR" TO DT-SITUATION
                   PERFORM 5300-PRINT-EXCEPTION
               WHEN CH-AFTER-IMAGE = SPACES
                   MOVE "EXCLUSAO FISICA ANTIGA" TO DT-SITUATION
                   PERFORM 5300-PRINT-EXCEPTION
               WHEN OTHER
                   PERFORM 3200-CHECK-AND-REVERSE
           END-EVALUATE.

       3200-CHECK-AND-REVERSE.
      * THE RECORD IS ONLY PUT BACK IF IT STILL READS EXACTLY AS THE
      * BAD RUN LEFT IT. ANYTHING CHANGED SINCE - BY A LATER RUN OR A
      * CLERK - GOES TO THE EXCEPTION REPORT FOR A PERSON TO DECIDE,
      * NEVER OVERWRITTEN. MR-LAST-CHG-DATE IS LEFT OUT OF THE
      * COMPARE: THIS RUN RE-STAMPS IT WHEN IT RESTORES A CUSTOMER,
      * AND A CUSTOMER THE BAD RUN TOUCHED TWICE MUST STILL MATCH ITS
      * EARLIER ENTRY ONCE THE LATER ONE IS UNDONE.
           MOVE CH-CUST-ID TO MR-CUST-ID
           READ CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               MOVE "NAO ENCONTRADO NO MESTRE" TO DT-SITUATION
               PERFORM 5300-PRINT-EXCEPTION
           ELSE
               MOVE CH-AFTER-IMAGE   TO CUSTREC
               MOVE MR-LAST-CHG-DATE TO CR-LAST-CHG-DATE
               IF CUSTREC NOT = CUSTMAST-RECORD
                   MOVE MR-CUST-NAME TO DT-CUST-NAME
                   MOVE "ALTERADO APOS A RODADA" TO DT-SITUATION
                   PERFORM 5300-PRINT-EXCEPTION
               ELSE
                   PERFORM 3300-RESTORE-BEFORE-IMAGE
               END-IF
           END-IF.

       3300-RESTORE-BEFORE-IMAGE.
      * THE BEFORE IMAGE GOES BACK WHOLE - NAME, ADDRESS, MAIL AND
      * ACTIVE STATUS, REGISTRATION DATE - WITH TODAY AS THE CHANGE
      * DATE, SO THE DELTA MAILING EXTRACT SENDS THE RESTORED
      * ADDRESS TO THE BUREAU. A DELETE OR MERGE RETIREMENT UNDONE
      * REACTIVATES THE RECORD; A REACTIVATION UNDONE DEACTIVATES IT
      * AGAIN AND IS COUNTED WITH THE DELETES FOR TESTEBAL.
           MOVE CUSTMAST-RECORD TO WS-CURRENT-IMAGE
           MOVE MR-CUST-NAME    TO WS-OLD-CUST-NAME
           MOVE MR-REG-DATE     TO WS-OLD-REG-DATE
           MOVE MR-CUST-STATUS  TO WS-OLD-CUST-STATUS
           MOVE CH-BEFORE-IMAGE TO CUSTMAST-RECORD
           MOVE WS-RUN-DATE     TO MR-LAST-CHG-DATE
           REWRITE CUSTMAST-RECORD
           IF WS-CUSTMAST-STATUS NOT = "00"
               MOVE "ERRO AO GRAVAR" TO DT-SITUATION
               DISPLAY "ERRO AO REGRAVAR CUSTMAST - STATUS: "
                       WS-CUSTMAST-STATUS
               SET WS-RUN-ERROR TO TRUE
               PERFORM 5300-PRINT-EXCEPTION
           ELSE
               ADD 1 TO WS-REVERSED-COUNT
               MOVE MR-CUST-NAME TO DT-CUST-NAME
               EVALUATE TRUE
                   WHEN WS-OLD-CUST-STATUS = "I" AND MR-ACTIVE
                       ADD 1 TO WS-REACTIVATED-COUNT
                       MOVE "ESTORNADA - REATIVADO" TO DT-SITUATION
                   WHEN WS-OLD-CUST-STATUS NOT = "I" AND MR-INACTIVE
                       ADD 1 TO WS-INACTIVATED-COUNT
                       MOVE "ESTORNADA - DESATIVADO" TO DT-SITUATION
                   WHEN OTHER
                       MOVE "ESTORNADA" TO DT-SITUATION
               END-EVALUATE
               PERFORM 3600-WRITE-CHG-HIST
               PERFORM 3700-WRITE-REV-AUDIT
               EVALUATE TRUE
                   WHEN WS-OLD-CUST-NAME NOT = MR-CUST-NAME
                       PERFORM 3800-RENAME-XREF
                   WHEN WS-OLD-REG-DATE NOT = MR-REG-DATE
                       PERFORM 3850-REDATE-XREF
               END-EVALUATE
               PERFORM 5000-PRINT-DETAIL
           END-IF.

       3600-WRITE-CHG-HIST.
      * THE REVERSAL IS ITSELF A CHANGE AND IS LOGGED LIKE ONE (TYPE
      * "E") - BEFORE IS WHAT THE BAD RUN LEFT, AFTER IS THE RESTORED
      * RECORD - SO TESTEHIS SHOWS THE WHOLE STORY AND A MISTAKEN
      * BACK-OUT CAN ITSELF BE BACKED OUT WITH PROGRAM TESTEREV.
           ACCEPT CH-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT CH-CHANGE-TIME FROM TIME
           ACCEPT CH-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "TESTEREV"       TO CH-PROGRAM-ID
           MOVE "E"              TO CH-CHANGE-TYPE
           MOVE WS-CURRENT-IMAGE TO CH-BEFORE-IMAGE
           MOVE CUSTMAST-RECORD  TO CH-AFTER-IMAGE
           MOVE CHG-HIST-RECORD  TO CHGHIST-LINE
           WRITE CHGHIST-LINE
           IF WS-CHGHIST-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR CHGHIST - STATUS: "
                       WS-CHGHIST-STATUS
               SET WS-RUN-ERROR TO TRUE
           END-IF.

       3700-WRITE-REV-AUDIT.
      * ONE AUDITLOG ENTRY PER REVERSAL, STAMPED "ESTORNO" IN THE
      * TERMINAL FIELD SO TESTEBAL AND TESTESTA TELL IT APART FROM A
      * CAPTURE - TESTEBAL PROVES THEIR COUNT AGAINST THE CONTROL
      * RECORD THIS RUN APPENDS TO BALCTL.
           ACCEPT AU-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "ESTORNO" TO AU-TERMINAL-ID
           ACCEPT AU-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AU-AUDIT-TIME FROM TIME
           MOVE MR-CUST-ID   TO AU-CUST-ID
           MOVE MR-CUST-NAME TO AU-CUST-NAME
           MOVE AUDIT-RECORD TO AUDIT-LINE
           WRITE AUDIT-LINE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR AUDITLOG - STATUS: "
                       WS-AUDIT-STATUS
               SET WS-RUN-ERROR TO TRUE
           END-IF.

       3800-RENAME-XREF.
      * THE RESTORED NAME MOVES THE CUSTOMER BACK IN THE NAME
      * CROSS-REFERENCE, THE SAME WAY TESTEMNT MOVES IT ON A RENAME.
      * STATUS 23 ON THE DROP IS TOLERATED - A STALE CROSS-REFERENCE
      * HAS NOTHING TO REMOVE AND THE NEXT TESTEXRF REBUILD SQUARES
      * IT UP.
           MOVE WS-OLD-CUST-NAME TO XR-CUST-NAME
           MOVE MR-CUST-ID       TO XR-CUST-ID
           DELETE XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
              AND WS-XREF-STATUS NOT = "23"
               DISPLAY "ERRO AO EXCLUIR CUSTXREF - STATUS: "
                       WS-XREF-STATUS
               SET WS-RUN-ERROR TO TRUE
           END-IF
           MOVE MR-CUST-NAME TO XR-CUST-NAME
           MOVE MR-CUST-ID   TO XR-CUST-ID
           MOVE MR-REG-DATE  TO XR-REG-DATE
           WRITE XREF-RECORD
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR CUSTXREF - STATUS: "
                       WS-XREF-STATUS
               SET WS-RUN-ERROR TO TRUE
           END-IF.

       3850-REDATE-XREF.
      * A MERGE SURVIVOR THAT TOOK ITS DUPLICATE'S EARLIER
      * REGISTRATION DATE GETS ITS OWN BACK - THE ENTRY IS REWRITTEN
      * IN STEP, STATUS 23 TOLERATED AS IN THE RENAME.
           MOVE MR-CUST-NAME TO XR-CUST-NAME
           MOVE MR-CUST-ID   TO XR-CUST-ID
           MOVE MR-REG-DATE  TO XR-REG-DATE
           REWRITE XREF-RECORD
           IF WS-XREF-STATUS NOT = "00"
              AND WS-XREF-STATUS NOT = "23"
               DISPLAY "ERRO AO REGRAVAR CUSTXREF - STATUS: "
                       WS-XREF-STATUS
               SET WS-RUN-ERROR TO TRUE
           END-IF.

       4000-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE "ENTRADAS LIDAS NO CHGHIST : " TO TL-LABEL
           MOVE WS-READ-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           MOVE "ENTRADAS SELECIONADAS     : " TO TL-LABEL
           MOVE WS-SELECTED-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           MOVE "ESTORNOS APLICADOS        : " TO TL-LABEL
           MOVE WS-REVERSED-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           MOVE "  REGISTROS REATIVADOS    : " TO TL-LABEL
           MOVE WS-REACTIVATED-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           MOVE "  REGISTROS DESATIVADOS   : " TO TL-LABEL
           MOVE WS-INACTIVATED-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           MOVE "EXCECOES (VER REVEXC)     : " TO TL-LABEL
           MOVE WS-EXCEPTION-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           IF WS-EXCEPTION-COUNT = ZERO
               PERFORM 5350-PRINT-EXC-HEADINGS
               MOVE "NENHUMA EXCECAO" TO EXC-LINE
               PERFORM 5600-WRITE-EXC-LINE
           END-IF.

       5000-PRINT-DETAIL.
           IF WS-LINE-CTR = ZERO
              OR WS-LINE-CTR >= WS-LINES-PER-PAGE
               PERFORM 5100-PRINT-HEADINGS
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           ADD 1 TO WS-LINE-CTR.

       5100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE "ESTORNO DE RODADA - " TO HD-TITLE
           MOVE WS-SEL-PROGRAM TO HD-PROGRAM-ID
           MOVE WS-SEL-DATE    TO HD-RUN-DATE
           MOVE WS-PAGE-NO     TO HD-PAGE-NO
           MOVE WS-HEADING-1 TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE ZERO TO WS-LINE-CTR.

       5300-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           IF WS-EXC-LINE-CTR = ZERO
              OR WS-EXC-LINE-CTR >= WS-LINES-PER-PAGE
               PERFORM 5350-PRINT-EXC-HEADINGS
           END-IF
           MOVE WS-DETAIL-LINE TO EXC-LINE
           PERFORM 5600-WRITE-EXC-LINE
           ADD 1 TO WS-EXC-LINE-CTR.

       5350-PRINT-EXC-HEADINGS.
           ADD 1 TO WS-EXC-PAGE-NO
           MOVE "EXCECOES ESTORNO -  " TO HD-TITLE
           MOVE WS-SEL-PROGRAM TO HD-PROGRAM-ID
           MOVE WS-SEL-DATE    TO HD-RUN-DATE
           MOVE WS-EXC-PAGE-NO TO HD-PAGE-NO
           MOVE WS-HEADING-1 TO EXC-LINE
           PERFORM 5600-WRITE-EXC-LINE
           MOVE WS-HEADING-2 TO EXC-LINE
           PERFORM 5600-WRITE-EXC-LINE
           MOVE ZERO TO WS-EXC-LINE-CTR.

       5400-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE.

       5500-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR REVRPT - STATUS: "
                       WS-REPORT-STATUS
           END-IF.

       5600-WRITE-EXC-LINE.
           WRITE EXC-LINE
           IF WS-EXCEPT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR REVEXC - STATUS: "
                       WS-EXCEPT-STATUS
           END-IF.

       6000-WRITE-BAL-CONTROL.
      * ONE CONTROL RECORD PER BACK-OUT RUN, APPENDED FOR TESTEBAL THE
      * SAME WAY TESTEMNT APPENDS ITS OWN: BC-REVERSED-COUNT CARRIES
      * THE REVERSALS APPLIED (ONE "ESTORNO" AUDIT EACH) AND
      * BC-DELETED-COUNT THE RECORDS THE REVERSAL DEACTIVATED, SO THE
      * DAY STILL BALANCES AFTER A BACK-OUT.
           OPEN EXTEND BALCTL-FILE
           IF WS-BALCTL-STATUS = "35"
               OPEN OUTPUT BALCTL-FILE
               CLOSE BALCTL-FILE
               OPEN EXTEND BALCTL-FILE
           END-IF
           MOVE WS-RUN-DATE          TO BC-RUN-DATE
           MOVE WS-SELECTED-COUNT    TO BC-TRAN-COUNT
           MOVE ZERO                 TO BC-LOADED-COUNT
           MOVE ZERO                 TO BC-REJECTED-COUNT
           MOVE ZERO                 TO BC-SKIPPED-COUNT
           MOVE ZERO                 TO BC-AUDIT-COUNT
           MOVE WS-INACTIVATED-COUNT TO BC-DELETED-COUNT
           MOVE ZERO                 TO BC-REINSTATED-COUNT
           MOVE WS-REVERSED-COUNT    TO BC-REVERSED-COUNT
           WRITE BAL-CONTROL-RECORD
           IF WS-BALCTL-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR BALCTL - STATUS: "
                       WS-BALCTL-STATUS
               SET WS-RUN-ERROR TO TRUE
           END-IF
           CLOSE BALCTL-FILE.

       9000-CLOSE-FILES.
           CLOSE CUSTMAST-FILE
           CLOSE XREF-FILE
           CLOSE AUDIT-FILE
           CLOSE REPORT-FILE
           CLOSE EXCEPT-FILE.
