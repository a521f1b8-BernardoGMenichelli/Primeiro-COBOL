       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTEPTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTLREG-FILE ASSIGN TO "PTLREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTLREG-STATUS.
           SELECT PTLCTL-FILE ASSIGN TO "PTLCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-PTLCTL-KEY
               FILE STATUS IS WS-PTLCTL-STATUS.
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
           SELECT CEPDIR-FILE ASSIGN TO "CEPDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CEP-END
               FILE STATUS IS WS-CEPDIR-STATUS.
           SELECT TRANFILE-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANFILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "REJFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT ACK-FILE ASSIGN TO "PTLACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PTLREG-FILE.
       COPY "copybooks/ptlreg.cpy".
       FD  PTLCTL-FILE.
       COPY "copybooks/ptlctl.cpy".
       FD  CUSTMAST-FILE.
       COPY "copybooks/custmast.cpy".
       FD  XREF-FILE.
       COPY "copybooks/custxref.cpy".
       FD  CEPDIR-FILE.
       COPY "copybooks/cepdir.cpy".
       FD  TRANFILE-FILE.
       COPY "copybooks/custtran.cpy".
       FD  REJECT-FILE.
       COPY "copybooks/rejrec.cpy".
       FD  ACK-FILE.
       COPY "copybooks/ptlack.cpy".
       WORKING-STORAGE SECTION.
       77 WS-PTLREG-STATUS     PIC X(2).
       77 WS-PTLCTL-STATUS     PIC X(2).
       77 WS-PTLCTL-KEY        PIC 9(4)      VALUE 1.
       77 WS-CUSTMAST-STATUS   PIC X(2).
       77 WS-XREF-STATUS       PIC X(2).
       77 WS-CEPDIR-STATUS     PIC X(2).
       77 WS-TRANFILE-STATUS   PIC X(2).
       77 WS-REJECT-STATUS     PIC X(2).
       77 WS-ACK-STATUS        PIC X(2).
       77 WS-RUN-DATE          PIC 9(8)      VALUE ZERO.
       77 WS-LAST-SEQ          PIC 9(6)      VALUE ZERO.
       77 WS-HDR-SEQ           PIC 9(6)      VALUE ZERO.
       77 WS-HDR-DATE          PIC 9(8)      VALUE ZERO.
       77 WS-FRM-REC-NO        PIC 9(6)      VALUE ZERO.
       77 WS-FRM-DETAIL-CTR    PIC 9(6)      VALUE ZERO.
       77 WS-FRAME-SW          PIC X         VALUE "Y".
           88 WS-FRAME-OK                    VALUE "Y".
       77 WS-TRL-SEEN-SW       PIC X         VALUE "N".
           88 WS-TRL-SEEN                    VALUE "Y".
       77 WS-TRL-SEQ           PIC 9(6)      VALUE ZERO.
       77 WS-TRL-COUNT         PIC 9(6)      VALUE ZERO.
       77 WS-CEP-DIR-SW        PIC X         VALUE "N".
           88 WS-CEP-IN-DIR                  VALUE "Y".
       77 WS-CEP-MATCH-SW      PIC X         VALUE "N".
           88 WS-CEP-MATCHES                 VALUE "Y".
       77 WS-CHK-CEP           PIC 9(8)      VALUE ZERO.
       77 WS-CHK-CITY          PIC X(30)     VALUE SPACES.
       77 WS-CHK-STATE         PIC X(2)      VALUE SPACES.
       77 WS-ENTRY-REASON      PIC X(2)      VALUE SPACES.
       77 WS-SEARCH-NAME       PIC X(30)     VALUE SPACES.
       77 WS-UPPER-NAME        PIC X(30)     VALUE SPACES.
       77 WS-MATCH-ID          PIC 9(6)      VALUE ZERO.
       77 WS-MATCH-SW          PIC X         VALUE "N".
           88 WS-MATCH-FOUND                 VALUE "Y".
       77 WS-XREF-EOF-SW       PIC X         VALUE "N".
           88 WS-XREF-EOF                    VALUE "Y".
       77 WS-TAKEN-CTR         PIC 9(4)      VALUE ZERO.
       77 WS-EOF-SWITCH        PIC X         VALUE "N".
           88 WS-EOF                         VALUE "Y".
       77 WS-ERROR-SW          PIC X         VALUE "N".
           88 WS-RUN-ERROR                   VALUE "Y".
       77 WS-READ-COUNT        PIC 9(6)      VALUE ZERO.
       77 WS-ACCEPTED-COUNT    PIC 9(6)      VALUE ZERO.
       77 WS-REFUSED-COUNT     PIC 9(6)      VALUE ZERO.
       77 WS-HELD-COUNT        PIC 9(6)      VALUE ZERO.
      * NAME (UPPER CASE) AND CEP OF EVERY ENTRY ALREADY QUEUED FROM
      * THIS FILE, SO A PERSON WHO SUBMITTED THE PORTAL FORM TWICE
      * IS HELD THE SECOND TIME INSTEAD OF GETTING TWO IDS.
       01 WS-TAKEN-TABLE.
          05 WS-TAKEN-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-TAKEN-CTR
                  INDEXED BY WS-TAKEN-IDX.
             10 WS-TK-NAME      PIC X(30).
             10 WS-TK-CEP       PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN.
      * NOTHING IS TAKEN IN UNTIL THE WHOLE PORTAL FILE HAS PASSED
      * THE FRAME CHECK, THE SAME WAY TESTEIMP PROVES THE BUREAU'S
      * RETURN: HEADER FIRST AND TRAILER LAST, BOTH WITH THE SAME
      * PORTAL SEQUENCE NUMBER, THAT NUMBER FOLLOWING THE LAST FILE
      * TAKEN IN (PTLCTL), AND THE TRAILER COUNT MATCHING THE
      * DETAILS. A MISSING, DUPLICATED OR SHORT FILE IS REFUSED
      * WHOLE, RC=8, WITH A REFUSAL ACKNOWLEDGMENT FOR THE PORTAL
      * AND NOTHING WRITTEN TO TRANFILE OR REJFILE.
      * THE MASTER IS ONLY READ - THE ENTRIES GO ON TRANFILE AS "A"
      * TRANSACTIONS AND ARE REGISTERED BY THE NIGHT'S TESTEEDT AND
      * TESTEBCH LIKE ANY OTHER, SO THIS RUN TAKES NO BATCH-WINDOW
      * LOCK AND DRAWS NO CTLFILE NUMBER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0500-READ-EXPECTED-SEQ
           OPEN INPUT PTLREG-FILE
           IF WS-PTLREG-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PTLREG - STATUS: "
                       WS-PTLREG-STATUS
               DISPLAY "ARQUIVO DO PORTAL AUSENTE - NADA RECEBIDO"
               PERFORM 7000-WRITE-REFUSAL-ACK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0600-VALIDATE-FRAME
           CLOSE PTLREG-FILE
           IF NOT WS-FRAME-OK
               DISPLAY "ARQUIVO DO PORTAL RECUSADO - NADA RECEBIDO"
               PERFORM 7000-WRITE-REFUSAL-ACK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1000-OPEN-FILES
           PERFORM UNTIL WS-EOF
               READ PTLREG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
      * THE FRAME RECORDS WERE PROVED IN THE VALIDATION PASS AND
      * CARRY NO SIGN-UP - ONLY DETAILS ARE PROCESSED HERE.
                       IF PR-HEADER OR PR-TRAILER
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 2000-PROCESS-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 8200-WRITE-ACK-TRAILER
           DISPLAY "ARQUIVO DO PORTAL    : " WS-HDR-SEQ
                   " DE " WS-HDR-DATE
           DISPLAY "CADASTROS LIDOS      : " WS-READ-COUNT
           DISPLAY "ENVIADOS P/ TRANFILE : " WS-ACCEPTED-COUNT
           DISPLAY "RECUSADOS (REJFILE)  : " WS-REFUSED-COUNT
           DISPLAY "RETIDOS P/ REVISAO   : " WS-HELD-COUNT
           PERFORM 9500-MARK-TAKEN
           PERFORM 9000-CLOSE-FILES
      * RC=4 TELLS THE SCHEDULER THERE IS REJFILE WORK FOR TESTEREJ
      * (REFUSED OR HELD SIGN-UPS); THE ACCEPTED ONES GO ON ANYWAY.
           EVALUATE TRUE
               WHEN WS-RUN-ERROR
                   DISPLAY "RECEPCAO DO PORTAL COM ERROS DE GRAVACAO"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REFUSED-COUNT > ZERO
                 OR WS-HELD-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       0500-READ-EXPECTED-SEQ.
      * THE LAST PORTAL FILE TAKEN IN IS HELD IN PTLCTL (FORMATTED
      * BY TESTEFMT). WITHOUT IT A DUPLICATED OR MISSING FILE CANNOT
      * BE TOLD FROM THE NEXT ONE AND NOTHING IS TAKEN IN. THE
      * PORTAL GETS NO ACKNOWLEDGMENT - THE FILE WAS NOT LOOKED AT,
      * AND THE RERUN AFTER SETUP ANSWERS IT.
           OPEN INPUT PTLCTL-FILE
           IF WS-PTLCTL-STATUS = "00"
               MOVE 1 TO WS-PTLCTL-KEY
               READ PTLCTL-FILE
           END-IF
           IF WS-PTLCTL-STATUS NOT = "00"
               DISPLAY "ERRO: PTLCTL NAO PRE-ALOCADO - EXECUTAR "
                       "TESTEFMT - STATUS: " WS-PTLCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PC-LAST-FILE-SEQ TO WS-LAST-SEQ
           CLOSE PTLCTL-FILE.

       0600-VALIDATE-FRAME.
           PERFORM UNTIL WS-EOF
               READ PTLREG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FRM-REC-NO
                       PERFORM 0650-CHECK-ONE-FRAME-REC
               END-READ
           END-PERFORM
           IF WS-FRM-REC-NO = ZERO
               DISPLAY "ARQUIVO DO PORTAL VAZIO - SEM CABECALHO"
               MOVE "N" TO WS-FRAME-SW
           END-IF
           IF WS-FRM-REC-NO NOT = ZERO AND NOT WS-TRL-SEEN
               DISPLAY "ARQUIVO DO PORTAL SEM TRAILER - TRUNCADO"
               MOVE "N" TO WS-FRAME-SW
           END-IF
           IF WS-TRL-SEEN
               IF WS-TRL-SEQ NOT = WS-HDR-SEQ
                   DISPLAY "TRAILER COM NO. DE ARQUIVO DIFERENTE DO "
                           "CABECALHO: " WS-TRL-SEQ
                   MOVE "N" TO WS-FRAME-SW
               END-IF
               IF WS-TRL-COUNT NOT = WS-FRM-DETAIL-CTR
                   DISPLAY "TRAILER COM CONTAGEM ERRADA: "
                           WS-TRL-COUNT " LIDOS: " WS-FRM-DETAIL-CTR
                   MOVE "N" TO WS-FRAME-SW
               END-IF
           END-IF
      * THE PORTAL NUMBERS ITS DAILY FILES 1, 2, 3... A NUMBER AT OR
      * BELOW THE LAST ONE TAKEN IN IS THE SAME SIGN-UPS COMING ROUND
      * AGAIN; A GAP MEANS AN EARLIER DAY'S FILE NEVER ARRIVED AND
      * MUST BE SENT FIRST. RIGHT AFTER A FORMAT (LAST NUMBER ZERO)
      * ANY NUMBER IS TAKEN AS THE STARTING POINT.
           IF WS-FRM-REC-NO NOT = ZERO AND WS-HDR-SEQ NOT = ZERO
              AND WS-LAST-SEQ NOT = ZERO
               IF WS-HDR-SEQ NOT > WS-LAST-SEQ
                   DISPLAY "ARQUIVO DO PORTAL " WS-HDR-SEQ
                           " JA RECEBIDO - ULTIMO: " WS-LAST-SEQ
                   MOVE "N" TO WS-FRAME-SW
               END-IF
               IF WS-HDR-SEQ > WS-LAST-SEQ + 1
                   DISPLAY "FALTA ARQUIVO DO PORTAL ANTERIOR AO "
                           WS-HDR-SEQ " - ULTIMO: " WS-LAST-SEQ
                   MOVE "N" TO WS-FRAME-SW
               END-IF
           END-IF.

       0650-CHECK-ONE-FRAME-REC.
           EVALUATE TRUE
               WHEN WS-FRM-REC-NO = 1
                   IF NOT PR-HEADER
                       DISPLAY "ARQUIVO SEM CABECALHO NA 1A LINHA"
                       MOVE "N" TO WS-FRAME-SW
                   ELSE
                       IF PR-CTL-FILE-SEQ IS NOT NUMERIC
                          OR PR-CTL-FILE-SEQ = ZERO
                           DISPLAY "CABECALHO SEM NO. DE ARQUIVO"
                           MOVE "N" TO WS-FRAME-SW
                       ELSE
                           MOVE PR-CTL-FILE-SEQ TO WS-HDR-SEQ
                       END-IF
                       IF PR-CTL-FILE-DATE IS NUMERIC
                           MOVE PR-CTL-FILE-DATE TO WS-HDR-DATE
                       END-IF
                   END-IF
               WHEN PR-HEADER
                   DISPLAY "CABECALHO DUPLICADO NA LINHA "
                           WS-FRM-REC-NO
                   MOVE "N" TO WS-FRAME-SW
               WHEN PR-TRAILER
                   IF WS-TRL-SEEN
                       DISPLAY "TRAILER DUPLICADO NA LINHA "
                               WS-FRM-REC-NO
                       MOVE "N" TO WS-FRAME-SW
                   ELSE
                       SET WS-TRL-SEEN TO TRUE
                       IF PR-CTL-FILE-SEQ IS NUMERIC
                           MOVE PR-CTL-FILE-SEQ TO WS-TRL-SEQ
                       END-IF
                       IF PR-CTL-REC-COUNT IS NUMERIC
                           MOVE PR-CTL-REC-COUNT TO WS-TRL-COUNT
                       END-IF
                   END-IF
               WHEN WS-TRL-SEEN
                   DISPLAY "REGISTRO APOS O TRAILER NA LINHA "
                           WS-FRM-REC-NO
                   MOVE "N" TO WS-FRAME-SW
               WHEN OTHER
                   ADD 1 TO WS-FRM-DETAIL-CTR
           END-EVALUATE.

       1000-OPEN-FILES.
      * A FILE THAT WILL NOT OPEN ON OUR SIDE IS NOT THE PORTAL'S
      * FAULT: THE RUN STOPS RC=8 BEFORE ANYTHING IS WRITTEN, PTLCTL
      * IS NOT MARKED, AND THE RERUN TAKES THE SAME FILE IN.
           OPEN INPUT PTLREG-FILE
           IF WS-PTLREG-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR PTLREG - STATUS: "
                       WS-PTLREG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CUSTMAST - STATUS: "
                       WS-CUSTMAST-STATUS
               CLOSE PTLREG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CUSTXREF - STATUS: "
                       WS-XREF-STATUS " - EXECUTAR TESTEXRF"
               CLOSE PTLREG-FILE
               CLOSE CUSTMAST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CEPDIR-FILE
           IF WS-CEPDIR-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CEPDIR - STATUS: "
                       WS-CEPDIR-STATUS " - EXECUTAR TESTECEP"
               CLOSE PTLREG-FILE
               CLOSE CUSTMAST-FILE
               CLOSE XREF-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * THE SIGN-UPS JOIN WHATEVER THE BRANCHES HAVE ALREADY PUT ON
      * TONIGHT'S TRANFILE, AND THE REFUSED AND HELD ONES JOIN THE
      * LOAD'S OWN REJECTIONS FOR TESTEREJ.
           OPEN EXTEND TRANFILE-FILE
           IF WS-TRANFILE-STATUS = "35"
               OPEN OUTPUT TRANFILE-FILE
               CLOSE TRANFILE-FILE
               OPEN EXTEND TRANFILE-FILE
           END-IF
           IF WS-TRANFILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TRANFILE - STATUS: "
                       WS-TRANFILE-STATUS
               CLOSE PTLREG-FILE
               CLOSE CUSTMAST-FILE
               CLOSE XREF-FILE
               CLOSE CEPDIR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND REJECT-FILE
           IF WS-REJECT-STATUS = "35"
               OPEN OUTPUT REJECT-FILE
               CLOSE REJECT-FILE
               OPEN EXTEND REJECT-FILE
           END-IF
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR REJFILE - STATUS: "
                       WS-REJECT-STATUS
               CLOSE PTLREG-FILE
               CLOSE CUSTMAST-FILE
               CLOSE XREF-FILE
               CLOSE CEPDIR-FILE
               CLOSE TRANFILE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PTLACK - STATUS: "
                       WS-ACK-STATUS
               CLOSE PTLREG-FILE
               CLOSE CUSTMAST-FILE
               CLOSE XREF-FILE
               CLOSE CEPDIR-FILE
               CLOSE TRANFILE-FILE
               CLOSE REJECT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PTL-ACK-RECORD
           SET PA-HEADER TO TRUE
           MOVE WS-HDR-SEQ  TO PA-HDR-FILE-SEQ
           MOVE WS-HDR-DATE TO PA-HDR-FILE-DATE
           SET PA-FILE-ACCEPTED TO TRUE
           MOVE WS-RUN-DATE TO PA-HDR-RUN-DATE
           PERFORM 8500-WRITE-ACK.

       1950-WRITE-REJECT.
      * A REFUSED OR HELD SIGN-UP IS KEPT AS THE CUSTTRAN "A" IT
      * WOULD HAVE BECOME, SO TESTEREJ CAN CORRECT OR RECYCLE IT
      * THROUGH THE NEXT LOAD LIKE ANY BRANCH TRANSACTION. ON A HOLD
      * RJ-CUST-ID CARRIES THE EXISTING CUSTOMER IT MATCHED.
           MOVE WS-ENTRY-REASON TO RJ-REASON-CODE
           MOVE TR-TRAN-CODE   TO RJ-TRAN-CODE
           MOVE WS-MATCH-ID    TO RJ-CUST-ID
           MOVE TR-CUST-NAME   TO RJ-CUST-NAME
           MOVE TR-ADDR-STREET TO RJ-ADDR-STREET
           MOVE TR-ADDR-CITY   TO RJ-ADDR-CITY
           MOVE TR-ADDR-STATE  TO RJ-ADDR-STATE
           MOVE TR-ADDR-CEP    TO RJ-ADDR-CEP
           MOVE TR-SURV-CUST-ID TO RJ-SURV-CUST-ID
           WRITE REJECT-RECORD
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR REJFILE - STATUS: "
                       WS-REJECT-STATUS
               SET WS-RUN-ERROR TO TRUE
           END-IF.

       2000-PROCESS-ENTRY.
      * EACH SIGN-UP GETS THE EDITS TESTEBCH GIVES AN ADD - NAME
      * PRESENT AND ALPHABETIC ("NI"), CEP NUMERIC AND NOT ZERO
      * ("CE"), CEP IN THE DIRECTORY FOR THE CITY AND UF KEYED
      * ("CD") - SO A BAD ONE IS REFUSED BACK TO THE PORTAL TONIGHT
      * INSTEAD OF BOUNCING OFF THE LOAD. A RECORD THAT IS NEITHER
      * FRAME NOR DETAIL IS REFUSED "CI". ONLY A CLEAN ENTRY IS
      * LOOKED UP AGAINST THE MASTER.
           MOVE SPACES TO WS-ENTRY-REASON
           MOVE ZERO   TO WS-MATCH-ID
           MOVE "A"            TO TR-TRAN-CODE
           MOVE ZERO           TO TR-CUST-ID
           MOVE PR-CUST-NAME   TO TR-CUST-NAME
           MOVE PR-ADDR-STREET TO TR-ADDR-STREET
           MOVE PR-ADDR-CITY   TO TR-ADDR-CITY
           MOVE PR-ADDR-STATE  TO TR-ADDR-STATE
           MOVE PR-ADDR-CEP    TO TR-ADDR-CEP
           MOVE ZERO           TO TR-SURV-CUST-ID
           MOVE "N" TO WS-CEP-MATCH-SW
           IF TR-ADDR-CEP IS NUMERIC
              AND TR-ADDR-CEP NOT = "00000000"
               MOVE TR-ADDR-CEP    TO WS-CHK-CEP
               MOVE TR-ADDR-CITY   TO WS-CHK-CITY
               MOVE TR-ADDR-STATE  TO WS-CHK-STATE
               PERFORM 2700-CHECK-CEP-DIR
           END-IF
           EVALUATE TRUE
               WHEN NOT PR-DETAIL
                   MOVE "CI" TO WS-ENTRY-REASON
               WHEN TR-CUST-NAME = SPACES
                 OR TR-CUST-NAME IS NOT ALPHABETIC
                   MOVE "NI" TO WS-ENTRY-REASON
               WHEN TR-ADDR-CEP IS NOT NUMERIC
                 OR TR-ADDR-CEP = "00000000"
                   MOVE "CE" TO WS-ENTRY-REASON
               WHEN NOT WS-CEP-MATCHES
                   MOVE "CD" TO WS-ENTRY-REASON
               WHEN OTHER
                   PERFORM 2500-FIND-EXISTING
                   IF NOT WS-MATCH-FOUND
                       PERFORM 2600-FIND-IN-THIS-FILE
                   END-IF
                   IF WS-MATCH-FOUND
                       MOVE "PC" TO WS-ENTRY-REASON
                   END-IF
           END-EVALUATE
           MOVE SPACES TO PTL-ACK-RECORD
           SET PA-DETAIL TO TRUE
           MOVE PR-PORTAL-REF TO PA-PORTAL-REF
           MOVE PR-CUST-NAME  TO PA-CUST-NAME
           MOVE WS-ENTRY-REASON TO PA-REASON-CODE
           EVALUATE WS-ENTRY-REASON
               WHEN SPACES
                   PERFORM 3000-WRITE-TRANSACTION
                   IF WS-TRANFILE-STATUS = "00"
                       ADD 1 TO WS-ACCEPTED-COUNT
                       SET PA-ACCEPTED TO TRUE
                       PERFORM 2650-REMEMBER-ENTRY
                   ELSE
      * A SIGN-UP THAT DID NOT REACH TRANFILE IS NOT REPORTED TO THE
      * PORTAL AS ACCEPTED - IT IS PARKED ON REJFILE "GR" FOR TESTEREJ
      * TO RECYCLE, AND THE PORTAL IS TOLD IT IS UNDER REVIEW.
                       ADD 1 TO WS-HELD-COUNT
                       MOVE "GR" TO WS-ENTRY-REASON
                       MOVE "GR" TO PA-REASON-CODE
                       SET PA-HELD TO TRUE
                       PERFORM 1950-WRITE-REJECT
                   END-IF
               WHEN "PC"
                   ADD 1 TO WS-HELD-COUNT
                   SET PA-HELD TO TRUE
                   PERFORM 1950-WRITE-REJECT
                   DISPLAY "CADASTRO RETIDO - POSSIVEL CLIENTE "
                           WS-MATCH-ID ": " PR-PORTAL-REF " "
                           PR-CUST-NAME
               WHEN OTHER
                   ADD 1 TO WS-REFUSED-COUNT
                   SET PA-REFUSED TO TRUE
                   PERFORM 1950-WRITE-REJECT
                   DISPLAY "CADASTRO RECUSADO - MOTIVO "
                           WS-ENTRY-REASON ": " PR-PORTAL-REF
           END-EVALUATE
           PERFORM 8500-WRITE-ACK.

       2500-FIND-EXISTING.
      * A CUSTOMER WHO REGISTERED AT THE COUNTER AND THEN SIGNS UP
      * ONLINE HAS THE SAME NAME AND CEP ON THE MASTER. THE NAME IS
      * LOOKED UP ON CUSTXREF AS THE PORTAL SENT IT AND, IF THAT
      * DIFFERS, IN UPPER CASE AS THE COUNTER USUALLY KEYS IT; EVERY
      * CUSTOMER OF THAT NAME IS THEN READ FOR THE CEP. AN INACTIVE
      * CUSTOMER COUNTS TOO - REACTIVATION KEEPS THE OLD ID, SO A
      * NEW ONE WOULD STILL BE A SECOND REGISTRATION.
           MOVE "N" TO WS-MATCH-SW
           MOVE ZERO TO WS-MATCH-ID
           MOVE TR-CUST-NAME TO WS-SEARCH-NAME
           PERFORM 2550-SEARCH-XREF
           MOVE TR-CUST-NAME TO WS-UPPER-NAME
           INSPECT WS-UPPER-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF NOT WS-MATCH-FOUND
              AND WS-UPPER-NAME NOT = TR-CUST-NAME
               MOVE WS-UPPER-NAME TO WS-SEARCH-NAME
               PERFORM 2550-SEARCH-XREF
           END-IF.

       2550-SEARCH-XREF.
           MOVE WS-SEARCH-NAME TO XR-CUST-NAME
           MOVE ZERO TO XR-CUST-ID
           MOVE "N" TO WS-XREF-EOF-SW
           START XREF-FILE KEY NOT < XR-XREF-KEY
           IF WS-XREF-STATUS NOT = "00"
               SET WS-XREF-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-XREF-EOF OR WS-MATCH-FOUND
               READ XREF-FILE NEXT
               IF WS-XREF-STATUS NOT = "00"
                  OR XR-CUST-NAME NOT = WS-SEARCH-NAME
                   SET WS-XREF-EOF TO TRUE
               ELSE
                   MOVE XR-CUST-ID TO MR-CUST-ID
                   READ CUSTMAST-FILE
                   IF WS-CUSTMAST-STATUS = "00"
                      AND MR-ADDR-CEP = WS-CHK-CEP
                       SET WS-MATCH-FOUND TO TRUE
                       MOVE MR-CUST-ID TO WS-MATCH-ID
                   END-IF
               END-IF
           END-PERFORM.

       2600-FIND-IN-THIS-FILE.
      * THE SAME PERSON SUBMITTING THE FORM TWICE IN ONE DAY IS NOT
      * ON THE MASTER YET; THE SECOND ENTRY IS HELD WITH NO CUSTOMER
      * ID (RJ-CUST-ID ZERO) FOR THE REVIEWER.
           MOVE "N" TO WS-MATCH-SW
           PERFORM VARYING WS-TAKEN-IDX FROM 1 BY 1
                   UNTIL WS-TAKEN-IDX > WS-TAKEN-CTR
                      OR WS-MATCH-FOUND
               IF WS-TK-NAME (WS-TAKEN-IDX) = WS-UPPER-NAME
                  AND WS-TK-CEP (WS-TAKEN-IDX) = WS-CHK-CEP
                   SET WS-MATCH-FOUND TO TRUE
                   MOVE ZERO TO WS-MATCH-ID
               END-IF
           END-PERFORM.

       2650-REMEMBER-ENTRY.
      * PAST 2000 ACCEPTED SIGN-UPS IN ONE FILE THE REST ARE STILL
      * CHECKED AGAINST THE MASTER, JUST NOT AGAINST EACH OTHER.
           IF WS-TAKEN-CTR < 2000
               ADD 1 TO WS-TAKEN-CTR
               SET WS-TAKEN-IDX TO WS-TAKEN-CTR
               MOVE WS-UPPER-NAME TO WS-TK-NAME (WS-TAKEN-IDX)
               MOVE WS-CHK-CEP    TO WS-TK-CEP (WS-TAKEN-IDX)
           END-IF.

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

       3000-WRITE-TRANSACTION.
      * TR-CUST-ID GOES OUT AS ZERO - TESTEBCH IGNORES IT ON ADDS AND
      * NUMBERS THE CUSTOMER FROM CTLFILE.
           WRITE CUSTTRAN-RECORD
           IF WS-TRANFILE-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR TRANFILE - STATUS: "
                       WS-TRANFILE-STATUS
               SET WS-RUN-ERROR TO TRUE
           END-IF.

       7000-WRITE-REFUSAL-ACK.
      * A REFUSED FILE IS ANSWERED WITH A HEADER MARKED "R" AND AN
      * EMPTY TRAILER, SO THE PORTAL KNOWS NONE OF ITS ENTRIES WAS
      * TAKEN AND THE WHOLE FILE MUST COME AGAIN. PTLCTL IS NOT
      * TOUCHED.
           OPEN OUTPUT ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PTLACK - STATUS: "
                       WS-ACK-STATUS
           ELSE
               MOVE SPACES TO PTL-ACK-RECORD
               SET PA-HEADER TO TRUE
               MOVE WS-HDR-SEQ  TO PA-HDR-FILE-SEQ
               MOVE WS-HDR-DATE TO PA-HDR-FILE-DATE
               SET PA-FILE-REFUSED TO TRUE
               MOVE WS-RUN-DATE TO PA-HDR-RUN-DATE
               PERFORM 8500-WRITE-ACK
               PERFORM 8200-WRITE-ACK-TRAILER
               CLOSE ACK-FILE
           END-IF.

       8200-WRITE-ACK-TRAILER.
           MOVE SPACES TO PTL-ACK-RECORD
           SET PA-TRAILER TO TRUE
           MOVE WS-ACCEPTED-COUNT TO PA-TRL-ACCEPTED
           MOVE WS-REFUSED-COUNT  TO PA-TRL-REFUSED
           MOVE WS-HELD-COUNT     TO PA-TRL-HELD
           PERFORM 8500-WRITE-ACK.

       8500-WRITE-ACK.
           WRITE PTL-ACK-RECORD
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PTLACK - STATUS: "
                       WS-ACK-STATUS
               SET WS-RUN-ERROR TO TRUE
           END-IF.

       9500-MARK-TAKEN.
      * THE FILE IS MARKED TAKEN IN AS SOON AS ITS ENTRIES HAVE BEEN
      * WRITTEN OUT, EVEN AFTER WRITE ERRORS - WHATEVER DID REACH
      * TRANFILE MUST NEVER BE QUEUED A SECOND TIME BY A RERUN. A
      * FAILED RUN IS SQUARED FROM PTLACK AND REJFILE, NOT BY
      * REPLAYING THE FILE.
           OPEN I-O PTLCTL-FILE
           IF WS-PTLCTL-STATUS = "00"
               MOVE 1 TO WS-PTLCTL-KEY
               READ PTLCTL-FILE
               IF WS-PTLCTL-STATUS = "00"
                   MOVE WS-HDR-SEQ  TO PC-LAST-FILE-SEQ
                   MOVE WS-HDR-DATE TO PC-LAST-FILE-DATE
                   MOVE WS-RUN-DATE TO PC-LAST-RUN-DATE
                   REWRITE PTL-CONTROL-RECORD
               END-IF
           END-IF
           IF WS-PTLCTL-STATUS NOT = "00"
               DISPLAY "ERRO AO MARCAR PTLCTL COMO RECEBIDO - "
                       "STATUS: " WS-PTLCTL-STATUS
               SET WS-RUN-ERROR TO TRUE
           END-IF
           CLOSE PTLCTL-FILE.

       9000-CLOSE-FILES.
           CLOSE PTLREG-FILE
           CLOSE CUSTMAST-FILE
           CLOSE XREF-FILE
           CLOSE CEPDIR-FILE
           CLOSE TRANFILE-FILE
           CLOSE REJECT-FILE
           CLOSE ACK-FILE.
