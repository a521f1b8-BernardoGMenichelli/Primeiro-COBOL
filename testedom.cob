       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTEDOM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT DOM-FILE ASSIGN TO "CUSTDOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DOM-KEY
               FILE STATUS IS WS-DOM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY "copybooks/custmast.cpy".
       FD  DOM-FILE.
       COPY "copybooks/custdom.cpy".
       WORKING-STORAGE SECTION.
       77 WS-CUSTMAST-STATUS   PIC X(2).
       77 WS-DOM-STATUS        PIC X(2).
       77 WS-DOM-NO            PIC 9(6)      VALUE ZERO.
       77 WS-DOM-CUST-ID       PIC 9(6)      VALUE ZERO.
       77 WS-DOM-STREET        PIC X(30)     VALUE SPACES.
       77 WS-DOM-CEP           PIC 9(8)      VALUE ZERO.
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
       77 WS-RUN-DATE          PIC 9(8)      VALUE ZERO.
       77 WS-EOF-SWITCH        PIC X         VALUE "N".
           88 WS-EOF                         VALUE "Y".
       77 WS-READ-COUNT        PIC 9(6)      VALUE ZERO.
       77 WS-JOINED-COUNT      PIC 9(6)      VALUE ZERO.
       77 WS-NO-ADDR-COUNT     PIC 9(6)      VALUE ZERO.
       77 WS-HOUSEHOLD-COUNT   PIC 9(6)      VALUE ZERO.
       77 WS-ERROR-SW          PIC X         VALUE "N".
           88 WS-RUN-ERROR                   VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
      * REBUILDS THE HOUSEHOLD FILE FROM SCRATCH BY WALKING THE KEYED
      * MASTER - RUN ONCE AT CUTOVER, AND AGAIN WHENEVER THE MASTER
      * IS RESTORED, AFTER A TESTEREV OR TESTECNV RUN (THEY DO NOT
      * KEEP CUSTDOM), OR WHEN THE DAILY PROGRAMS REPORTED A
      * CUSTDOM ERROR. OPEN OUTPUT REPLACES WHATEVER WAS THERE AND THE
      * HOUSEHOLD NUMBERS START AGAIN FROM 1, SO A RERUN IS ALWAYS
      * SAFE. THE MASTER COMES IN ID ORDER, NOT ADDRESS ORDER, SO THE
      * FILE IS CREATED EMPTY, REOPENED I-O AND EACH ACTIVE CUSTOMER
      * JOINS ITS HOUSEHOLD BY KEY EXACTLY AS THE DAILY PROGRAMS DO.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CUSTMAST - STATUS: "
                       WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DOM-FILE
           IF WS-DOM-STATUS = "00"
               CLOSE DOM-FILE
               OPEN I-O DOM-FILE
           END-IF
           IF WS-DOM-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CUSTDOM - STATUS: "
                       WS-DOM-STATUS
               CLOSE CUSTMAST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES     TO DOM-CONTROL-RECORD
           MOVE LOW-VALUES TO DC-CONTROL-KEY
           MOVE ZERO       TO DC-LAST-DOM-NO
           WRITE DOM-CONTROL-RECORD
           IF WS-DOM-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR CONTROLE CUSTDOM - STATUS: "
                       WS-DOM-STATUS
               CLOSE CUSTMAST-FILE
               CLOSE DOM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ CUSTMAST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF NOT MR-INACTIVE
                           PERFORM 2000-JOIN-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           MOVE LOW-VALUES TO DC-CONTROL-KEY
           READ DOM-FILE
           IF WS-DOM-STATUS = "00"
               MOVE DC-LAST-DOM-NO TO WS-HOUSEHOLD-COUNT
           END-IF
           DISPLAY "MESTRE LIDO           : " WS-READ-COUNT
           DISPLAY "CLIENTES AGRUPADOS    : " WS-JOINED-COUNT
           DISPLAY "ATIVOS SEM ENDERECO   : " WS-NO-ADDR-COUNT
           DISPLAY "DOMICILIOS            : " WS-HOUSEHOLD-COUNT
           CLOSE CUSTMAST-FILE
           CLOSE DOM-FILE
           IF WS-RUN-ERROR
               DISPLAY "RECONSTRUCAO COM ERROS DE GRAVACAO"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       2000-JOIN-CUSTOMER.
      * A CUSTOMER STILL WITHOUT A STREET OR CEP (A CONVERTED RECORD
      * AWAITING ITS ADDRESS) IS COUNTED AND LEFT OUT.
           MOVE MR-CUST-ID     TO WS-DOM-CUST-ID
           MOVE MR-ADDR-STREET TO WS-DOM-STREET
           MOVE MR-ADDR-CEP    TO WS-DOM-CEP
           IF WS-DOM-STREET = SPACES
              OR WS-DOM-CEP = ZERO
               ADD 1 TO WS-NO-ADDR-COUNT
           ELSE
               PERFORM 3600-JOIN-HOUSEHOLD
               IF WS-DOM-STATUS = "00"
                   ADD 1 TO WS-JOINED-COUNT
               END-IF
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
