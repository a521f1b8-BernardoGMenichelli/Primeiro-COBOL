       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTEDMR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOMPARM-FILE ASSIGN TO "DOMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOMPARM-STATUS.
           SELECT DOM-FILE ASSIGN TO "CUSTDOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-DOM-KEY
               FILE STATUS IS WS-DOM-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DOMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOMPARM-FILE.
       01  DOMPARM-LINE            PIC X(2).
       FD  DOM-FILE.
       COPY "copybooks/custdom.cpy".
       FD  CUSTMAST-FILE.
       COPY "copybooks/custmast.cpy".
       FD  REPORT-FILE.
       01  RPT-LINE                PIC X(90).
       WORKING-STORAGE SECTION.
       77 WS-DOMPARM-STATUS    PIC X(2).
       77 WS-DOM-STATUS        PIC X(2).
       77 WS-CUSTMAST-STATUS   PIC X(2).
       77 WS-REPORT-STATUS     PIC X(2).
       77 WS-EOF-SWITCH        PIC X         VALUE "N".
           88 WS-EOF                         VALUE "Y".
       77 WS-MIN-SIZE          PIC 9(2)      VALUE 1.
       77 WS-CUR-STREET        PIC X(30)     VALUE SPACES.
       77 WS-CUR-CEP           PIC 9(8)      VALUE ZERO.
       77 WS-CUR-DOM-NO        PIC 9(6)      VALUE ZERO.
       77 WS-CUR-SIZE          PIC 9(4)      VALUE ZERO.
       77 WS-MAX-MEMBERS       PIC 9(4)      VALUE 50.
       77 WS-PRINT-LIMIT       PIC 9(4)      VALUE ZERO.
       77 WS-MEMBER-IDX        PIC 9(4)      VALUE ZERO.
       77 WS-READ-COUNT        PIC 9(6)      VALUE ZERO.
       77 WS-HOUSEHOLD-COUNT   PIC 9(6)      VALUE ZERO.
       77 WS-SHARED-COUNT      PIC 9(6)      VALUE ZERO.
       77 WS-LISTED-COUNT      PIC 9(6)      VALUE ZERO.
       77 WS-STALE-COUNT       PIC 9(6)      VALUE ZERO.
       77 WS-LARGEST-SIZE      PIC 9(4)      VALUE ZERO.

       01 WS-MEMBER-TABLE.
          05 WS-MEMBER-ID       PIC 9(6)  OCCURS 50 TIMES.

       01 WS-HEADING-1.
          05 FILLER             PIC X(42)
             VALUE "DOMICILIOS - CLIENTES NO MESMO ENDERECO   ".
          05 FILLER             PIC X(17) VALUE "TAMANHO MINIMO: ".
          05 HD-MIN-SIZE        PIC Z9.

       01 WS-HOUSEHOLD-LINE.
          05 FILLER             PIC X(10) VALUE "DOMICILIO ".
          05 HL-DOM-NO          PIC 9(6).
          05 FILLER             PIC X(12) VALUE "  MORADORES ".
          05 HL-SIZE            PIC ZZZ9.
          05 FILLER             PIC X(6)  VALUE "  CEP ".
          05 HL-ADDR-CEP        PIC 9(8).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 HL-NORM-STREET     PIC X(30).

       01 WS-MEMBER-LINE.
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 ML-CUST-ID         PIC 9(6).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 ML-CUST-NAME       PIC X(30).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 ML-ADDR-CITY       PIC X(30).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 ML-ADDR-STATE      PIC X(2).

       01 WS-MORE-LINE.
          05 FILLER             PIC X(8)  VALUE "    ... ".
          05 MO-COUNT           PIC ZZZ9.
          05 FILLER             PIC X(28)
             VALUE " MORADORES NAO LISTADOS".

       01 WS-TOTAL-LINE.
          05 TL-LABEL           PIC X(28).
          05 TL-COUNT           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
      * LISTS THE HOUSEHOLD FILE (SEE CUSTDOM.CPY) ONE HOUSEHOLD AT A
      * TIME - NUMBER, SIZE, ADDRESS AND MEMBERS - WITH TOTALS AT THE
      * END. CUSTDOM IS IN ADDRESS ORDER, SO A HOUSEHOLD'S MEMBERS
      * COME TOGETHER AND IT ENDS WHEN THE ADDRESS CHANGES. THE
      * OPTIONAL DOMPARM GIVES THE SMALLEST HOUSEHOLD TO LIST ("02"
      * LEAVES OUT THE CUSTOMERS LIVING ALONE); THE TOTALS ALWAYS
      * COVER THE WHOLE FILE. A LISTED MEMBER THAT IS NO LONGER
      * ACTIVE ON THE MASTER IS FLAGGED AND THE RUN ENDS RC=4 - THE
      * NEXT TESTEDOM REBUILD SQUARES IT UP.
           PERFORM 1000-READ-PARAMETER
           OPEN INPUT DOM-FILE
           IF WS-DOM-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CUSTDOM - STATUS: "
                       WS-DOM-STATUS " - EXECUTAR TESTEDOM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CUSTMAST - STATUS: "
                       WS-CUSTMAST-STATUS
               CLOSE DOM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-MIN-SIZE TO HD-MIN-SIZE
           MOVE WS-HEADING-1 TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE SPACES TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           PERFORM UNTIL WS-EOF
               READ DOM-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
      * THE CONTROL ENTRY AT THE LOW-VALUES KEY IS NOT A CUSTOMER.
                       IF DC-CONTROL-KEY NOT = LOW-VALUES
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 2000-TAKE-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CUR-SIZE > ZERO
               PERFORM 3000-END-HOUSEHOLD
           END-IF
           IF WS-HOUSEHOLD-COUNT = ZERO
               MOVE "NENHUM DOMICILIO CADASTRADO" TO RPT-LINE
               PERFORM 5500-WRITE-RPT-LINE
           END-IF
           PERFORM 4000-PRINT-TOTALS
           DISPLAY "CUSTDOM LIDO          : " WS-READ-COUNT
           DISPLAY "DOMICILIOS            : " WS-HOUSEHOLD-COUNT
           DISPLAY "DOMICILIOS LISTADOS   : " WS-LISTED-COUNT
           CLOSE DOM-FILE
           CLOSE CUSTMAST-FILE
           CLOSE REPORT-FILE
           IF WS-STALE-COUNT > ZERO
               DISPLAY "CUSTDOM DESATUALIZADO - EXECUTAR TESTEDOM"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-READ-PARAMETER.
      * THE MINIMUM SIZE COMES FROM THE OPTIONAL DOMPARM DATASET -
      * 2 DIGITS, THE SAME SELECTION STYLE AS HISPARM/BALPARM. NO
      * CARD (DD DUMMY) LISTS EVERY HOUSEHOLD.
           OPEN INPUT DOMPARM-FILE
           IF WS-DOMPARM-STATUS = "00"
               READ DOMPARM-FILE
               IF WS-DOMPARM-STATUS = "00"
                  AND DOMPARM-LINE IS NUMERIC
                  AND DOMPARM-LINE NOT = "00"
                   MOVE DOMPARM-LINE TO WS-MIN-SIZE
               END-IF
               CLOSE DOMPARM-FILE
           END-IF.

       2000-TAKE-MEMBER.
      * MEMBERS ARE HELD UNTIL THE HOUSEHOLD ENDS SO ITS SIZE CAN BE
      * PRINTED AHEAD OF THEM. PAST WS-MAX-MEMBERS THEY ARE ONLY
      * COUNTED.
           IF WS-CUR-SIZE > ZERO
              AND (DM-NORM-STREET NOT = WS-CUR-STREET
                   OR DM-ADDR-CEP NOT = WS-CUR-CEP)
               PERFORM 3000-END-HOUSEHOLD
           END-IF
           IF WS-CUR-SIZE = ZERO
               MOVE DM-NORM-STREET TO WS-CUR-STREET
               MOVE DM-ADDR-CEP    TO WS-CUR-CEP
               MOVE DM-DOM-NO      TO WS-CUR-DOM-NO
           END-IF
           ADD 1 TO WS-CUR-SIZE
           IF WS-CUR-SIZE NOT > WS-MAX-MEMBERS
               MOVE DM-CUST-ID TO WS-MEMBER-ID (WS-CUR-SIZE)
           END-IF.

       3000-END-HOUSEHOLD.
           ADD 1 TO WS-HOUSEHOLD-COUNT
           IF WS-CUR-SIZE > 1
               ADD 1 TO WS-SHARED-COUNT
           END-IF
           IF WS-CUR-SIZE > WS-LARGEST-SIZE
               MOVE WS-CUR-SIZE TO WS-LARGEST-SIZE
           END-IF
           IF WS-CUR-SIZE NOT < WS-MIN-SIZE
               ADD 1 TO WS-LISTED-COUNT
               MOVE WS-CUR-DOM-NO TO HL-DOM-NO
               MOVE WS-CUR-SIZE   TO HL-SIZE
               MOVE WS-CUR-CEP    TO HL-ADDR-CEP
               MOVE WS-CUR-STREET TO HL-NORM-STREET
               MOVE WS-HOUSEHOLD-LINE TO RPT-LINE
               PERFORM 5500-WRITE-RPT-LINE
               IF WS-CUR-SIZE > WS-MAX-MEMBERS
                   MOVE WS-MAX-MEMBERS TO WS-PRINT-LIMIT
               ELSE
                   MOVE WS-CUR-SIZE TO WS-PRINT-LIMIT
               END-IF
               PERFORM 3100-PRINT-MEMBER
                   VARYING WS-MEMBER-IDX FROM 1 BY 1
                   UNTIL WS-MEMBER-IDX > WS-PRINT-LIMIT
               IF WS-CUR-SIZE > WS-MAX-MEMBERS
                   SUBTRACT WS-MAX-MEMBERS FROM WS-CUR-SIZE
                       GIVING MO-COUNT
                   MOVE WS-MORE-LINE TO RPT-LINE
                   PERFORM 5500-WRITE-RPT-LINE
               END-IF
               MOVE SPACES TO RPT-LINE
               PERFORM 5500-WRITE-RPT-LINE
           END-IF
           MOVE ZERO TO WS-CUR-SIZE.

       3100-PRINT-MEMBER.
      * NAME, CITY AND UF COME FROM THE MASTER. CUSTDOM ONLY HOLDS
      * ACTIVE CUSTOMERS, SO A MEMBER MISSING OR DEACTIVATED ON THE
      * MASTER MEANS THE FILE HAS DRIFTED.
           MOVE WS-MEMBER-ID (WS-MEMBER-IDX) TO MR-CUST-ID
           MOVE WS-MEMBER-ID (WS-MEMBER-IDX) TO ML-CUST-ID
           MOVE SPACES TO ML-CUST-NAME
           MOVE SPACES TO ML-ADDR-CITY
           MOVE SPACES TO ML-ADDR-STATE
           READ CUSTMAST-FILE
           EVALUATE TRUE
               WHEN WS-CUSTMAST-STATUS NOT = "00"
                   ADD 1 TO WS-STALE-COUNT
                   MOVE "NAO ENCONTRADO NO MESTRE" TO ML-CUST-NAME
               WHEN MR-INACTIVE
                   ADD 1 TO WS-STALE-COUNT
                   MOVE MR-CUST-NAME TO ML-CUST-NAME
                   MOVE "DESATIVADO NO MESTRE" TO ML-ADDR-CITY
               WHEN OTHER
                   MOVE MR-CUST-NAME  TO ML-CUST-NAME
                   MOVE MR-ADDR-CITY  TO ML-ADDR-CITY
                   MOVE MR-ADDR-STATE TO ML-ADDR-STATE
           END-EVALUATE
           MOVE WS-MEMBER-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE.

       4000-PRINT-TOTALS.
           MOVE "DOMICILIOS              : " TO TL-LABEL
           MOVE WS-HOUSEHOLD-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE "CLIENTES AGRUPADOS      : " TO TL-LABEL
           MOVE WS-READ-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE "DOMICILIOS COM 2 OU MAIS: " TO TL-LABEL
           MOVE WS-SHARED-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE "MAIOR DOMICILIO (MORAD.): " TO TL-LABEL
           MOVE WS-LARGEST-SIZE TO TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE "DOMICILIOS LISTADOS     : " TO TL-LABEL
           MOVE WS-LISTED-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE "MORADORES DESATUALIZADOS: " TO TL-LABEL
           MOVE WS-STALE-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE.

       5500-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR DOMRPT - STATUS: "
                       WS-REPORT-STATUS
           END-IF.
