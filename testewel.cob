       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTEWEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT WELCTL-FILE ASSIGN TO "WELCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-WELCTL-KEY
               FILE STATUS IS WS-WELCTL-STATUS.
           SELECT LETTER-FILE ASSIGN TO "WELLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT LABEL-FILE ASSIGN TO "WELLBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABEL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "WELRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY "copybooks/custmast.cpy".
       FD  WELCTL-FILE.
       COPY "copybooks/welctl.cpy".
       FD  LETTER-FILE.
       01  LETTER-LINE             PIC X(80).
       FD  LABEL-FILE.
       01  LABEL-LINE              PIC X(40).
       FD  REPORT-FILE.
       01  RPT-LINE                PIC X(80).
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SR-EXCEPTION-SW      PIC X.
           05 SR-ADDR-CEP          PIC 9(8).
           05 SR-CUST-ID           PIC 9(6).
           05 SR-REASON            PIC X(24).
           05 SR-CUST-REC          PIC X(134).
       WORKING-STORAGE SECTION.
       COPY "copybooks/custrec.cpy".
       77 WS-CUSTMAST-STATUS   PIC X(2).
       77 WS-WELCTL-STATUS     PIC X(2).
       77 WS-WELCTL-KEY        PIC 9(4)      VALUE 1.
       77 WS-LETTER-STATUS     PIC X(2).
       77 WS-LABEL-STATUS      PIC X(2).
       77 WS-REPORT-STATUS     PIC X(2).
       77 WS-RUN-DATE          PIC 9(8)      VALUE ZERO.
       77 WS-EOF-SWITCH        PIC X         VALUE "N".
           88 WS-EOF                         VALUE "Y".
       77 WS-SORT-EOF-SW       PIC X         VALUE "N".
           88 WS-SORT-EOF                    VALUE "Y".
       77 WS-ERROR-SW          PIC X         VALUE "N".
           88 WS-RUN-ERROR                   VALUE "Y".
       77 WS-EXC-PAGE-SW       PIC X         VALUE "N".
           88 WS-ON-EXC-PAGE                 VALUE "Y".
       77 WS-HIGH-CUST-ID      PIC 9(6)      VALUE ZERO.
       77 WS-MAST-READ         PIC 9(6)      VALUE ZERO.
       77 WS-NEW-COUNT         PIC 9(6)      VALUE ZERO.
       77 WS-KIT-COUNT         PIC 9(6)      VALUE ZERO.
       77 WS-EXC-COUNT         PIC 9(6)      VALUE ZERO.
       77 WS-INACTIVE-COUNT    PIC 9(6)      VALUE ZERO.
       77 WS-PAGE-NO           PIC 9(4)      VALUE ZERO.
       77 WS-LINE-CTR          PIC 9(4)      VALUE ZERO.
       77 WS-LINES-PER-PAGE    PIC 9(4)      VALUE 40.

       01 WS-DATE-IN           PIC 9(8).
       01 WS-DATE-IN-R REDEFINES WS-DATE-IN.
          05 WS-DATE-IN-YYYY   PIC 9(4).
          05 WS-DATE-IN-MM     PIC 9(2).
          05 WS-DATE-IN-DD     PIC 9(2).

       01 WS-DATE-OUT.
          05 WS-DATE-OUT-DD    PIC 9(2).
          05 FILLER            PIC X     VALUE "/".
          05 WS-DATE-OUT-MM    PIC 9(2).
          05 FILLER            PIC X     VALUE "/".
          05 WS-DATE-OUT-YYYY  PIC 9(4).

       01 WS-CEP-EDIT.
          05 WS-CEP-EDIT-5     PIC 9(5).
          05 FILLER            PIC X     VALUE "-".
          05 WS-CEP-EDIT-3     PIC 9(3).

       01 WS-CEP-SPLIT         PIC 9(8).
       01 WS-CEP-SPLIT-R REDEFINES WS-CEP-SPLIT.
          05 WS-CEP-SPLIT-5    PIC 9(5).
          05 WS-CEP-SPLIT-3    PIC 9(3).

       01 WS-LTR-DATE-LINE.
          05 FILLER             PIC X(46) VALUE SPACES.
          05 FILLER             PIC X(11) VALUE "SAO PAULO, ".
          05 LD-RUN-DATE        PIC X(10).

       01 WS-LTR-CITY-LINE.
          05 LC-CEP             PIC X(9).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 LC-ADDR-CITY       PIC X(30).
          05 FILLER             PIC X(3)  VALUE " - ".
          05 LC-ADDR-STATE      PIC X(2).

       01 WS-LTR-GREETING.
          05 FILLER             PIC X(19) VALUE "PREZADO(A) CLIENTE ".
          05 LG-CUST-NAME       PIC X(30).
          05 FILLER             PIC X     VALUE ",".

       01 WS-LTR-BODY-1.
          05 FILLER             PIC X(41)
             VALUE "SEJA BEM-VINDO(A)! SEU CADASTRO FOI FEITO".
          05 FILLER             PIC X(4)  VALUE " EM ".
          05 LB-REG-DATE        PIC X(10).
          05 FILLER             PIC X(14) VALUE " SOB O CODIGO ".
          05 LB-CUST-ID         PIC 9(6).
          05 FILLER             PIC X     VALUE ".".

       01 WS-LTR-BODY-2        PIC X(60)
          VALUE "INFORME ESTE CODIGO AO ENTRAR EM CONTATO CONOSCO.".

       01 WS-LTR-BODY-3        PIC X(60)
          VALUE "CONFIRA O ENDERECO ACIMA E AVISE-NOS SE HOUVER ERRO.".

       01 WS-LTR-CLOSE-1       PIC X(20) VALUE "ATENCIOSAMENTE,".
       01 WS-LTR-CLOSE-2       PIC X(40)
          VALUE "CENTRAL DE ATENDIMENTO AO CLIENTE".

       01 WS-LBL-CITY-LINE.
          05 BL-ADDR-CITY       PIC X(30).
          05 FILLER             PIC X(3)  VALUE " - ".
          05 BL-ADDR-STATE      PIC X(2).

       01 WS-LBL-CEP-LINE.
          05 FILLER             PIC X(5)  VALUE "CEP ".
          05 BL-CEP             PIC X(9).
          05 FILLER             PIC X(10) VALUE SPACES.
          05 BL-CUST-ID         PIC 9(6).

       01 WS-HEADING-1.
          05 FILLER             PIC X(36)
             VALUE "KITS DE BOAS-VINDAS - DATA: ".
          05 HD-RUN-DATE        PIC 9(8).
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 FILLER             PIC X(8)  VALUE "PAGINA: ".
          05 HD-PAGE-NO         PIC ZZZ9.

       01 WS-HEADING-2.
          05 FILLER             PIC X(11) VALUE "CEP".
          05 FILLER             PIC X(8)  VALUE "CODIGO".
          05 FILLER             PIC X(32) VALUE "NOME".
          05 FILLER             PIC X(24) VALUE "CIDADE / SITUACAO".

       01 WS-EXC-HEADING.
          05 FILLER             PIC X(40)
             VALUE "*** EXCECOES - KIT NAO EMITIDO ***".

       01 WS-DETAIL-LINE.
          05 DT-CEP             PIC X(9).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 DT-CUST-ID         PIC 9(6).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 DT-CUST-NAME       PIC X(30).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 DT-TEXT            PIC X(24).

       01 WS-TOTAL-LINE.
          05 TL-LABEL           PIC X(28).
          05 TL-COUNT           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
      * WELCOME KIT FOR EVERY CUSTOMER REGISTERED SINCE THE LAST RUN:
      * ONE LETTER ON WELLTR AND ONE MATCHING ADDRESS LABEL ON WELLBL,
      * BOTH IN CEP ORDER SO THE MAILING QUALIFIES FOR THE CORREIOS
      * PRESORTED RATE (LETTER N GOES WITH LABEL N). "SINCE THE LAST
      * RUN" IS THE CUSTOMER-ID HIGH-WATER MARK IN WELCTL - SEE
      * WELCTL.CPY. A NEW CUSTOMER WHO CANNOT BE MAILED - RETURNED
      * MAIL, OR A ZERO CEP / BLANK UF LEFT BY THE TESTECNV
      * CONVERSION - GETS NO KIT AND IS LISTED ON THE EXCEPTION PAGE
      * OF WELRPT INSTEAD, FOR MARKETING TO FOLLOW UP BY HAND; THE
      * NEXT RUN DOES NOT OFFER THEM AGAIN. A CUSTOMER ALREADY
      * INACTIVE BY THE TIME OF THE RUN IS PASSED OVER AND COUNTED.
      * WELCTL IS ONLY ADVANCED AFTER A CLEAN RUN:
      *   RC=0  KITS PRINTED (OR NOBODY NEW), WELCTL ADVANCED
      *   RC=4  KITS PRINTED, EXCEPTIONS LISTED, WELCTL ADVANCED
      *   RC=8  A WRITE FAILED - WELCTL NOT ADVANCED; RERUN REPRINTS
      *   RC=12 CUSTMAST OR WELCTL UNAVAILABLE - NOTHING PRINTED
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CUSTMAST - STATUS: "
                       WS-CUSTMAST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-READ-CONTROL
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT LABEL-FILE
           OPEN OUTPUT REPORT-FILE
           SORT SORT-FILE
               ON ASCENDING KEY SR-EXCEPTION-SW
               ON ASCENDING KEY SR-ADDR-CEP
               ON ASCENDING KEY SR-CUST-ID
               INPUT PROCEDURE IS 2000-SELECT-CUSTOMERS
               OUTPUT PROCEDURE IS 3000-PRINT-KITS
           PERFORM 8000-PRINT-TOTALS
           CLOSE CUSTMAST-FILE
           CLOSE LETTER-FILE
           CLOSE LABEL-FILE
           CLOSE REPORT-FILE
           DISPLAY "MESTRE LIDO             : " WS-MAST-READ
           DISPLAY "CLIENTES NOVOS          : " WS-NEW-COUNT
           DISPLAY "KITS EMITIDOS           : " WS-KIT-COUNT
           DISPLAY "EXCECOES                : " WS-EXC-COUNT
           DISPLAY "NOVOS JA DESATIVADOS    : " WS-INACTIVE-COUNT
           IF WS-RUN-ERROR
               DISPLAY "ERRO DE GRAVACAO - WELCTL NAO ATUALIZADO"
               CLOSE WELCTL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9000-ADVANCE-CONTROL
           CLOSE WELCTL-FILE
           EVALUATE TRUE
               WHEN WS-RUN-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXC-COUNT NOT = ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       1000-READ-CONTROL.
      * WELCTL IS MANDATORY - WITHOUT THE HIGH-WATER MARK EVERY
      * CUSTOMER ON FILE WOULD GET A KIT. IT IS FORMATTED ONCE BY
      * TESTEFMT, LIKE THE OTHER RELATIVE CONTROL FILES.
           OPEN I-O WELCTL-FILE
           IF WS-WELCTL-STATUS = "00"
               MOVE 1 TO WS-WELCTL-KEY
               READ WELCTL-FILE
           END-IF
           IF WS-WELCTL-STATUS NOT = "00"
               DISPLAY "ERRO: WELCTL NAO PRE-ALOCADO - EXECUTAR "
                       "TESTEFMT - STATUS: " WS-WELCTL-STATUS
               CLOSE CUSTMAST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "ULTIMA EMISSAO EM " WC-LAST-RUN-DATE
                   " - ATE O CODIGO " WC-HIGH-CUST-ID
           MOVE WC-HIGH-CUST-ID TO WS-HIGH-CUST-ID.

       2000-SELECT-CUSTOMERS.
      * THE MASTER IS READ IN KEY ORDER, SO THE LAST RECORD READ
      * CARRIES THE NEW HIGH-WATER MARK. THE MARK NEVER MOVES BACK -
      * A MASTER RESTORED FROM AN OLDER BACKUP MUST NOT RE-KIT THE
      * CUSTOMERS RE-ADDED SINCE.
           PERFORM UNTIL WS-EOF
               READ CUSTMAST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MAST-READ
                       IF MR-CUST-ID > WS-HIGH-CUST-ID
                           MOVE MR-CUST-ID TO WS-HIGH-CUST-ID
                       END-IF
                       IF MR-CUST-ID > WC-HIGH-CUST-ID
                           PERFORM 2100-SELECT-ONE
                       END-IF
               END-READ
           END-PERFORM.

       2100-SELECT-ONE.
           ADD 1 TO WS-NEW-COUNT
           MOVE SPACE          TO SR-EXCEPTION-SW
           MOVE SPACES         TO SR-REASON
           MOVE MR-ADDR-CEP    TO SR-ADDR-CEP
           MOVE MR-CUST-ID     TO SR-CUST-ID
           MOVE CUSTMAST-RECORD TO SR-CUST-REC
           EVALUATE TRUE
               WHEN MR-INACTIVE
                   ADD 1 TO WS-INACTIVE-COUNT
               WHEN MR-UNDELIVERABLE
                   MOVE "CORRESP DEVOLVIDA" TO SR-REASON
               WHEN MR-ADDR-CEP = ZERO
                   MOVE "CEP ZERADO" TO SR-REASON
               WHEN MR-ADDR-STATE = SPACES
                   MOVE "UF EM BRANCO" TO SR-REASON
           END-EVALUATE
           IF NOT MR-INACTIVE
               IF SR-REASON NOT = SPACES
                   MOVE "E" TO SR-EXCEPTION-SW
               END-IF
               RELEASE SORT-RECORD
           END-IF.

       3000-PRINT-KITS.
      * KITS SORT FIRST (SPACE FLAG), IN CEP ORDER; THE EXCEPTIONS
      * FOLLOW ON A PAGE OF THEIR OWN.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       MOVE SR-CUST-REC TO CUSTREC
                       MOVE CR-ADDR-CEP TO WS-CEP-SPLIT
                       MOVE WS-CEP-SPLIT-5 TO WS-CEP-EDIT-5
                       MOVE WS-CEP-SPLIT-3 TO WS-CEP-EDIT-3
                       IF SR-EXCEPTION-SW = SPACE
                           PERFORM 3100-PRINT-ONE-KIT
                       ELSE
                           PERFORM 3500-PRINT-EXCEPTION
                       END-IF
               END-RETURN
           END-PERFORM.

       3100-PRINT-ONE-KIT.
           ADD 1 TO WS-KIT-COUNT
           PERFORM 3200-WRITE-LETTER
           PERFORM 3300-WRITE-LABEL
           MOVE WS-CEP-EDIT    TO DT-CEP
           MOVE CR-CUST-ID     TO DT-CUST-ID
           MOVE CR-CUST-NAME   TO DT-CUST-NAME
           MOVE CR-ADDR-CITY   TO DT-TEXT
           PERFORM 5000-PRINT-DETAIL.

       3200-WRITE-LETTER.
           MOVE WS-RUN-DATE TO WS-DATE-IN
           PERFORM 4000-FORMAT-DATE
           MOVE WS-DATE-OUT TO LD-RUN-DATE
           MOVE WS-LTR-DATE-LINE TO LETTER-LINE
           PERFORM 5600-WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM 5600-WRITE-LETTER-LINE
           MOVE CR-CUST-NAME TO LETTER-LINE
           PERFORM 5600-WRITE-LETTER-LINE
           MOVE CR-ADDR-STREET TO LETTER-LINE
           PERFORM 5600-WRITE-LETTER-LINE
           MOVE WS-CEP-EDIT    TO LC-CEP
           MOVE CR-ADDR-CITY   TO LC-ADDR-CITY
           MOVE CR-ADDR-STATE  TO LC-ADDR-STATE
           MOVE WS-LTR-CITY-LINE TO LETTER-LINE
           PERFORM 5600-WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM 5600-WRITE-LETTER-LINE
           MOVE CR-CUST-NAME TO LG-CUST-NAME
           MOVE WS-LTR-GREETING TO LETTER-LINE
           PERFORM 5600-WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM 5600-WRITE-LETTER-LINE
           MOVE CR-REG-DATE TO WS-DATE-IN
           PERFORM 4000-FORMAT-DATE
           MOVE WS-DATE-OUT TO LB-REG-DATE
           MOVE CR-CUST-ID  TO LB-CUST-ID
           MOVE WS-LTR-BODY-1 TO LETTER-LINE
           PERFORM 5600-WRITE-LETTER-LINE
           MOVE WS-LTR-BODY-2 TO LETTER-LINE
           PERFORM 5600-WRITE-LETTER-LINE
           MOVE WS-LTR-BODY-3 TO LETTER-LINE
           PERFORM 5600-WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM 5600-WRITE-LETTER-LINE
           MOVE WS-LTR-CLOSE-1 TO LETTER-LINE
           PERFORM 5600-WRITE-LETTER-LINE
           MOVE WS-LTR-CLOSE-2 TO LETTER-LINE
           PERFORM 5600-WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM 5600-WRITE-LETTER-LINE
           PERFORM 5600-WRITE-LETTER-LINE.

       3300-WRITE-LABEL.
      * FIVE LINES PER LABEL, THE LAST BLANK, SO THE SHEET LINES UP
      * ON THE STANDARD 1-ACROSS LABEL STOCK. THE CUSTOMER ID ON THE
      * CEP LINE MATCHES THE LABEL TO ITS LETTER WHEN STUFFING.
           MOVE CR-CUST-NAME TO LABEL-LINE
           PERFORM 5700-WRITE-LABEL-LINE
           MOVE CR-ADDR-STREET TO LABEL-LINE
           PERFORM 5700-WRITE-LABEL-LINE
           MOVE CR-ADDR-CITY  TO BL-ADDR-CITY
           MOVE CR-ADDR-STATE TO BL-ADDR-STATE
           MOVE WS-LBL-CITY-LINE TO LABEL-LINE
           PERFORM 5700-WRITE-LABEL-LINE
           MOVE WS-CEP-EDIT TO BL-CEP
           MOVE CR-CUST-ID  TO BL-CUST-ID
           MOVE WS-LBL-CEP-LINE TO LABEL-LINE
           PERFORM 5700-WRITE-LABEL-LINE
           MOVE SPACES TO LABEL-LINE
           PERFORM 5700-WRITE-LABEL-LINE.

       3500-PRINT-EXCEPTION.
      * THE FIRST EXCEPTION STARTS A NEW PAGE WITH ITS OWN TITLE.
           ADD 1 TO WS-EXC-COUNT
           IF NOT WS-ON-EXC-PAGE
               SET WS-ON-EXC-PAGE TO TRUE
               MOVE ZERO TO WS-LINE-CTR
           END-IF
           MOVE WS-CEP-EDIT    TO DT-CEP
           MOVE CR-CUST-ID     TO DT-CUST-ID
           MOVE CR-CUST-NAME   TO DT-CUST-NAME
           MOVE SR-REASON      TO DT-TEXT
           PERFORM 5000-PRINT-DETAIL.

       4000-FORMAT-DATE.
           MOVE WS-DATE-IN-DD   TO WS-DATE-OUT-DD
           MOVE WS-DATE-IN-MM   TO WS-DATE-OUT-MM
           MOVE WS-DATE-IN-YYYY TO WS-DATE-OUT-YYYY.

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
           MOVE WS-RUN-DATE TO HD-RUN-DATE
           MOVE WS-PAGE-NO  TO HD-PAGE-NO
           MOVE WS-HEADING-1 TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           IF WS-ON-EXC-PAGE
               MOVE WS-EXC-HEADING TO RPT-LINE
               PERFORM 5500-WRITE-RPT-LINE
           END-IF
           MOVE WS-HEADING-2 TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE ZERO TO WS-LINE-CTR.

       5400-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE.

       5500-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR WELRPT - STATUS: "
                       WS-REPORT-STATUS
           END-IF.

       5600-WRITE-LETTER-LINE.
           WRITE LETTER-LINE
           IF WS-LETTER-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR WELLTR - STATUS: "
                       WS-LETTER-STATUS
               SET WS-RUN-ERROR TO TRUE
           END-IF.

       5700-WRITE-LABEL-LINE.
           WRITE LABEL-LINE
           IF WS-LABEL-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR WELLBL - STATUS: "
                       WS-LABEL-STATUS
               SET WS-RUN-ERROR TO TRUE
           END-IF.

       8000-PRINT-TOTALS.
           IF WS-PAGE-NO = ZERO
               PERFORM 5100-PRINT-HEADINGS
               MOVE "NENHUM CLIENTE NOVO DESDE A ULTIMA EMISSAO"
                   TO RPT-LINE
               PERFORM 5500-WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE "CLIENTES NOVOS            : " TO TL-LABEL
           MOVE WS-NEW-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           MOVE "KITS EMITIDOS             : " TO TL-LABEL
           MOVE WS-KIT-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           MOVE "EXCECOES (SEM KIT)        : " TO TL-LABEL
           MOVE WS-EXC-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           MOVE "NOVOS JA DESATIVADOS      : " TO TL-LABEL
           MOVE WS-INACTIVE-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE.

       9000-ADVANCE-CONTROL.
           MOVE 1 TO WS-WELCTL-KEY
           MOVE WS-HIGH-CUST-ID TO WC-HIGH-CUST-ID
           MOVE WS-RUN-DATE     TO WC-LAST-RUN-DATE
           MOVE WS-KIT-COUNT    TO WC-LAST-RUN-COUNT
           REWRITE WEL-CONTROL-RECORD
           IF WS-WELCTL-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR WELCTL - STATUS: "
                       WS-WELCTL-STATUS
               SET WS-RUN-ERROR TO TRUE
           END-IF.
