       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTELGP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LGPPARM-FILE ASSIGN TO "LGPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGPPARM-STATUS.
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
           SELECT AUDARCH-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.
           SELECT CHGHIST-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.
           SELECT DOM-FILE ASSIGN TO "CUSTDOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DOM-KEY
               FILE STATUS IS WS-DOM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LGPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LGPPARM-FILE.
       01  LGPPARM-LINE            PIC X(6).
       FD  CUSTMAST-FILE.
       COPY "copybooks/custmast.cpy".
       FD  XREF-FILE.
       COPY "copybooks/custxref.cpy".
       FD  ARCHIVE-FILE.
       COPY "copybooks/custarch.cpy".
       FD  AUDIT-FILE.
       01  AUDIT-LINE              PIC X(68).
       FD  AUDARCH-FILE.
       01  AUDARCH-LINE            PIC X(68).
       FD  CHGHIST-FILE.
       01  CHGHIST-LINE            PIC X(307).
       FD  DOM-FILE.
       COPY "copybooks/custdom.cpy".
       FD  REPORT-FILE.
       01  RPT-LINE                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "copybooks/auditrec.cpy".
       COPY "copybooks/chghist.cpy".
       COPY "copybooks/custrec.cpy".
       77 WS-LGPPARM-STATUS    PIC X(2).
       77 WS-CUSTMAST-STATUS   PIC X(2).
       77 WS-XREF-STATUS       PIC X(2).
       77 WS-ARCHIVE-STATUS    PIC X(2).
       77 WS-AUDIT-STATUS      PIC X(2).
       77 WS-AUDARCH-STATUS    PIC X(2).
       77 WS-CHGHIST-STATUS    PIC X(2).
       77 WS-DOM-STATUS        PIC X(2).
       77 WS-REPORT-STATUS     PIC X(2).
       77 WS-EOF-SWITCH        PIC X         VALUE "N".
           88 WS-EOF                         VALUE "Y".
       77 WS-MISSING-SW        PIC X         VALUE "N".
           88 WS-FILE-MISSING                VALUE "Y".
       77 WS-SECT-MISSING-SW   PIC X         VALUE "N".
           88 WS-SECT-MISSING                VALUE "Y".
       77 WS-SEL-CUST-ID       PIC 9(6)      VALUE ZERO.
       77 WS-RUN-DATE          PIC 9(8)      VALUE ZERO.
       77 WS-SECTION-COUNT     PIC 9(6)      VALUE ZERO.
       77 WS-TOTAL-LISTED      PIC 9(6)      VALUE ZERO.

       01 WS-HEADING-1.
          05 FILLER             PIC X(36)
             VALUE "DADOS DO TITULAR (LGPD) - CLIENTE: ".
          05 HD-CUST-ID         PIC 9(6).
          05 FILLER             PIC X(8)  VALUE "  DATA: ".
          05 HD-RUN-DATE        PIC 9(8).

       01 WS-SECTION-LINE.
          05 FILLER             PIC X(4)  VALUE "=== ".
          05 SC-FILE-NAME       PIC X(8).
          05 FILLER             PIC X(3)  VALUE " - ".
          05 SC-FILE-DESC       PIC X(40).

       01 WS-IMAGE-LINE-1.
          05 IL1-LABEL          PIC X(9).
          05 FILLER             PIC X(6)  VALUE "NOME: ".
          05 IL1-CUST-NAME      PIC X(30).
          05 FILLER             PIC X(9)  VALUE "  CORRESP".
          05 FILLER             PIC X(2)  VALUE ": ".
          05 IL1-MAIL-STATUS    PIC X.
          05 FILLER             PIC X(7)  VALUE "  SIT: ".
          05 IL1-CUST-STATUS    PIC X.

       01 WS-IMAGE-LINE-2.
          05 FILLER             PIC X(9)  VALUE SPACES.
          05 FILLER             PIC X(6)  VALUE "END : ".
          05 IL2-ADDR-STREET    PIC X(30).

       01 WS-IMAGE-LINE-3.
          05 FILLER             PIC X(9)  VALUE SPACES.
          05 FILLER             PIC X(6)  VALUE "CID : ".
          05 IL3-ADDR-CITY      PIC X(30).
          05 FILLER             PIC X(6)  VALUE "  UF: ".
          05 IL3-ADDR-STATE     PIC X(2).
          05 FILLER             PIC X(7)  VALUE "  CEP: ".
          05 IL3-ADDR-CEP       PIC 9(8).

       01 WS-IMAGE-LINE-4.
          05 FILLER             PIC X(9)  VALUE SPACES.
          05 FILLER             PIC X(6)  VALUE "DATAS ".
          05 FILLER             PIC X(9)  VALUE "CADASTRO ".
          05 IL4-REG-DATE       PIC 9(8).
          05 FILLER             PIC X(12) VALUE "  ALTERACAO ".
          05 IL4-LAST-CHG-DATE  PIC 9(8).
          05 FILLER             PIC X(14) VALUE "  DESATIVACAO ".
          05 IL4-INACT-DATE     PIC 9(8).
          05 FILLER             PIC X(8)  VALUE " MOTIVO ".
          05 IL4-INACT-REASON   PIC X(2).

       01 WS-XREF-LINE.
          05 FILLER             PIC X(9)  VALUE SPACES.
          05 FILLER             PIC X(6)  VALUE "NOME: ".
          05 XL-CUST-NAME       PIC X(30).
          05 FILLER             PIC X(12) VALUE "  CADASTRO: ".
          05 XL-REG-DATE        PIC 9(8).

       01 WS-DOM-LINE.
          05 FILLER             PIC X(9)  VALUE SPACES.
          05 FILLER             PIC X(6)  VALUE "DOM.: ".
          05 DL-DOM-NO          PIC 9(6).
          05 FILLER             PIC X(7)  VALUE "  END: ".
          05 DL-NORM-STREET     PIC X(30).
          05 FILLER             PIC X(7)  VALUE "  CEP: ".
          05 DL-ADDR-CEP        PIC 9(8).
          05 FILLER             PIC X(9)  VALUE "  DESDE: ".
          05 DL-JOIN-DATE       PIC 9(8).

       01 WS-AUDIT-ENTRY-LINE.
          05 FILLER             PIC X(5)  VALUE "DATA ".
          05 AL-AUDIT-DATE      PIC 9(8).
          05 FILLER             PIC X(6)  VALUE " HORA ".
          05 AL-AUDIT-TIME      PIC 9(8).
          05 FILLER             PIC X(6)  VALUE " OPER ".
          05 AL-OPERATOR-ID     PIC X(8).
          05 FILLER             PIC X(6)  VALUE " TERM ".
          05 AL-TERMINAL-ID     PIC X(8).
          05 FILLER             PIC X(6)  VALUE " NOME ".
          05 AL-CUST-NAME       PIC X(30).

       01 WS-HIST-ENTRY-LINE.
          05 FILLER             PIC X(5)  VALUE "DATA ".
          05 EL-CHANGE-DATE     PIC 9(8).
          05 FILLER             PIC X(6)  VALUE " HORA ".
          05 EL-CHANGE-TIME     PIC 9(8).
          05 FILLER             PIC X(6)  VALUE " OPER ".
          05 EL-OPERATOR-ID     PIC X(8).
          05 FILLER             PIC X(5)  VALUE " PGM ".
          05 EL-PROGRAM-ID      PIC X(8).
          05 FILLER             PIC X(6)  VALUE " TIPO ".
          05 EL-CHANGE-TYPE     PIC X.

       01 WS-ARCH-STATUS-LINE.
          05 FILLER             PIC X(9)  VALUE SPACES.
          05 FILLER             PIC X(25)
             VALUE "REINTEGRADO AO CADASTRO".

       01 WS-DELETED-LINE      PIC X(30)
          VALUE "DEPOIS : (REGISTRO EXCLUIDO)".

       01 WS-NONE-LINE         PIC X(30)
          VALUE "   NENHUM REGISTRO".

       01 WS-MISSING-LINE      PIC X(40)
          VALUE "   ARQUIVO INDISPONIVEL - NAO PESQUISADO".

       01 WS-TOTAL-LINE.
          05 TL-LABEL           PIC X(28).
          05 TL-COUNT           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
      * EVERYTHING THE SYSTEM HOLDS ABOUT ONE CUSTOMER, FILE BY FILE,
      * FOR A DATA-SUBJECT ACCESS REQUEST UNDER THE LGPD: THE LIVE
      * MASTER, THE ARCHIVE, THE NAME CROSS-REFERENCE, THE CURRENT
      * AND ARCHIVED AUDIT LOG AND THE CHANGE HISTORY WITH ITS BEFORE
      * AND AFTER IMAGES, AND THE HOUSEHOLD FILE. READ-ONLY. THE
      * MASTER, CROSS-REFERENCE AND CURRENT AUDIT LOG ARE MANDATORY
      * (RC=12 WITHOUT THEM); AN UNAVAILABLE ARCHIVE, AUDIT ARCHIVE,
      * CHANGE HISTORY OR HOUSEHOLD FILE IS PRINTED AS NOT SEARCHED
      * AND ENDS RC=4, SINCE THE ANSWER TO THE TITULAR WOULD THEN BE
      * INCOMPLETE.
           PERFORM 1000-READ-PARAMETER
           IF WS-SEL-CUST-ID = ZERO
               DISPLAY "ERRO: LGPPARM AUSENTE OU CODIGO INVALIDO"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CUSTMAST - STATUS: "
                       WS-CUSTMAST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CUSTXREF - STATUS: "
                       WS-XREF-STATUS
               CLOSE CUSTMAST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AUDITLOG - STATUS: "
                       WS-AUDIT-STATUS
               CLOSE CUSTMAST-FILE
               CLOSE XREF-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           MOVE WS-SEL-CUST-ID TO HD-CUST-ID
           MOVE WS-RUN-DATE    TO HD-RUN-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           PERFORM 2000-LIST-MASTER
           PERFORM 2100-LIST-ARCHIVE
           PERFORM 2200-LIST-XREF
           PERFORM 2300-LIST-AUDITLOG
           PERFORM 2400-LIST-AUDARCH
           PERFORM 2500-LIST-CHGHIST
           PERFORM 2600-LIST-CUSTDOM
           MOVE SPACES TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE "TOTAL DE REGISTROS LISTADOS:" TO TL-LABEL
           MOVE WS-TOTAL-LISTED TO TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           DISPLAY "CLIENTE              : " WS-SEL-CUST-ID
           DISPLAY "REGISTROS LISTADOS   : " WS-TOTAL-LISTED
           CLOSE CUSTMAST-FILE
           CLOSE XREF-FILE
           CLOSE AUDIT-FILE
           CLOSE REPORT-FILE
           IF WS-FILE-MISSING
               DISPLAY "AVISO: ARQUIVO INDISPONIVEL - RELATORIO "
                       "INCOMPLETO"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-READ-PARAMETER.
      * THE CUSTOMER ID COMES FROM THE MANDATORY LGPPARM DATASET -
      * 6 DIGITS, THE SAME SELECTION STYLE AS HISPARM.
           OPEN INPUT LGPPARM-FILE
           IF WS-LGPPARM-STATUS = "00"
               READ LGPPARM-FILE
               IF WS-LGPPARM-STATUS = "00"
                  AND LGPPARM-LINE IS NUMERIC
                  AND LGPPARM-LINE NOT = "000000"
                   MOVE LGPPARM-LINE TO WS-SEL-CUST-ID
               END-IF
               CLOSE LGPPARM-FILE
           END-IF.

       2000-LIST-MASTER.
           MOVE "CUSTMAST" TO SC-FILE-NAME
           MOVE "CADASTRO ATIVO" TO SC-FILE-DESC
           PERFORM 5100-START-SECTION
           MOVE WS-SEL-CUST-ID TO MR-CUST-ID
           READ CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS = "00"
               ADD 1 TO WS-SECTION-COUNT
               MOVE "CADASTRO:" TO IL1-LABEL
               MOVE CUSTMAST-RECORD TO CUSTREC
               PERFORM 3000-PRINT-IMAGE
           END-IF
           PERFORM 5200-END-SECTION.

       2100-LIST-ARCHIVE.
      * THE ARCHIVE IS APPEND-ONLY AND UNKEYED, SO THE WHOLE FILE IS
      * READ. A CUSTOMER ARCHIVED, REINSTATED AND ARCHIVED AGAIN HAS
      * MORE THAN ONE RECORD HERE - EVERY ONE IS LISTED.
           MOVE "CUSTARCH" TO SC-FILE-NAME
           MOVE "ARQUIVO HISTORICO DE CADASTRO" TO SC-FILE-DESC
           PERFORM 5100-START-SECTION
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               PERFORM 5300-FILE-MISSING
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ ARCHIVE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF AR-CUST-ID = WS-SEL-CUST-ID
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE "ARQUIVO :" TO IL1-LABEL
                               MOVE ARCH-RECORD (1:134) TO CUSTREC
                               PERFORM 3000-PRINT-IMAGE
                               IF AR-REINSTATED
                                   MOVE WS-ARCH-STATUS-LINE TO RPT-LINE
                                   PERFORM 5500-WRITE-RPT-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           PERFORM 5200-END-SECTION.

       2200-LIST-XREF.
      * THE CROSS-REFERENCE IS KEYED ON NAME PLUS ID, AND A STALE
      * ENTRY UNDER AN OLD NAME IS EXACTLY WHAT MUST NOT BE MISSED
      * HERE, SO THE WHOLE FILE IS BROWSED BY ID RATHER THAN READ
      * UNDER THE CURRENT NAME.
           MOVE "CUSTXREF" TO SC-FILE-NAME
           MOVE "INDICE POR NOME" TO SC-FILE-DESC
           PERFORM 5100-START-SECTION
           MOVE LOW-VALUES TO XR-XREF-KEY
           START XREF-FILE KEY NOT < XR-XREF-KEY
           IF WS-XREF-STATUS = "00"
               PERFORM UNTIL WS-XREF-STATUS NOT = "00"
                   READ XREF-FILE NEXT
                       NOT AT END
                           IF XR-CUST-ID = WS-SEL-CUST-ID
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE XR-CUST-NAME TO XL-CUST-NAME
                               MOVE XR-REG-DATE  TO XL-REG-DATE
                               MOVE WS-XREF-LINE TO RPT-LINE
                               PERFORM 5500-WRITE-RPT-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM 5200-END-SECTION.

       2300-LIST-AUDITLOG.
           MOVE "AUDITLOG" TO SC-FILE-NAME
           MOVE "REGISTRO DE AUDITORIA CORRENTE" TO SC-FILE-DESC
           PERFORM 5100-START-SECTION
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE AUDIT-LINE TO AUDIT-RECORD
                       PERFORM 3100-PRINT-AUDIT-ENTRY
               END-READ
           END-PERFORM
           PERFORM 5200-END-SECTION.

       2400-LIST-AUDARCH.
      * THE PERMANENT SEVEN-YEAR AUDIT ARCHIVE BUILT UP BY TESTEARC.
           MOVE "AUDARCH" TO SC-FILE-NAME
           MOVE "REGISTRO DE AUDITORIA ARQUIVADO" TO SC-FILE-DESC
           PERFORM 5100-START-SECTION
           OPEN INPUT AUDARCH-FILE
           IF WS-AUDARCH-STATUS NOT = "00"
               PERFORM 5300-FILE-MISSING
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ AUDARCH-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE AUDARCH-LINE TO AUDIT-RECORD
                           PERFORM 3100-PRINT-AUDIT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AUDARCH-FILE
           END-IF
           PERFORM 5200-END-SECTION.

       2500-LIST-CHGHIST.
           MOVE "CHGHIST" TO SC-FILE-NAME
           MOVE "HISTORICO DE ALTERACOES" TO SC-FILE-DESC
           PERFORM 5100-START-SECTION
           OPEN INPUT CHGHIST-FILE
           IF WS-CHGHIST-STATUS NOT = "00"
               PERFORM 5300-FILE-MISSING
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ CHGHIST-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CHGHIST-LINE TO CHG-HIST-RECORD
                           IF CH-CUST-ID = WS-SEL-CUST-ID
                               ADD 1 TO WS-SECTION-COUNT
                               PERFORM 3200-PRINT-HIST-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHGHIST-FILE
           END-IF
           PERFORM 5200-END-SECTION.

       2600-LIST-CUSTDOM.
      * THE HOUSEHOLD FILE IS KEYED ON THE ADDRESS, AND A STALE ENTRY
      * UNDER AN OLD ADDRESS MUST BE LISTED TOO, SO THE WHOLE FILE IS
      * BROWSED BY ID. THE CONTROL ENTRY AT THE LOW-VALUES KEY IS NOT
      * A CUSTOMER.
           MOVE "CUSTDOM" TO SC-FILE-NAME
           MOVE "CADASTRO DE DOMICILIOS" TO SC-FILE-DESC
           PERFORM 5100-START-SECTION
           OPEN INPUT DOM-FILE
           IF WS-DOM-STATUS NOT = "00"
               PERFORM 5300-FILE-MISSING
           ELSE
               MOVE LOW-VALUES TO DM-DOM-KEY
               START DOM-FILE KEY NOT < DM-DOM-KEY
               IF WS-DOM-STATUS = "00"
                   PERFORM UNTIL WS-DOM-STATUS NOT = "00"
                       READ DOM-FILE NEXT
                           NOT AT END
                               IF DC-CONTROL-KEY NOT = LOW-VALUES
                                  AND DM-CUST-ID = WS-SEL-CUST-ID
                                   ADD 1 TO WS-SECTION-COUNT
                                   PERFORM 3300-PRINT-DOM-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE DOM-FILE
           END-IF
           PERFORM 5200-END-SECTION.

       3000-PRINT-IMAGE.
      * MASTER, ARCHIVE AND HISTORY IMAGES ALL SHARE THE CUSTMAST
      * LAYOUT, SO EACH IS OVERLAID ON CUSTREC AND PRINTED THE SAME
      * WAY AS TESTEHIS DOES, PLUS THE DATES THE TITULAR MAY ASK FOR.
           MOVE CR-CUST-NAME     TO IL1-CUST-NAME
           MOVE CR-MAIL-STATUS   TO IL1-MAIL-STATUS
           MOVE CR-CUST-STATUS   TO IL1-CUST-STATUS
           MOVE CR-ADDR-STREET   TO IL2-ADDR-STREET
           MOVE CR-ADDR-CITY     TO IL3-ADDR-CITY
           MOVE CR-ADDR-STATE    TO IL3-ADDR-STATE
           MOVE CR-ADDR-CEP      TO IL3-ADDR-CEP
           MOVE CR-REG-DATE      TO IL4-REG-DATE
           MOVE CR-LAST-CHG-DATE TO IL4-LAST-CHG-DATE
           MOVE CR-INACT-DATE    TO IL4-INACT-DATE
           MOVE CR-INACT-REASON  TO IL4-INACT-REASON
           MOVE WS-IMAGE-LINE-1 TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE WS-IMAGE-LINE-2 TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE WS-IMAGE-LINE-3 TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE WS-IMAGE-LINE-4 TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE.

       3100-PRINT-AUDIT-ENTRY.
           IF AU-CUST-ID = WS-SEL-CUST-ID
               ADD 1 TO WS-SECTION-COUNT
               MOVE AU-AUDIT-DATE  TO AL-AUDIT-DATE
               MOVE AU-AUDIT-TIME  TO AL-AUDIT-TIME
               MOVE AU-OPERATOR-ID TO AL-OPERATOR-ID
               MOVE AU-TERMINAL-ID TO AL-TERMINAL-ID
               MOVE AU-CUST-NAME   TO AL-CUST-NAME
               MOVE WS-AUDIT-ENTRY-LINE TO RPT-LINE
               PERFORM 5500-WRITE-RPT-LINE
           END-IF.

       3200-PRINT-HIST-ENTRY.
           MOVE CH-CHANGE-DATE TO EL-CHANGE-DATE
           MOVE CH-CHANGE-TIME TO EL-CHANGE-TIME
           MOVE CH-OPERATOR-ID TO EL-OPERATOR-ID
           MOVE CH-PROGRAM-ID  TO EL-PROGRAM-ID
           MOVE CH-CHANGE-TYPE TO EL-CHANGE-TYPE
           MOVE WS-HIST-ENTRY-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE "ANTES  : " TO IL1-LABEL
           MOVE CH-BEFORE-IMAGE TO CUSTREC
           PERFORM 3000-PRINT-IMAGE
           IF CH-AFTER-IMAGE = SPACES
               MOVE WS-DELETED-LINE TO RPT-LINE
               PERFORM 5500-WRITE-RPT-LINE
           ELSE
               MOVE "DEPOIS : " TO IL1-LABEL
               MOVE CH-AFTER-IMAGE TO CUSTREC
               PERFORM 3000-PRINT-IMAGE
           END-IF.

       3300-PRINT-DOM-ENTRY.
           MOVE DM-DOM-NO      TO DL-DOM-NO
           MOVE DM-NORM-STREET TO DL-NORM-STREET
           MOVE DM-ADDR-CEP    TO DL-ADDR-CEP
           MOVE DM-JOIN-DATE   TO DL-JOIN-DATE
           MOVE WS-DOM-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE.

       5100-START-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE "N" TO WS-SECT-MISSING-SW
           MOVE SPACES TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE WS-SECTION-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE.

       5200-END-SECTION.
      * A FILE THAT COULD NOT BE READ HAS ALREADY SAID SO - "NENHUM
      * REGISTRO" IS ONLY PRINTED FOR A FILE ACTUALLY SEARCHED.
           IF WS-SECTION-COUNT = ZERO
               IF NOT WS-SECT-MISSING
                   MOVE WS-NONE-LINE TO RPT-LINE
                   PERFORM 5500-WRITE-RPT-LINE
               END-IF
           ELSE
               MOVE "   REGISTROS NO ARQUIVO   :" TO TL-LABEL
               MOVE WS-SECTION-COUNT TO TL-COUNT
               MOVE WS-TOTAL-LINE TO RPT-LINE
               PERFORM 5500-WRITE-RPT-LINE
           END-IF
           ADD WS-SECTION-COUNT TO WS-TOTAL-LISTED.

       5300-FILE-MISSING.
           SET WS-FILE-MISSING TO TRUE
           SET WS-SECT-MISSING TO TRUE
           MOVE WS-MISSING-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE.

       5500-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR LGPRPT - STATUS: "
                       WS-REPORT-STATUS
           END-IF.
