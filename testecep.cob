       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTECEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEPFAIXA-FILE ASSIGN TO "CEPFAIXA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CEPFAIXA-STATUS.
           SELECT CEPDIR-FILE ASSIGN TO "CEPDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CEP-END
               FILE STATUS IS WS-CEPDIR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CEPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CEPFAIXA-FILE.
       COPY "copybooks/cepfaixa.cpy".
       FD  CEPDIR-FILE.
       COPY "copybooks/cepdir.cpy".
       FD  REPORT-FILE.
       01  RPT-LINE                PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-CEPFAIXA-STATUS   PIC X(2).
       77 WS-CEPDIR-STATUS     PIC X(2).
       77 WS-REPORT-STATUS     PIC X(2).
       77 WS-RUN-DATE          PIC 9(8)      VALUE ZERO.
       77 WS-EOF-SWITCH        PIC X         VALUE "N".
           88 WS-EOF                         VALUE "Y".
       77 WS-ERROR-SW          PIC X         VALUE "N".
           88 WS-RUN-ERROR                   VALUE "Y".
       77 WS-LINE-OK-SW        PIC X         VALUE "N".
           88 WS-LINE-OK                     VALUE "Y".
       77 WS-READ-COUNT        PIC 9(6)      VALUE ZERO.
       77 WS-GOOD-COUNT        PIC 9(6)      VALUE ZERO.
       77 WS-LOADED-COUNT      PIC 9(6)      VALUE ZERO.
       77 WS-REJECTED-COUNT    PIC 9(6)      VALUE ZERO.
       77 WS-NEW-START         PIC 9(8)      VALUE ZERO.
       77 WS-NEW-END           PIC 9(8)      VALUE ZERO.
       77 WS-NEW-CITY          PIC X(30)     VALUE SPACES.
       77 WS-NEW-STATE         PIC X(2)      VALUE SPACES.
       77 WS-PAGE-NO           PIC 9(4)      VALUE ZERO.
       77 WS-LINE-CTR          PIC 9(4)      VALUE ZERO.
       77 WS-LINES-PER-PAGE    PIC 9(4)      VALUE 40.

       01 WS-HEADING-1.
          05 FILLER             PIC X(38)
             VALUE "CARGA DO DIRETORIO DE CEP             ".
          05 FILLER             PIC X(8)  VALUE "PAGINA: ".
          05 HD-PAGE-NO         PIC ZZZ9.

       01 WS-HEADING-2.
          05 FILLER             PIC X(7)  VALUE "LINHA".
          05 FILLER             PIC X(3)  VALUE "UF".
          05 FILLER             PIC X(21) VALUE "LOCALIDADE".
          05 FILLER             PIC X(9)  VALUE "CEP INI".
          05 FILLER             PIC X(9)  VALUE "CEP FIM".
          05 FILLER             PIC X(26) VALUE "MOTIVO".

       01 WS-DETAIL-LINE.
          05 DT-LINE-NO         PIC ZZZ,ZZ9.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 DT-ADDR-STATE      PIC X(2).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 DT-ADDR-CITY       PIC X(20).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 DT-CEP-START       PIC X(8).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 DT-CEP-END         PIC X(8).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 DT-REASON          PIC X(26).

       01 WS-TOTAL-LINE.
          05 TL-LABEL           PIC X(28).
          05 TL-COUNT           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
      * THE CORREIOS TABLE ARRIVES WHOLE ON EVERY REFRESH, SO THE
      * DIRECTORY IS REBUILT FROM SCRATCH (OPEN OUTPUT) LIKE THE
      * TESTEXRF REBUILD - A RERUN IS ALWAYS SAFE. BECAUSE THE REBUILD
      * WIPES THE OLD DIRECTORY, THE TABLE IS FIRST READ THROUGH ONCE
      * WITHOUT TOUCHING ANYTHING: A MISSING TABLE, OR ONE WITH NOT A
      * SINGLE GOOD LINE, IS REFUSED WITH RC=12 AND YESTERDAY'S
      * DIRECTORY STAYS IN SERVICE. RC=4 WHEN SOME LINES WERE REFUSED
      * (LISTED ON CEPRPT), RC=8 ON A WRITE ERROR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CEPFAIXA-FILE
           IF WS-CEPFAIXA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CEPFAIXA - STATUS: "
                       WS-CEPFAIXA-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0500-PRE-CHECK-TABLE
           CLOSE CEPFAIXA-FILE
           IF WS-GOOD-COUNT = ZERO
               DISPLAY "TABELA DE FAIXAS VAZIA OU SEM LINHA VALIDA - "
                       "DIRETORIO MANTIDO"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CEPFAIXA-FILE
           IF WS-CEPFAIXA-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR CEPFAIXA - STATUS: "
                       WS-CEPFAIXA-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      * THE EMPTY DIRECTORY IS REOPENED I-O SO EACH NEW RANGE CAN BE
      * PROVED AGAINST THOSE ALREADY LOADED BEFORE IT IS WRITTEN.
           OPEN OUTPUT CEPDIR-FILE
           IF WS-CEPDIR-STATUS = "00"
               CLOSE CEPDIR-FILE
               OPEN I-O CEPDIR-FILE
           END-IF
           IF WS-CEPDIR-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CEPDIR - STATUS: "
                       WS-CEPDIR-STATUS
               CLOSE CEPFAIXA-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           MOVE ZERO TO WS-READ-COUNT
           PERFORM UNTIL WS-EOF
               READ CEPFAIXA-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2000-LOAD-ONE-RANGE
               END-READ
           END-PERFORM
           PERFORM 4000-PRINT-TOTALS
           DISPLAY "LINHAS LIDAS          : " WS-READ-COUNT
           DISPLAY "FAIXAS CARREGADAS     : " WS-LOADED-COUNT
           DISPLAY "LINHAS RECUSADAS      : " WS-REJECTED-COUNT
           CLOSE CEPFAIXA-FILE
           CLOSE CEPDIR-FILE
           CLOSE REPORT-FILE
           EVALUATE TRUE
               WHEN WS-RUN-ERROR
                   DISPLAY "CARGA COM ERROS DE GRAVACAO"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECTED-COUNT NOT = ZERO
                   DISPLAY "CARGA COM LINHAS RECUSADAS - VER CEPRPT"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "DIRETORIO DE CEP CARREGADO"
           END-EVALUATE
           STOP RUN.

       0500-PRE-CHECK-TABLE.
           PERFORM UNTIL WS-EOF
               READ CEPFAIXA-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2100-EDIT-RANGE-LINE
                       IF WS-LINE-OK
                           ADD 1 TO WS-GOOD-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       2000-LOAD-ONE-RANGE.
           PERFORM 2100-EDIT-RANGE-LINE
           IF WS-LINE-OK
               PERFORM 2200-CHECK-OVERLAP
           END-IF
           IF WS-LINE-OK
               PERFORM 2300-WRITE-RANGE
           END-IF
           IF NOT WS-LINE-OK
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 3000-PRINT-REJECT
           END-IF.

       2100-EDIT-RANGE-LINE.
      * BOTH ENDS 8 DIGITS, NOT ZERO, START NOT ABOVE END, UF AND
      * LOCALITY PRESENT. CITY AND UF ARE FOLDED TO UPPER CASE - THE
      * PROGRAMS THAT CHECK AGAINST THE DIRECTORY FOLD WHAT THEY ARE
      * GIVEN THE SAME WAY.
           MOVE "Y" TO WS-LINE-OK-SW
           EVALUATE TRUE
               WHEN CF-CEP-START IS NOT NUMERIC
                 OR CF-CEP-END IS NOT NUMERIC
                   MOVE "N" TO WS-LINE-OK-SW
                   MOVE "CEP NAO NUMERICO" TO DT-REASON
               WHEN CF-CEP-START = "00000000"
                   MOVE "N" TO WS-LINE-OK-SW
                   MOVE "CEP INICIAL ZERO" TO DT-REASON
               WHEN CF-CEP-START > CF-CEP-END
                   MOVE "N" TO WS-LINE-OK-SW
                   MOVE "INICIO MAIOR QUE O FIM" TO DT-REASON
               WHEN CF-ADDR-STATE = SPACES
                   MOVE "N" TO WS-LINE-OK-SW
                   MOVE "UF EM BRANCO" TO DT-REASON
               WHEN CF-ADDR-CITY = SPACES
                   MOVE "N" TO WS-LINE-OK-SW
                   MOVE "LOCALIDADE EM BRANCO" TO DT-REASON
               WHEN OTHER
                   MOVE CF-CEP-START  TO WS-NEW-START
                   MOVE CF-CEP-END    TO WS-NEW-END
                   MOVE CF-ADDR-CITY  TO WS-NEW-CITY
                   MOVE CF-ADDR-STATE TO WS-NEW-STATE
                   INSPECT WS-NEW-CITY CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   INSPECT WS-NEW-STATE CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-EVALUATE.

       2200-CHECK-OVERLAP.
      * THE FIRST RANGE ALREADY LOADED WHOSE END IS NOT BELOW THE NEW
      * START OVERLAPS THE NEW RANGE EXACTLY WHEN ITS OWN START IS NOT
      * ABOVE THE NEW END - ONE KEYED PROBE COVERS EVERY CASE. AN
      * OVERLAP WOULD MAKE A CEP BELONG TO TWO LOCALITIES, SO THE
      * LATER LINE IS REFUSED AND THE TABLE SENT BACK FOR REVIEW.
           MOVE WS-NEW-START TO CD-CEP-END
           START CEPDIR-FILE KEY NOT < CD-CEP-END
           IF WS-CEPDIR-STATUS = "00"
               READ CEPDIR-FILE NEXT
               IF WS-CEPDIR-STATUS = "00"
                  AND CD-CEP-START NOT > WS-NEW-END
                   MOVE "N" TO WS-LINE-OK-SW
                   MOVE "FAIXA SOBREPOSTA" TO DT-REASON
               END-IF
           END-IF.

       2300-WRITE-RANGE.
           MOVE WS-NEW-END   TO CD-CEP-END
           MOVE WS-NEW-START TO CD-CEP-START
           MOVE WS-NEW-CITY  TO CD-ADDR-CITY
           MOVE WS-NEW-STATE TO CD-ADDR-STATE
           MOVE WS-RUN-DATE  TO CD-LOAD-DATE
           WRITE CEP-DIR-RECORD
           EVALUATE WS-CEPDIR-STATUS
               WHEN "00"
                   ADD 1 TO WS-LOADED-COUNT
               WHEN "22"
                   MOVE "N" TO WS-LINE-OK-SW
                   MOVE "FAIXA DUPLICADA" TO DT-REASON
               WHEN OTHER
                   MOVE "N" TO WS-LINE-OK-SW
                   MOVE "ERRO AO GRAVAR" TO DT-REASON
                   DISPLAY "ERRO AO GRAVAR CEPDIR - STATUS: "
                           WS-CEPDIR-STATUS
                   SET WS-RUN-ERROR TO TRUE
           END-EVALUATE.

       3000-PRINT-REJECT.
           IF WS-LINE-CTR = ZERO
              OR WS-LINE-CTR >= WS-LINES-PER-PAGE
               PERFORM 5100-PRINT-HEADINGS
           END-IF
           MOVE WS-READ-COUNT  TO DT-LINE-NO
           MOVE CF-ADDR-STATE  TO DT-ADDR-STATE
           MOVE CF-ADDR-CITY   TO DT-ADDR-CITY
           MOVE CF-CEP-START   TO DT-CEP-START
           MOVE CF-CEP-END     TO DT-CEP-END
           MOVE WS-DETAIL-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           ADD 1 TO WS-LINE-CTR.

       4000-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE "LINHAS LIDAS              : " TO TL-LABEL
           MOVE WS-READ-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           MOVE "FAIXAS CARREGADAS         : " TO TL-LABEL
           MOVE WS-LOADED-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           MOVE "LINHAS RECUSADAS          : " TO TL-LABEL
           MOVE WS-REJECTED-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE.

       5100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO HD-PAGE-NO
           MOVE WS-HEADING-1 TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE ZERO TO WS-LINE-CTR.

       5400-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE.

       5500-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR CEPRPT - STATUS: "
                       WS-REPORT-STATUS
           END-IF.
