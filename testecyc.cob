       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTECYC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCDATE-FILE ASSIGN TO "CYCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCDATE-STATUS.
           SELECT CYC-FILE ASSIGN TO "CYCCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CY-BUS-DATE
               FILE STATUS IS WS-CYC-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CYCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CYCDATE-FILE.
       01  CYCDATE-LINE            PIC X(8).
       FD  CYC-FILE.
       COPY "copybooks/cycctl.cpy".
       FD  REPORT-FILE.
       01  RPT-LINE                PIC X(90).
       WORKING-STORAGE SECTION.
       77 WS-CYCDATE-STATUS    PIC X(2).
       77 WS-CYC-STATUS        PIC X(2).
       77 WS-REPORT-STATUS     PIC X(2).
       77 WS-SEL-DATE          PIC 9(8)      VALUE ZERO.
       77 WS-CYC-DATE          PIC 9(8)      VALUE ZERO.
       77 WS-CYC-FOUND-SW      PIC X         VALUE "N".
           88 WS-CYC-FOUND                   VALUE "Y".
       77 WS-CYC-EOF-SW        PIC X         VALUE "N".
           88 WS-CYC-EOF                     VALUE "Y".
       77 WS-STEP-IDX          PIC 9         VALUE ZERO.
       77 WS-STOP-IDX          PIC 9         VALUE ZERO.
       77 WS-DONE-COUNT        PIC 9         VALUE ZERO.

       01 WS-HEADING-1.
          05 FILLER             PIC X(36)
             VALUE "SITUACAO DO CICLO NOTURNO - DATA:  ".
          05 HD-BUS-DATE        PIC 9(8).

       01 WS-HEADING-2.
          05 FILLER             PIC X(6)  VALUE "ETAPA".
          05 FILLER             PIC X(9)  VALUE "PROGRAMA".
          05 FILLER             PIC X(13) VALUE "SITUACAO".
          05 FILLER             PIC X(18) VALUE "INICIO".
          05 FILLER             PIC X(18) VALUE "FIM".
          05 FILLER             PIC X(2)  VALUE "RC".

       01 WS-STEP-LINE.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 SL-STEP-NO         PIC 9.
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 SL-PROGRAM         PIC X(8).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 SL-STATUS-TEXT     PIC X(12).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 SL-START-DATE      PIC 9(8).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 SL-START-TIME      PIC 9(8).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 SL-END-DATE        PIC 9(8).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 SL-END-TIME        PIC 9(8).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 SL-STEP-RC         PIC 9(2).

       01 WS-VERDICT-LINE.
          05 FILLER             PIC X(8)  VALUE "CICLO : ".
          05 VL-TEXT            PIC X(40).
          05 VL-PROGRAM         PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
      * THE MORNING LOOK AT THE NIGHTLY CYCLE (SEE CYCCTL.CPY): ONE
      * LINE PER STEP WITH ITS SITUATION, START, END AND RC, AND A
      * VERDICT SAYING WHETHER THE NIGHT COMPLETED AND, IF NOT, WHERE
      * A RESUBMITTED NIGHT WILL PICK UP. READS ONLY - NOTHING ON
      * CYCCTL IS CHANGED HERE.
      * RC=0 NIGHT COMPLETE, RC=4 STEPS STILL PENDING, RC=8 A STEP
      * FAILED OR WAS LEFT RUNNING (ABENDED), RC=12 CYCCTL OR THE
      * REQUESTED CYCLE NOT FOUND.
           PERFORM 1000-READ-PARAMETER
           OPEN INPUT CYC-FILE
           IF WS-CYC-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CYCCTL - STATUS: "
                       WS-CYC-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SEL-DATE = ZERO
               PERFORM 1100-FIND-LATEST-CYCLE
           ELSE
               MOVE WS-SEL-DATE TO CY-BUS-DATE
               READ CYC-FILE
               IF WS-CYC-STATUS = "00"
                   SET WS-CYC-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT WS-CYC-FOUND
               DISPLAY "ERRO: CICLO NAO ENCONTRADO EM CYCCTL - DATA: "
                       WS-SEL-DATE
               CLOSE CYC-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE CY-BUS-DATE TO HD-BUS-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE SPACES TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           PERFORM 2000-PRINT-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 6
           MOVE SPACES TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           PERFORM 3000-PRINT-VERDICT
           DISPLAY "CICLO " CY-BUS-DATE " - " VL-TEXT VL-PROGRAM
           DISPLAY "ETAPAS CONCLUIDAS : " WS-DONE-COUNT " DE 6"
           CLOSE CYC-FILE
           CLOSE REPORT-FILE
           STOP RUN.

       1000-READ-PARAMETER.
      * THE CYCLE DEFAULTS TO THE LATEST ON FILE - LAST NIGHT'S, OR
      * TONIGHT'S WHILE IT IS RUNNING. AN 8-DIGIT BUSINESS DATE IN
      * THE OPTIONAL CYCDATE DATASET SELECTS AN EARLIER NIGHT, THE
      * SAME SELECTION STYLE AS BALPARM.
           OPEN INPUT CYCDATE-FILE
           IF WS-CYCDATE-STATUS = "00"
               READ CYCDATE-FILE
               IF WS-CYCDATE-STATUS = "00"
                  AND CYCDATE-LINE IS NUMERIC
                  AND CYCDATE-LINE NOT = "00000000"
                   MOVE CYCDATE-LINE TO WS-SEL-DATE
               END-IF
               CLOSE CYCDATE-FILE
           END-IF.

       1100-FIND-LATEST-CYCLE.
      * SAME BROWSE AS THE CYCLE STEPS USE: ONE RECORD PER NIGHT, AND
      * THE LATEST IS READ AGAIN BY KEY SINCE THE RECORD AREA IS
      * UNDEFINED AFTER AT END.
           MOVE ZERO TO CY-BUS-DATE
           START CYC-FILE KEY IS NOT LESS THAN CY-BUS-DATE
           IF WS-CYC-STATUS NOT = "00"
               SET WS-CYC-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CYC-EOF
               READ CYC-FILE NEXT
                   AT END
                       SET WS-CYC-EOF TO TRUE
                   NOT AT END
                       SET WS-CYC-FOUND TO TRUE
                       MOVE CY-BUS-DATE TO WS-CYC-DATE
               END-READ
           END-PERFORM
           IF WS-CYC-FOUND
               MOVE WS-CYC-DATE TO CY-BUS-DATE
               READ CYC-FILE
               IF WS-CYC-STATUS NOT = "00"
                   MOVE "N" TO WS-CYC-FOUND-SW
               END-IF
           END-IF.

       2000-PRINT-STEP.
      * THE FIRST STEP NOT COMPLETED IS WHERE THE NIGHT STOPPED, AND
      * WHERE A RESUBMITTED NIGHT RESUMES.
           MOVE WS-STEP-IDX                  TO SL-STEP-NO
           MOVE CY-STEP-PROGRAM (WS-STEP-IDX) TO SL-PROGRAM
           MOVE CY-START-DATE (WS-STEP-IDX)  TO SL-START-DATE
           MOVE CY-START-TIME (WS-STEP-IDX)  TO SL-START-TIME
           MOVE CY-END-DATE (WS-STEP-IDX)    TO SL-END-DATE
           MOVE CY-END-TIME (WS-STEP-IDX)    TO SL-END-TIME
           MOVE CY-STEP-RC (WS-STEP-IDX)     TO SL-STEP-RC
           EVALUATE TRUE
               WHEN CY-STEP-DONE (WS-STEP-IDX)
                   MOVE "CONCLUIDA" TO SL-STATUS-TEXT
                   ADD 1 TO WS-DONE-COUNT
               WHEN CY-STEP-FAILED (WS-STEP-IDX)
                   MOVE "FALHOU" TO SL-STATUS-TEXT
               WHEN CY-STEP-RUNNING (WS-STEP-IDX)
                   MOVE "EM EXECUCAO" TO SL-STATUS-TEXT
               WHEN CY-STEP-PENDING (WS-STEP-IDX)
                   MOVE "PENDENTE" TO SL-STATUS-TEXT
               WHEN OTHER
                   MOVE "SITUACAO " TO SL-STATUS-TEXT
                   MOVE CY-STEP-STATUS (WS-STEP-IDX)
                     TO SL-STATUS-TEXT (10:1)
           END-EVALUATE
           IF WS-STOP-IDX = ZERO
              AND NOT CY-STEP-DONE (WS-STEP-IDX)
               MOVE WS-STEP-IDX TO WS-STOP-IDX
           END-IF
           MOVE WS-STEP-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE.

       3000-PRINT-VERDICT.
      * A STEP LEFT "EM EXECUCAO" THE MORNING AFTER WAS ABENDED - IT
      * NEVER GOT TO RECORD ITS END.
           MOVE SPACES TO VL-PROGRAM
           EVALUATE TRUE
               WHEN WS-STOP-IDX = ZERO
                   MOVE "CONCLUIDO" TO VL-TEXT
               WHEN CY-STEP-FAILED (WS-STOP-IDX)
                   MOVE "INCOMPLETO - FALHA, RETOMAR EM "
                     TO VL-TEXT
                   MOVE CY-STEP-PROGRAM (WS-STOP-IDX) TO VL-PROGRAM
                   MOVE 8 TO RETURN-CODE
               WHEN CY-STEP-RUNNING (WS-STOP-IDX)
                   MOVE "INCOMPLETO - EM EXECUCAO/ABEND EM "
                     TO VL-TEXT
                   MOVE CY-STEP-PROGRAM (WS-STOP-IDX) TO VL-PROGRAM
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE "INCOMPLETO - PROXIMA ETAPA "
                     TO VL-TEXT
                   MOVE CY-STEP-PROGRAM (WS-STOP-IDX) TO VL-PROGRAM
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           MOVE WS-VERDICT-LINE TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE.

       5500-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR CYCRPT - STATUS: "
                       WS-REPORT-STATUS
           END-IF.
