       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTEINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT CHGHIST-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "INTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY "copybooks/custmast.cpy".
       FD  XREF-FILE.
       COPY "copybooks/custxref.cpy".
       FD  ARCHIVE-FILE.
       COPY "copybooks/custarch.cpy".
       FD  CHGHIST-FILE.
       01  CHGHIST-LINE            PIC X(307).
       FD  REPORT-FILE.
       01  RPT-LINE                PIC X(80).
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SR-CUST-ID           PIC 9(6).
           05 SR-SEQ-NO            PIC 9(8).
           05 SR-HIST-LINE         PIC X(307).
       WORKING-STORAGE SECTION.
       COPY "copybooks/chghist.cpy".
       COPY "copybooks/custrec.cpy".
       77 WS-CUSTMAST-STATUS   PIC X(2).
       77 WS-XREF-STATUS       PIC X(2).
       77 WS-ARCHIVE-STATUS    PIC X(2).
       77 WS-CHGHIST-STATUS    PIC X(2).
       77 WS-REPORT-STATUS     PIC X(2).
       77 WS-RUN-DATE          PIC 9(8)      VALUE ZERO.
       77 WS-EOF-SWITCH        PIC X         VALUE "N".
           88 WS-EOF                         VALUE "Y".
       77 WS-SORT-EOF-SW       PIC X         VALUE "N".
           88 WS-SORT-EOF                    VALUE "Y".
       77 WS-HIST-SEQ          PIC 9(8)      VALUE ZERO.
       77 WS-PREV-CUST-ID      PIC 9(6)      VALUE ZERO.
       77 WS-XREF-READ-COUNT   PIC 9(6)      VALUE ZERO.
       77 WS-MAST-READ-COUNT   PIC 9(6)      VALUE ZERO.
       77 WS-ARCH-READ-COUNT   PIC 9(6)      VALUE ZERO.
       77 WS-HIST-CUST-COUNT   PIC 9(6)      VALUE ZERO.
       77 WS-ORPHAN-XREF-COUNT PIC 9(6)      VALUE ZERO.
       77 WS-MISSING-XREF-CT   PIC 9(6)      VALUE ZERO.
       77 WS-NAME-DIFF-COUNT   PIC 9(6)      VALUE ZERO.
       77 WS-DATE-DIFF-COUNT   PIC 9(6)      VALUE ZERO.
       77 WS-ARCH-DUP-COUNT    PIC 9(6)      VALUE ZERO.
       77 WS-HIST-DIFF-COUNT   PIC 9(6)      VALUE ZERO.
       77 WS-PAGE-NO           PIC 9(4)      VALUE ZERO.
       77 WS-LINE-CTR          PIC 9(4)      VALUE ZERO.
       77 WS-LINES-PER-PAGE    PIC 9(4)      VALUE 40.

       01 WS-HEADING-1.
          05 FILLER             PIC X(36)
             VALUE "VERIFICACAO DE INTEGRIDADE - DATA: ".
          05 HD-RUN-DATE        PIC 9(8).
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 FILLER             PIC X(8)  VALUE "PAGINA: ".
          05 HD-PAGE-NO         PIC ZZZ9.

       01 WS-HEADING-2.
          05 FILLER             PIC X(25) VALUE "CATEGORIA".
          05 FILLER             PIC X(8)  VALUE "CODIGO".
          05 FILLER             PIC X(32) VALUE "NOME".
          05 FILLER             PIC X(15) VALUE "ARQUIVO".

       01 WS-DETAIL-LINE.
          05 DT-CATEGORY        PIC X(24).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 DT-CUST-ID         PIC 9(6).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 DT-CUST-NAME       PIC X(30).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 DT-SOURCE          PIC X(15).

       01 WS-TOTAL-LINE.
          05 TL-LABEL           PIC X(28).
          05 TL-COUNT           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
      * NIGHTLY READ-ONLY PROOF THAT THE MASTER'S SATELLITE FILES
      * AGREE WITH IT. NOTHING IS CORRECTED HERE - EVERY DISAGREEMENT
      * PRINTS ON INTRPT FOR A PERSON TO RESOLVE (A TESTEXRF REBUILD,
      * A TESTEREV BACK-OUT, A HAND FIX). THE RETURN CODE IS GRADED SO
      * THE SCHEDULER CAN ACT ON IT:
      *   RC=0  ALL FILES AGREE
      *   RC=4  CROSS-REFERENCE DISCREPANCIES ONLY - THE NAME SEARCH
      *         IS WRONG BUT THE MASTER ITSELF IS SOUND; RUN TESTEXRF
      *   RC=8  THE MASTER DISAGREES WITH THE ARCHIVE OR THE CHANGE
      *         HISTORY - HOLD THE MAILING EXTRACT (TESTEEXT) UNTIL
      *         SOMEONE HAS LOOKED
      *   RC=12 CUSTMAST OR CUSTXREF WOULD NOT OPEN - NOTHING VERIFIED
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
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
           OPEN OUTPUT REPORT-FILE
           PERFORM 1000-CHECK-XREF-TO-MASTER
           PERFORM 2000-CHECK-MASTER-TO-XREF
           PERFORM 3000-CHECK-ARCHIVE
           PERFORM 4000-CHECK-HISTORY
           PERFORM 8000-PRINT-TOTALS
           DISPLAY "XREF SEM MESTRE         : " WS-ORPHAN-XREF-COUNT
           DISPLAY "MESTRE ATIVO SEM XREF   : " WS-MISSING-XREF-CT
           DISPLAY "NOME XREF DIVERGENTE    : " WS-NAME-DIFF-COUNT
           DISPLAY "DATA XREF DIVERGENTE    : " WS-DATE-DIFF-COUNT
           DISPLAY "NO MESTRE E NO ARQUIVO  : " WS-ARCH-DUP-COUNT
           DISPLAY "HISTORICO X MESTRE      : " WS-HIST-DIFF-COUNT
           CLOSE CUSTMAST-FILE
           CLOSE XREF-FILE
           CLOSE REPORT-FILE
           EVALUATE TRUE
               WHEN WS-ARCH-DUP-COUNT NOT = ZERO
                 OR WS-HIST-DIFF-COUNT NOT = ZERO
                   DISPLAY "MESTRE DIVERGENTE - SUSPENDER EXTRACAO"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ORPHAN-XREF-COUNT NOT = ZERO
                 OR WS-MISSING-XREF-CT NOT = ZERO
                 OR WS-NAME-DIFF-COUNT NOT = ZERO
                 OR WS-DATE-DIFF-COUNT NOT = ZERO
                   DISPLAY "CUSTXREF DIVERGENTE - EXECUTAR TESTEXRF"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ARQUIVOS INTEGROS"
           END-EVALUATE
           STOP RUN.

       1000-CHECK-XREF-TO-MASTER.
      * EVERY CROSS-REFERENCE ENTRY MUST POINT AT A MASTER RECORD
      * CARRYING THE SAME NAME AND REGISTRATION DATE. INACTIVE
      * RECORDS KEEP THEIR ENTRY (A DELETE IS A STATUS CHANGE), SO
      * STATUS IS NOT CHECKED ON THIS SIDE.
           MOVE LOW-VALUES TO XR-XREF-KEY
           START XREF-FILE KEY NOT < XR-XREF-KEY
           IF WS-XREF-STATUS = "00"
               PERFORM UNTIL WS-XREF-STATUS NOT = "00"
                   READ XREF-FILE NEXT
                       NOT AT END
                           ADD 1 TO WS-XREF-READ-COUNT
                           PERFORM 1100-CHECK-ONE-XREF
                   END-READ
               END-PERFORM
           END-IF.

       1100-CHECK-ONE-XREF.
           MOVE XR-CUST-ID   TO MR-CUST-ID
           MOVE XR-CUST-ID   TO DT-CUST-ID
           MOVE XR-CUST-NAME TO DT-CUST-NAME
           MOVE "CUSTXREF"   TO DT-SOURCE
           READ CUSTMAST-FILE
           EVALUATE TRUE
               WHEN WS-CUSTMAST-STATUS NOT = "00"
                   ADD 1 TO WS-ORPHAN-XREF-COUNT
                   MOVE "XREF SEM MESTRE" TO DT-CATEGORY
                   PERFORM 5000-PRINT-DETAIL
               WHEN XR-CUST-NAME NOT = MR-CUST-NAME
                   ADD 1 TO WS-NAME-DIFF-COUNT
                   MOVE "NOME XREF DIVERGENTE" TO DT-CATEGORY
                   PERFORM 5000-PRINT-DETAIL
               WHEN XR-REG-DATE NOT = MR-REG-DATE
                   ADD 1 TO WS-DATE-DIFF-COUNT
                   MOVE "DATA XREF DIVERGENTE" TO DT-CATEGORY
                   PERFORM 5000-PRINT-DETAIL
           END-EVALUATE.

       2000-CHECK-MASTER-TO-XREF.
      * EVERY ACTIVE MASTER RECORD MUST BE FINDABLE BY NAME. A RENAME
      * THAT MISSED THE CROSS-REFERENCE SHOWS ON BOTH SIDES - THE
      * STALE ENTRY ABOVE AS A NAME MISMATCH, THE MASTER HERE AS
      * MISSING - WHICH IS EXACTLY WHAT THE NAME SEARCH SEES.
           MOVE ZERO TO MR-CUST-ID
           START CUSTMAST-FILE KEY NOT < MR-CUST-ID
           IF WS-CUSTMAST-STATUS = "00"
               PERFORM UNTIL WS-CUSTMAST-STATUS NOT = "00"
                   READ CUSTMAST-FILE NEXT
                       NOT AT END
                           ADD 1 TO WS-MAST-READ-COUNT
                           IF MR-ACTIVE
                               PERFORM 2100-CHECK-ONE-MASTER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2100-CHECK-ONE-MASTER.
           MOVE MR-CUST-NAME TO XR-CUST-NAME
           MOVE MR-CUST-ID   TO XR-CUST-ID
           READ XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               ADD 1 TO WS-MISSING-XREF-CT
               MOVE "MESTRE ATIVO SEM XREF" TO DT-CATEGORY
               MOVE MR-CUST-ID   TO DT-CUST-ID
               MOVE MR-CUST-NAME TO DT-CUST-NAME
               MOVE "CUSTMAST"   TO DT-SOURCE
               PERFORM 5000-PRINT-DETAIL
           END-IF.

       3000-CHECK-ARCHIVE.
      * AN ARCHIVED CUSTOMER LEAVES THE MASTER; THE ONLY WAY BACK IS
      * THE TESTECOB REINSTATEMENT, WHICH MARKS THE ARCHIVE RECORD
      * "R". AN ID ON BOTH FILES WITHOUT THE MARK CAME BACK SOME
      * OTHER WAY (A MASTER RESTORE FROM AN OLD COPY, A HAND EDIT).
      * NO ARCHIVE YET (TESTEARC NEVER RUN) IS NOT AN ERROR.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "AVISO: CUSTARCH NAO DISPONIVEL - STATUS: "
                       WS-ARCHIVE-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ ARCHIVE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ARCH-READ-COUNT
                           IF NOT AR-REINSTATED
                               PERFORM 3100-CHECK-ONE-ARCHIVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       3100-CHECK-ONE-ARCHIVED.
           MOVE AR-CUST-ID TO MR-CUST-ID
           READ CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS = "00"
               ADD 1 TO WS-ARCH-DUP-COUNT
               MOVE "NO MESTRE E NO ARQUIVO" TO DT-CATEGORY
               MOVE AR-CUST-ID   TO DT-CUST-ID
               MOVE AR-CUST-NAME TO DT-CUST-NAME
               MOVE "CUSTARCH"   TO DT-SOURCE
               PERFORM 5000-PRINT-DETAIL
           END-IF.

       4000-CHECK-HISTORY.
      * THE LATEST CHANGE-HISTORY ENTRY OF EVERY CUSTOMER MUST SHOW
      * THE RECORD AS IT IS ON THE MASTER NOW - EVERY PROGRAM THAT
      * REWRITES A MASTER RECORD LOGS THE AFTER IMAGE. THE HISTORY IS
      * SORTED BY CUSTOMER, NEWEST FIRST (THE LINE NUMBER IS THE
      * CHRONOLOGY), SO THE FIRST ENTRY OF EACH CUSTOMER IS THE ONE TO
      * PROVE.
           OPEN INPUT CHGHIST-FILE
           IF WS-CHGHIST-STATUS NOT = "00"
               DISPLAY "AVISO: CHGHIST NAO DISPONIVEL - STATUS: "
                       WS-CHGHIST-STATUS
           ELSE
               SORT SORT-FILE
                   ON ASCENDING KEY SR-CUST-ID
                   ON DESCENDING KEY SR-SEQ-NO
                   INPUT PROCEDURE IS 4100-RELEASE-HISTORY
                   OUTPUT PROCEDURE IS 4200-CHECK-LATEST-ENTRIES
               CLOSE CHGHIST-FILE
           END-IF.

       4100-RELEASE-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ CHGHIST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HIST-SEQ
                       MOVE CHGHIST-LINE TO CHG-HIST-RECORD
                       MOVE CH-CUST-ID   TO SR-CUST-ID
                       MOVE WS-HIST-SEQ  TO SR-SEQ-NO
                       MOVE CHGHIST-LINE TO SR-HIST-LINE
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM.

       4200-CHECK-LATEST-ENTRIES.
           MOVE ZERO TO WS-PREV-CUST-ID
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF WS-HIST-CUST-COUNT = ZERO
                          OR SR-CUST-ID NOT = WS-PREV-CUST-ID
                           ADD 1 TO WS-HIST-CUST-COUNT
                           MOVE SR-CUST-ID TO WS-PREV-CUST-ID
                           PERFORM 4300-CHECK-ONE-HISTORY
                       END-IF
               END-RETURN
           END-PERFORM.

       4300-CHECK-ONE-HISTORY.
      * MR-LAST-CHG-DATE IS LEFT OUT OF THE COMPARE: THE TESTECOB
      * REINSTATEMENT COPIES AN ARCHIVED RECORD BACK UNCHANGED BUT
      * RE-STAMPED, AND LOGS NO HISTORY OF ITS OWN. A CUSTOMER NO
      * LONGER ON THE MASTER WAS ARCHIVED BY TESTEARC (THE ARCHIVE
      * CHECK ABOVE COVERS THAT SIDE), AND A LEGACY PHYSICAL-DELETE
      * ENTRY (SPACES AFTER IMAGE) HAS NOTHING TO COMPARE.
           MOVE SR-HIST-LINE TO CHG-HIST-RECORD
           IF CH-AFTER-IMAGE NOT = SPACES
               MOVE CH-CUST-ID TO MR-CUST-ID
               READ CUSTMAST-FILE
               IF WS-CUSTMAST-STATUS = "00"
                   MOVE CH-AFTER-IMAGE   TO CUSTREC
                   MOVE MR-LAST-CHG-DATE TO CR-LAST-CHG-DATE
                   IF CUSTREC NOT = CUSTMAST-RECORD
                       ADD 1 TO WS-HIST-DIFF-COUNT
                       MOVE "HISTORICO X MESTRE" TO DT-CATEGORY
                       MOVE MR-CUST-ID   TO DT-CUST-ID
                       MOVE MR-CUST-NAME TO DT-CUST-NAME
                       MOVE CH-PROGRAM-ID TO DT-SOURCE
                       PERFORM 5000-PRINT-DETAIL
                   END-IF
               END-IF
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
           MOVE WS-RUN-DATE TO HD-RUN-DATE
           MOVE WS-PAGE-NO  TO HD-PAGE-NO
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
               DISPLAY "ERRO AO GRAVAR INTRPT - STATUS: "
                       WS-REPORT-STATUS
           END-IF.

       8000-PRINT-TOTALS.
           IF WS-PAGE-NO = ZERO
               PERFORM 5100-PRINT-HEADINGS
               MOVE "NENHUMA DIVERGENCIA ENCONTRADA" TO RPT-LINE
               PERFORM 5500-WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE "ENTRADAS CUSTXREF LIDAS   : " TO TL-LABEL
           MOVE WS-XREF-READ-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           MOVE "REGISTROS CUSTMAST LIDOS  : " TO TL-LABEL
           MOVE WS-MAST-READ-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           MOVE "REGISTROS CUSTARCH LIDOS  : " TO TL-LABEL
           MOVE WS-ARCH-READ-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           MOVE "CLIENTES COM HISTORICO    : " TO TL-LABEL
           MOVE WS-HIST-CUST-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           MOVE SPACES TO RPT-LINE
           PERFORM 5500-WRITE-RPT-LINE
           MOVE "XREF SEM MESTRE           : " TO TL-LABEL
           MOVE WS-ORPHAN-XREF-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           MOVE "MESTRE ATIVO SEM XREF     : " TO TL-LABEL
           MOVE WS-MISSING-XREF-CT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           MOVE "NOME XREF DIVERGENTE      : " TO TL-LABEL
           MOVE WS-NAME-DIFF-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           MOVE "DATA XREF DIVERGENTE      : " TO TL-LABEL
           MOVE WS-DATE-DIFF-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           MOVE "NO MESTRE E NO ARQUIVO    : " TO TL-LABEL
           MOVE WS-ARCH-DUP-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE
           MOVE "HISTORICO X MESTRE        : " TO TL-LABEL
           MOVE WS-HIST-DIFF-COUNT TO TL-COUNT
           PERFORM 5400-WRITE-TOTAL-LINE.
