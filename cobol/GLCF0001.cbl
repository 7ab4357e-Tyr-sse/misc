      *          ENTRADA POR DATA+SEQUENCIA, RELATA NAO LANCADOS E
      *          DIVERGENCIAS DE VALOR, MANTEM OS NAO CONFIRMADOS NA
      *          LISTA JRNLUNCF.txt PARA COBRANCA DIARIA E ESCALA PARA
      *          ALERT.txt OS COM MAIS DE N DIAS. OS LOTES DE
      *          REAVALIACAO DO MES E DE ESTORNO DO RVJR0001 ENTRAM NA
      *          LISTA NA SUA DATA DE LANCAMENTO, UMA VEZ CADA LOTE
      *          (REGISTRO GLCFBAT.txt). AS LINHAS 'ADJ' DE AJUSTE
      *          MANUAL DO EXPORT SAO CASADAS COMO AS DEMAIS. OS LOTES
      *          DE JUROS DO ACCR0001 (APROPRIACAO DO DIA E
      *          CAPITALIZACAO DO MES) SEGUEM A REGRA DOS LOTES DATADOS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         SELECT ALRT-FL ASSIGN ALRT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ALRT.
         SELECT BAT-FL ASSIGN BAT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-BAT.

       DATA DIVISION.
        FILE SECTION.
          02 ALRT-DT                                        PIC 9(8).
          02 ALRT-TS                                        PIC 9(14).

         FD BAT-FL.
         01 BAT-RCRD.
          02 BAT-POST-DT                                    PIC 9(8).
          02 BAT-FIRST-SEQ                                  PIC 9(6).
          02 BAT-LINE-CT                                    PIC 9(6).
          02 BAT-LOAD-DT                                    PIC 9(8).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'GLCF0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 JRN-FL-PATH               PIC X(80)
             VALUE '.\..\fls\JRNL0001.txt'.
         77 CONF-FL-PATH              PIC X(80)
         77 UNCF-FL-PATH-ENV          PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 ALRT-FL-PATH-ENV          PIC X(80).
         77 RVAL-FL-PATH              PIC X(80)
             VALUE '.\..\fls\REVJRNL.txt'.
         77 REVR-FL-PATH              PIC X(80)
             VALUE '.\..\fls\REVJRNR.txt'.
         77 BAT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\GLCFBAT.txt'.
         77 ACCR-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ACCRJRNL.txt'.
         77 CAPJ-FL-PATH              PIC X(80)
             VALUE '.\..\fls\INTCAPJ.txt'.
         77 ACCR-FL-PATH-ENV          PIC X(80).
         77 CAPJ-FL-PATH-ENV          PIC X(80).
         77 RVAL-FL-PATH-ENV          PIC X(80).
         77 REVR-FL-PATH-ENV          PIC X(80).
         77 BAT-FL-PATH-ENV           PIC X(80).
         77 STTS-BAT                                       PIC 99.
         77 BAT-EOF-FL                                     PIC X.
          88 BAT-IS-EOF                                    VALUE 'Y'.
      * DATED BATCHES ARE KEYED BY THEIR OWN POSTING DATE, THE DAILY
      * EXPORT BY THE RUN DATE; THE REGISTER STOPS A BATCH LEFT ON
      * DISK FROM COMING BACK AFTER ITS LINES WERE CONFIRMED
         77 LOAD-KEY-DT                                    PIC 9(8).
         77 LOAD-ADD-FL                                    PIC X.
          88 LOAD-ADDS-ENTRIES                             VALUE 'Y'.
         77 FIRST-SEQ                                      PIC 9(6).
         77 BAT-KNOWN-FL                                   PIC X.
          88 BATCH-IS-KNOWN                                VALUE 'Y'.
         77 CT-BATCHES                          PIC 9(4) VALUE ZEROS.

         77 STTS-JRN                                       PIC 99.
         77 STTS-CONF                                      PIC 99.
          88 ENTRY-IS-KNOWN                                VALUE 'Y'.

         77 JRN-DTL-CT                          PIC 9(6) VALUE ZEROS.
         77 JRN-ADJ-CT                          PIC 9(6) VALUE ZEROS.
         77 JRN-DR-SUM                      PIC 9(15)V99 VALUE ZEROS.
         77 JRN-CR-SUM                      PIC 9(15)V99 VALUE ZEROS.
         77 CTL-SEEN-FL                              PIC X VALUE 'N'.

       PROCEDURE DIVISION.
        000-MAIN.
      * THE BUILD STAMP IS REPORTED BEFORE ANY WORK; ON A VERSION
      * INQUIRY FROM THE DRIVER THE PROGRAM STOPS RIGHT THERE
         CALL 'BLDV0001' USING BLD-FUNC BLD-PGM BLD-ID BLD-RC
          ON EXCEPTION
           MOVE ZEROS TO BLD-RC
         END-CALL.
         IF BLD-IS-INQUIRY
          GOBACK
         END-IF.
         DISPLAY 'MAIN: GLCF0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
         IF ALRT-FL-PATH-ENV NOT = SPACES
          MOVE ALRT-FL-PATH-ENV TO ALRT-FL-PATH
         END-IF.
         ACCEPT RVAL-FL-PATH-ENV FROM ENVIRONMENT 'GLCF0001_RVALFILE'.
         IF RVAL-FL-PATH-ENV NOT = SPACES
          MOVE RVAL-FL-PATH-ENV TO RVAL-FL-PATH
         END-IF.
         ACCEPT REVR-FL-PATH-ENV FROM ENVIRONMENT 'GLCF0001_REVRFILE'.
         IF REVR-FL-PATH-ENV NOT = SPACES
          MOVE REVR-FL-PATH-ENV TO REVR-FL-PATH
         END-IF.
         ACCEPT BAT-FL-PATH-ENV FROM ENVIRONMENT 'GLCF0001_BATFILE'.
         IF BAT-FL-PATH-ENV NOT = SPACES
          MOVE BAT-FL-PATH-ENV TO BAT-FL-PATH
         END-IF.
         ACCEPT ACCR-FL-PATH-ENV FROM ENVIRONMENT 'GLCF0001_ACCRFILE'.
         IF ACCR-FL-PATH-ENV NOT = SPACES
          MOVE ACCR-FL-PATH-ENV TO ACCR-FL-PATH
         END-IF.
         ACCEPT CAPJ-FL-PATH-ENV FROM ENVIRONMENT 'GLCF0001_CAPJFILE'.
         IF CAPJ-FL-PATH-ENV NOT = SPACES
          MOVE CAPJ-FL-PATH-ENV TO CAPJ-FL-PATH
         END-IF.
         ACCEPT ESC-DAYS-ENV FROM ENVIRONMENT 'GLCF0001_ESCDAYS'.
         IF ESC-DAYS-ENV IS NUMERIC AND ESC-DAYS-ENV NOT = SPACES
          MOVE ESC-DAYS-ENV TO ESC-DAYS
         MOVE 0 TO UC-CT.
         PERFORM 101-LOAD-CARRY-LIST.
         PERFORM 103-LOAD-TODAYS-EXPORT.
         MOVE RVAL-FL-PATH TO JRN-FL-PATH.
         PERFORM 110-LOAD-DATED-BATCH.
         MOVE REVR-FL-PATH TO JRN-FL-PATH.
         PERFORM 110-LOAD-DATED-BATCH.
         MOVE ACCR-FL-PATH TO JRN-FL-PATH.
         PERFORM 110-LOAD-DATED-BATCH.
         MOVE CAPJ-FL-PATH TO JRN-FL-PATH.
         PERFORM 110-LOAD-DATED-BATCH.

        101-LOAD-CARRY-LIST.
         OPEN INPUT UNCF-FL.
         END-IF.

        103-LOAD-TODAYS-EXPORT.
         MOVE TODAY-DT TO LOAD-KEY-DT.
         MOVE 'Y' TO LOAD-ADD-FL.
         OPEN INPUT JRN-FL.
         IF STTS-JRN NOT = ZEROS
          DISPLAY 'NO JOURNAL EXPORT TODAY (' JRN-FL-PATH ')'
           MOVE 8 TO RETURN-CODE
          ELSE
           DISPLAY 'JOURNAL CONTROL TOTALS VERIFIED, '
            JRN-DTL-CT ' LINE(S), ' JRN-ADJ-CT ' MANUAL ADJUSTMENT(S)'
          END-IF
         ELSE
          DISPLAY 'WARNING: NO CONTROL RECORD ON THE JOURNAL EXPORT'
            MOVE 'Y' TO CTL-SEEN-FL
            MOVE JRN-RCRD TO JRN-CTL-RCRD
           ELSE
      * A MANUAL ADJUSTMENT LINE IS CONFIRMED LIKE ANY OTHER LINE
            IF JRN-REC-TYPE = 'DTL' OR JRN-REC-TYPE = 'ADJ'
             ADD 1 TO JRN-DTL-CT
             IF JRN-REC-TYPE = 'ADJ'
              ADD 1 TO JRN-ADJ-CT
             END-IF
             IF JRN-DRCR = 'DR'
              ADD JRN-AMT TO JRN-DR-SUM
             ELSE
              ADD JRN-AMT TO JRN-CR-SUM
             END-IF
             IF JRN-DTL-CT = 1
              MOVE JRN-SEQ TO FIRST-SEQ
             END-IF
             IF LOAD-ADDS-ENTRIES
              PERFORM 105-ADD-IF-NEW
             END-IF
            END-IF
           END-IF
         END-READ.
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO UC-CT.
         MOVE LOAD-KEY-DT TO UT-DT(UC-CT).
         MOVE JRN-SEQ TO UT-SEQ(UC-CT).
         MOVE JRN-ACCT TO UT-ACCT(UC-CT).
         MOVE JRN-DRCR TO UT-DRCR(UC-CT).
         MOVE 'O' TO UT-STATUS(UC-CT).

        106-SCAN-CARRY.
         IF UT-DT(UC-IX) = LOAD-KEY-DT AND UT-SEQ(UC-IX) = JRN-SEQ
          MOVE 'Y' TO UC-FOUND-FL
         ELSE
          ADD 1 TO UC-IX
         END-IF.

        110-LOAD-DATED-BATCH.
      * FIRST PASS ONLY PROVES THE CONTROL TOTALS AND READS THE POSTING
      * DATE; THE LINES ARE TAKEN ON A SECOND PASS ONCE THE BATCH IS
      * DUE AND NOT ALREADY IN THE REGISTER
         PERFORM 111-RESET-BATCH-READ.
         MOVE 'N' TO LOAD-ADD-FL.
         OPEN INPUT JRN-FL.
         IF STTS-JRN NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 104-LOAD-ONE-JRN UNTIL JRN-IS-EOF.
         CLOSE JRN-FL.
         IF NOT CTL-WAS-SEEN
          DISPLAY 'WARNING: NO CONTROL RECORD ON BATCH '
           JRN-FL-PATH(1:50) ', NOT TRACKED'
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
          EXIT PARAGRAPH
         END-IF.
         IF CTL-LINE-CT NOT = JRN-DTL-CT
            OR CTL-DR-TOTAL NOT = JRN-DR-SUM
            OR CTL-CR-TOTAL NOT = JRN-CR-SUM
          DISPLAY 'BATCH CONTROL TOTALS DO NOT MATCH THE DETAILS: '
           JRN-FL-PATH(1:50)
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         IF JRN-DTL-CT = 0
          EXIT PARAGRAPH
         END-IF.
         IF CTL-RUN-DT > TODAY-DT
          DISPLAY 'BATCH ' JRN-FL-PATH(1:50) ' NOT DUE UNTIL '
           CTL-RUN-DT
          EXIT PARAGRAPH
         END-IF.
         MOVE CTL-RUN-DT TO LOAD-KEY-DT.
         PERFORM 112-CHECK-REGISTER.
         IF BATCH-IS-KNOWN
          EXIT PARAGRAPH
         END-IF.
         PERFORM 111-RESET-BATCH-READ.
         MOVE 'Y' TO LOAD-ADD-FL.
         OPEN INPUT JRN-FL.
         PERFORM 104-LOAD-ONE-JRN UNTIL JRN-IS-EOF.
         CLOSE JRN-FL.
         PERFORM 114-REGISTER-BATCH.
         ADD 1 TO CT-BATCHES.
         DISPLAY 'DATED BATCH TRACKED: ' JRN-FL-PATH(1:50)
          ' POSTED ' LOAD-KEY-DT ', ' JRN-DTL-CT ' LINE(S)'.

        111-RESET-BATCH-READ.
         MOVE 'N' TO JRN-EOF-FL.
         MOVE 'N' TO CTL-SEEN-FL.
         MOVE ZEROS TO JRN-DTL-CT.
         MOVE ZEROS TO JRN-DR-SUM.
         MOVE ZEROS TO JRN-CR-SUM.
         MOVE ZEROS TO FIRST-SEQ.

        112-CHECK-REGISTER.
         MOVE 'N' TO BAT-KNOWN-FL.
         MOVE 'N' TO BAT-EOF-FL.
         OPEN INPUT BAT-FL.
         IF STTS-BAT NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 113-CHECK-ONE-BAT UNTIL BAT-IS-EOF
          OR BATCH-IS-KNOWN.
         CLOSE BAT-FL.

        113-CHECK-ONE-BAT.
         READ BAT-FL
          AT END
           MOVE 'Y' TO BAT-EOF-FL
          NOT AT END
           IF BAT-POST-DT = LOAD-KEY-DT AND BAT-FIRST-SEQ = FIRST-SEQ
            MOVE 'Y' TO BAT-KNOWN-FL
           END-IF
         END-READ.
         IF STTS-BAT NOT = ZEROS AND STTS-BAT NOT = 10
          DISPLAY 'I/O ERROR READING BAT-FL, STATUS = ' STTS-BAT
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO BAT-EOF-FL
         END-IF.

        114-REGISTER-BATCH.
         OPEN EXTEND BAT-FL.
         IF STTS-BAT = 35 OR STTS-BAT = 30
          OPEN OUTPUT BAT-FL
         END-IF.
         MOVE LOAD-KEY-DT TO BAT-POST-DT.
         MOVE FIRST-SEQ TO BAT-FIRST-SEQ.
         MOVE JRN-DTL-CT TO BAT-LINE-CT.
         MOVE TODAY-DT TO BAT-LOAD-DT.
         WRITE BAT-RCRD.
         CLOSE BAT-FL.

        200-PROCESS.
         DISPLAY 'PROCESS: GLCF0001'.
         OPEN OUTPUT RPT-FL.
        300-END.
         DISPLAY '-- GL CONFIRMATION SUMMARY --'.
         DISPLAY ' ENTRIES TRACKED: ' UC-CT.
         DISPLAY ' DATED BATCHES TAKEN ON: ' CT-BATCHES.
         DISPLAY ' CONFIRMED TODAY: ' CT-CONFIRMED.
         DISPLAY ' AMOUNT MISMATCHES: ' CT-MISMATCH.
         DISPLAY ' GL REJECTIONS: ' CT-REJECTED.
