      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - SUBRAZAO FX: ACUMULA OS LANCAMENTOS
      *          EXPORTADOS (JRNL0001.txt E OS LOTES DE REAVALIACAO E
      *          ESTORNO DO RVJR0001 E OS DE JUROS DO ACCR0001) EM
      *          SALDOS POR CONTA, ENTIDADE E
      *          MOEDA (SUBLBAL.txt), CADA LOTE UMA UNICA VEZ (REGISTRO
      *          SUBLBAT.txt), GUARDA A FOTO DATADA NO GENCAT E IMPRIME
      *          O BALANCETE: PROVA DEBITO = CREDITO POR MOEDA E AMARRA
      *          O SALDO DA CONTA DE POSICAO FX AO POSMST.txt (SOMANDO
      *          AS CONTAS DE POSICAO DERIVADAS PELA GLMAP.txt)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. SUBL0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT JRN-FL ASSIGN JRN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-JRN.
         SELECT BAL-FL ASSIGN BAL-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-BAL.
         SELECT SNP-FL ASSIGN SNP-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-SNP.
         SELECT BAT-FL ASSIGN BAT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-BAT.
         SELECT POS-FL ASSIGN POS-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-POS.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.
         SELECT SRT-SD ASSIGN SRW-FL-PATH.
         SELECT MAP-FL ASSIGN MAP-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-MAP.

       DATA DIVISION.
        FILE SECTION.
         FD JRN-FL.
         01 JRN-RCRD.
          02 JRN-REC-TYPE                                  PIC X(3).
          02 JRN-SEQ                                       PIC 9(6).
          02 JRN-ACCT                                      PIC X(8).
          02 JRN-DRCR                                      PIC X(2).
          02 JRN-CUR                                       PIC X(10).
          02 JRN-AMT                                       PIC 9(13)V99.
          02 JRN-DT                                        PIC 9(8).
          02 JRN-ENT                                       PIC X(4).
         01 JRN-CTL-RCRD.
          02 CTL-REC-TYPE                                  PIC X(3).
          02 CTL-LINE-CT                                   PIC 9(6).
          02 CTL-DR-TOTAL                                  PIC 9(15)V99.
          02 CTL-CR-TOTAL                                  PIC 9(15)V99.
          02 CTL-RUN-DT                                    PIC 9(8).

         FD BAL-FL.
         01 BAL-RCRD.
          COPY SUBLREC.

         FD SNP-FL.
         01 SNP-RCRD.
          COPY SUBLREC REPLACING LEADING ==SBL-== BY ==SNB-==.

         FD BAT-FL.
         01 BAT-RCRD.
          02 BAT-POST-DT                                    PIC 9(8).
          02 BAT-FIRST-SEQ                                  PIC 9(6).
          02 BAT-LINE-CT                                    PIC 9(6).
          02 BAT-LOAD-DT                                    PIC 9(8).

         FD POS-FL.
         01 POS-RCRD.
          02 POS-CODE                                      PIC X(10).
          02 POS-BAL                                     PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 POS-ENT                                       PIC X(4).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(120).

         FD MAP-FL.
         01 MAP-RCRD.
          COPY GLMREC.

         SD SRT-SD.
         01 SRT-REC.
          02 SRT-CUR                                        PIC X(10).
          02 SRT-ACCT                                       PIC X(8).
          02 SRT-ENT                                        PIC X(4).
          02 SRT-DR                                      PIC 9(15)V99.
          02 SRT-CR                                      PIC 9(15)V99.
          02 SRT-OTH-NET                                PIC S9(15)V99.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'SUBL0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 JRN-FL-PATH                                    PIC X(80).
         77 DAILY-FL-PATH             PIC X(80)
             VALUE '.\..\fls\JRNL0001.txt'.
         77 RVAL-FL-PATH              PIC X(80)
             VALUE '.\..\fls\REVJRNL.txt'.
         77 REVR-FL-PATH              PIC X(80)
             VALUE '.\..\fls\REVJRNR.txt'.
         77 ACCR-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ACCRJRNL.txt'.
         77 CAPJ-FL-PATH              PIC X(80)
             VALUE '.\..\fls\INTCAPJ.txt'.
         77 BAL-FL-PATH               PIC X(80)
             VALUE '.\..\fls\SUBLBAL.txt'.
         77 BAT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\SUBLBAT.txt'.
         77 POS-FL-PATH               PIC X(80)
             VALUE '.\..\fls\POSMST.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\SUBL0001.RPT'.
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'SUBL0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'SUBL0001'.
         77 RPTF-RC                                        PIC 99.
         77 SRW-FL-PATH               PIC X(80)
             VALUE '.\..\fls\SUBL0001.SRW'.
         77 SNP-FL-PATH                                    PIC X(80).
         77 DAILY-FL-PATH-ENV         PIC X(80).
         77 RVAL-FL-PATH-ENV          PIC X(80).
         77 REVR-FL-PATH-ENV          PIC X(80).
         77 ACCR-FL-PATH-ENV          PIC X(80).
         77 CAPJ-FL-PATH-ENV          PIC X(80).
         77 BAL-FL-PATH-ENV           PIC X(80).
         77 BAT-FL-PATH-ENV           PIC X(80).
         77 POS-FL-PATH-ENV           PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 SRW-FL-PATH-ENV           PIC X(80).

         77 STTS-JRN                                       PIC 99.
         77 STTS-BAL                                       PIC 99.
         77 STTS-SNP                                       PIC 99.
         77 STTS-BAT                                       PIC 99.
         77 STTS-POS                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 JRN-EOF-FL                                     PIC X.
          88 JRN-IS-EOF                                    VALUE 'Y'.
         77 BAL-EOF-FL                               PIC X VALUE 'N'.
          88 BAL-IS-EOF                                    VALUE 'Y'.
         77 BAT-EOF-FL                                     PIC X.
          88 BAT-IS-EOF                                    VALUE 'Y'.
         77 POS-EOF-FL                                     PIC X.
          88 POS-IS-EOF                                    VALUE 'Y'.
         77 SRT-EOF-FL                                     PIC X.
          88 SRT-IS-EOF                                    VALUE 'Y'.

         77 REHEARSAL-ENV                              PIC X(3).
         77 REHEARSAL-FL                          PIC X VALUE 'N'.
          88 IS-REHEARSAL                               VALUE 'Y'.
         77 OPENING-ENV                                    PIC X(3).
         77 OPENING-FL                            PIC X VALUE 'N'.
          88 OPENING-IS-ASKED                           VALUE 'Y'.

         77 FX-POS-ACCT                   PIC X(8) VALUE '11500000'.
      * EVERY ACCOUNT THE DERIVATION TABLE CAN SEND THE FX POSITION
      * ROLE TO IS A POSITION ACCOUNT TOO
         77 MAP-FL-PATH               PIC X(80)
             VALUE '.\..\fls\GLMAP.txt'.
         77 MAP-FL-PATH-ENV           PIC X(80).
         77 STTS-MAP                                       PIC 99.
         77 MAP-EOF-FL                               PIC X VALUE 'N'.
          88 MAP-IS-EOF                                    VALUE 'Y'.
         77 PA-CT                                      PIC 9(4) COMP.
         77 PA-IX                                      PIC 9(4) COMP.
         01 PA-TBL.
          02 PA-ACCT OCCURS 99 TIMES                       PIC X(8).
         77 CHK-ACCT                                       PIC X(8).
         77 POS-ACCT-FL                                    PIC X.
          88 CHK-IS-POS-ACCT                               VALUE 'Y'.
         77 TIE-IX                                     PIC 9(4) COMP.
         77 TOL-AMT                           PIC 9(6)V99 VALUE 1.
         77 TOL-AMT-ENV                                    PIC X(9).

      * THE DAILY EXPORT IS A BATCH LIKE THE DATED ONES: POSTED ONCE,
      * ON THE DATE OF ITS CONTROL RECORD, AND KEPT IN THE REGISTER
         77 POST-ADD-FL                                    PIC X.
          88 POST-ADDS-LINES                               VALUE 'Y'.
         77 FIRST-SEQ                                      PIC 9(6).
         77 BAT-KNOWN-FL                                   PIC X.
          88 BATCH-IS-KNOWN                                VALUE 'Y'.
         77 CTL-SEEN-FL                                    PIC X.
          88 CTL-WAS-SEEN                                  VALUE 'Y'.
         77 JRN-DTL-CT                                     PIC 9(6).
         77 JRN-DR-SUM                                 PIC 9(15)V99.
         77 JRN-CR-SUM                                 PIC 9(15)V99.
         77 CT-BATCHES                          PIC 9(4) VALUE ZEROS.
         77 CT-LINES                            PIC 9(6) VALUE ZEROS.

         77 BAL-CT                                     PIC 9(4) COMP.
         77 BAL-IX                                     PIC 9(4) COMP.
         77 BAL-FOUND-FL                                   PIC X.
          88 BAL-IS-FOUND                                  VALUE 'Y'.
         01 BAL-TBL.
          02 BAL-ENTRY OCCURS 9999 TIMES.
           03 BT-ACCT                                      PIC X(8).
           03 BT-ENT                                       PIC X(4).
           03 BT-CUR                                       PIC X(10).
           03 BT-DR                                      PIC 9(15)V99.
           03 BT-CR                                      PIC 9(15)V99.
           03 BT-LAST-DT                                   PIC 9(8).
           03 BT-TIED                                      PIC X.
           03 BT-OTH-NET                                PIC S9(15)V99.
         77 WRK-ACCT                                       PIC X(8).
         77 WRK-ENT                                        PIC X(4).
         77 WRK-CUR                                        PIC X(10).
         77 WRK-DT                                         PIC 9(8).
         77 WRK-DRCR                                       PIC X(2).
         77 WRK-AMT                                    PIC 9(13)V99.

      * TRIAL BALANCE TOTALS BY CURRENCY; THE FX POSITION ACCOUNT IS
      * THE BRIDGE BETWEEN CURRENCIES (EACH CONVERSION DEBITS ONE
      * CURRENCY AND CREDITS ANOTHER), SO IT IS SHOWN APART AND EVERY
      * OTHER ACCOUNT MUST BALANCE DEBIT AGAINST CREDIT PER CURRENCY
         77 TB-CUR                                         PIC X(10).
         77 TB-OPEN-FL                                     PIC X.
          88 TB-CUR-IS-OPEN                                VALUE 'Y'.
         77 TB-DR                                      PIC 9(15)V99.
         77 TB-CR                                      PIC 9(15)V99.
         77 TB-POS-NET                                PIC S9(15)V99.
      * ONLY THE CONVERSION LEGS OF THE DAILY EXPORT BRIDGE CURRENCIES;
      * ANY OTHER LINE ON A POSITION ACCOUNT (A MANUAL ADJUSTMENT, THE
      * INTEREST CAPITALIZATION) IS BALANCED IN ITS OWN CURRENCY AND
      * STAYS IN THE PROOF THROUGH THE BALANCE'S OTHER-NET PART
         77 TB-OTH-NET                                PIC S9(15)V99.
         77 DAILY-BATCH-FL                                 PIC X.
          88 BATCH-IS-DAILY                                VALUE 'Y'.
         77 OTH-LINE-FL                              PIC X VALUE 'N'.
          88 LINE-IS-OTHER                                 VALUE 'Y'.
         77 TB-DIFF                                   PIC S9(15)V99.
         77 TB-BAL                                    PIC S9(15)V99.
         77 CT-CURS                             PIC 9(4) VALUE ZEROS.
         77 CT-UNBAL                            PIC 9(4) VALUE ZEROS.

         77 TIE-DIFF                                  PIC S9(15)V99.
         77 ABS-DIFF                                   PIC 9(15)V99.
         77 LEDGER-BAL                                PIC S9(15)V99.
         77 CT-TIED                             PIC 9(4) VALUE ZEROS.
         77 CT-TIE-BRK                          PIC 9(4) VALUE ZEROS.
         77 CT-SEEDED                           PIC 9(4) VALUE ZEROS.

         77 ED-DR                                  PIC Z(14)9.99.
         77 ED-CR                                  PIC Z(14)9.99.
         77 ED-BAL                                 PIC -9(14).99.
         77 ED-POS                                 PIC -9(14).99.
         77 ED-DIFF                                PIC -9(14).99.
         77 TODAY-DT                                       PIC 9(8).

         77 GEN-KEEP                             PIC 9(4) VALUE 30.
         77 GEN-KEEP-ENV                                   PIC X(4).
         77 GEN-FUNC                                       PIC X(3).
         77 GEN-FILE-ID                                    PIC X(10).
         77 GEN-DATE                                       PIC 9(8).
         77 GEN-RC                                         PIC 99.
         77 SAVED-RC                            PIC S9(9) COMP-5.



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
         DISPLAY 'MAIN: SUBL0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: SUBL0001'.
         ACCEPT DAILY-FL-PATH-ENV FROM ENVIRONMENT 'SUBL0001_JRNFILE'.
         IF DAILY-FL-PATH-ENV NOT = SPACES
          MOVE DAILY-FL-PATH-ENV TO DAILY-FL-PATH
         END-IF.
         ACCEPT RVAL-FL-PATH-ENV FROM ENVIRONMENT 'SUBL0001_RVALFILE'.
         IF RVAL-FL-PATH-ENV NOT = SPACES
          MOVE RVAL-FL-PATH-ENV TO RVAL-FL-PATH
         END-IF.
         ACCEPT REVR-FL-PATH-ENV FROM ENVIRONMENT 'SUBL0001_REVRFILE'.
         IF REVR-FL-PATH-ENV NOT = SPACES
          MOVE REVR-FL-PATH-ENV TO REVR-FL-PATH
         END-IF.
         ACCEPT ACCR-FL-PATH-ENV FROM ENVIRONMENT 'SUBL0001_ACCRFILE'.
         IF ACCR-FL-PATH-ENV NOT = SPACES
          MOVE ACCR-FL-PATH-ENV TO ACCR-FL-PATH
         END-IF.
         ACCEPT CAPJ-FL-PATH-ENV FROM ENVIRONMENT 'SUBL0001_CAPJFILE'.
         IF CAPJ-FL-PATH-ENV NOT = SPACES
          MOVE CAPJ-FL-PATH-ENV TO CAPJ-FL-PATH
         END-IF.
         ACCEPT BAL-FL-PATH-ENV FROM ENVIRONMENT 'SUBL0001_BALFILE'.
         IF BAL-FL-PATH-ENV NOT = SPACES
          MOVE BAL-FL-PATH-ENV TO BAL-FL-PATH
         END-IF.
         ACCEPT BAT-FL-PATH-ENV FROM ENVIRONMENT 'SUBL0001_BATFILE'.
         IF BAT-FL-PATH-ENV NOT = SPACES
          MOVE BAT-FL-PATH-ENV TO BAT-FL-PATH
         END-IF.
         ACCEPT POS-FL-PATH-ENV FROM ENVIRONMENT 'SUBL0001_POSFILE'.
         IF POS-FL-PATH-ENV NOT = SPACES
          MOVE POS-FL-PATH-ENV TO POS-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'SUBL0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT SRW-FL-PATH-ENV FROM ENVIRONMENT 'SUBL0001_SRWFILE'.
         IF SRW-FL-PATH-ENV NOT = SPACES
          MOVE SRW-FL-PATH-ENV TO SRW-FL-PATH
         END-IF.
         ACCEPT TOL-AMT-ENV FROM ENVIRONMENT 'SUBL0001_TOLAMT'.
         IF TOL-AMT-ENV IS NUMERIC AND TOL-AMT-ENV NOT = SPACES
          MOVE TOL-AMT-ENV TO TOL-AMT
         END-IF.
         ACCEPT GEN-KEEP-ENV FROM ENVIRONMENT 'SUBL0001_GENKEEP'.
         IF GEN-KEEP-ENV IS NUMERIC AND GEN-KEEP-ENV NOT = SPACES
          MOVE GEN-KEEP-ENV TO GEN-KEEP
         END-IF.
         ACCEPT OPENING-ENV FROM ENVIRONMENT 'SUBL0001_OPENING'.
         IF OPENING-ENV(1:1) = 'Y'
          MOVE 'Y' TO OPENING-FL
         END-IF.
         ACCEPT REHEARSAL-ENV FROM ENVIRONMENT 'CHAIN_REHEARSAL'.
         IF REHEARSAL-ENV(1:1) = 'Y'
          MOVE 'Y' TO REHEARSAL-FL
          MOVE SPACES TO RPT-FL-PATH-ENV
          STRING RPT-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO RPT-FL-PATH-ENV
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
          DISPLAY 'REHEARSAL MODE: BALANCES AND REGISTER UNTOUCHED'
         END-IF.
         ACCEPT MAP-FL-PATH-ENV FROM ENVIRONMENT 'SUBL0001_MAPFILE'.
         IF MAP-FL-PATH-ENV NOT = SPACES
          MOVE MAP-FL-PATH-ENV TO MAP-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         MOVE 0 TO BAL-CT.
         PERFORM 110-LOAD-POS-ACCOUNTS.
         PERFORM 101-LOAD-BALANCES.

        101-LOAD-BALANCES.
         OPEN INPUT BAL-FL.
         IF STTS-BAL NOT = ZEROS
          IF OPENING-IS-ASKED
           PERFORM 105-SEED-OPENING
          ELSE
           DISPLAY 'NO SUBLEDGER BALANCES YET, STARTING FROM ZERO'
          END-IF
          EXIT PARAGRAPH
         END-IF.
         PERFORM 102-LOAD-ONE-BAL UNTIL BAL-IS-EOF.
         CLOSE BAL-FL.
         IF OPENING-IS-ASKED
          DISPLAY 'SUBLEDGER ALREADY OPEN, OPENING LOAD IGNORED'
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
         END-IF.

        102-LOAD-ONE-BAL.
         READ BAL-FL
          AT END
           MOVE 'Y' TO BAL-EOF-FL
          NOT AT END
           IF BAL-CT >= 9999
            DISPLAY 'BALANCE TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO BAL-CT
           MOVE SBL-ACCT TO BT-ACCT(BAL-CT)
           MOVE SBL-ENT TO BT-ENT(BAL-CT)
           MOVE SBL-CUR TO BT-CUR(BAL-CT)
           MOVE SBL-DR TO BT-DR(BAL-CT)
           MOVE SBL-CR TO BT-CR(BAL-CT)
           MOVE SBL-LAST-DT TO BT-LAST-DT(BAL-CT)
           IF SBL-OTH-NET IS NUMERIC
            MOVE SBL-OTH-NET TO BT-OTH-NET(BAL-CT)
           ELSE
            MOVE ZEROS TO BT-OTH-NET(BAL-CT)
           END-IF
         END-READ.
         IF STTS-BAL NOT = ZEROS AND STTS-BAL NOT = 10
          DISPLAY 'I/O ERROR READING BAL-FL, STATUS = ' STTS-BAL
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        105-SEED-OPENING.
      * THE FIRST RUN CAN TAKE THE POSITIONS ALREADY IN POSMST AS THE
      * OPENING BALANCE OF THE FX POSITION ACCOUNT, SO THE LEDGER TIES
      * FROM DAY ONE; THAT ACCOUNT IS THE CURRENCY BRIDGE AND STAYS
      * OUTSIDE THE DEBIT/CREDIT PROOF, SO NO OFFSET LEG IS NEEDED
         MOVE 'N' TO POS-EOF-FL.
         OPEN INPUT POS-FL.
         IF STTS-POS NOT = ZEROS
          DISPLAY 'NO POSITION MASTER, NOTHING TO OPEN WITH'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 106-SEED-ONE-POS UNTIL POS-IS-EOF.
         CLOSE POS-FL.
         DISPLAY 'OPENING BALANCES TAKEN FROM POSMST: ' CT-SEEDED.

        106-SEED-ONE-POS.
         READ POS-FL
          AT END
           MOVE 'Y' TO POS-EOF-FL
          NOT AT END
           IF POS-BAL NOT = 0
            MOVE POS-CODE TO WRK-CUR
            MOVE POS-ENT TO WRK-ENT
            MOVE TODAY-DT TO WRK-DT
            IF POS-BAL > 0
             MOVE 'DR' TO WRK-DRCR
             MOVE POS-BAL TO WRK-AMT
            ELSE
             MOVE 'CR' TO WRK-DRCR
             COMPUTE WRK-AMT = POS-BAL * -1
            END-IF
            MOVE FX-POS-ACCT TO WRK-ACCT
            PERFORM 216-POST-LINE
            ADD 1 TO CT-SEEDED
           END-IF
         END-READ.
         IF STTS-POS NOT = ZEROS AND STTS-POS NOT = 10
          DISPLAY 'I/O ERROR READING POS-FL, STATUS = ' STTS-POS
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO POS-EOF-FL
         END-IF.

        110-LOAD-POS-ACCOUNTS.
         MOVE 1 TO PA-CT.
         MOVE FX-POS-ACCT TO PA-ACCT(1).
         OPEN INPUT MAP-FL.
         IF STTS-MAP NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 111-LOAD-ONE-MAP UNTIL MAP-IS-EOF.
         CLOSE MAP-FL.

        111-LOAD-ONE-MAP.
         READ MAP-FL
          AT END
           MOVE 'Y' TO MAP-EOF-FL
          NOT AT END
           IF GLM-REC-TYPE = 'MAP' AND GLM-ROLE = FX-POS-ACCT
            MOVE GLM-ACCT TO CHK-ACCT
            PERFORM 115-CHECK-POS-ACCT
            IF NOT CHK-IS-POS-ACCT AND PA-CT < 99
             ADD 1 TO PA-CT
             MOVE GLM-ACCT TO PA-ACCT(PA-CT)
            END-IF
           END-IF
         END-READ.
         IF STTS-MAP NOT = ZEROS AND STTS-MAP NOT = 10
          DISPLAY 'I/O ERROR READING MAP-FL, STATUS = ' STTS-MAP
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO MAP-EOF-FL
         END-IF.

        115-CHECK-POS-ACCT.
         MOVE 'N' TO POS-ACCT-FL.
         MOVE 1 TO PA-IX.
         PERFORM 116-SCAN-POS-ACCT UNTIL PA-IX > PA-CT
          OR CHK-IS-POS-ACCT.

        116-SCAN-POS-ACCT.
         IF PA-ACCT(PA-IX) = CHK-ACCT
          MOVE 'Y' TO POS-ACCT-FL
         ELSE
          ADD 1 TO PA-IX
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: SUBL0001'.
         MOVE DAILY-FL-PATH TO JRN-FL-PATH.
         MOVE 'Y' TO DAILY-BATCH-FL.
         PERFORM 210-POST-BATCH.
         MOVE 'N' TO DAILY-BATCH-FL.
         MOVE RVAL-FL-PATH TO JRN-FL-PATH.
         PERFORM 210-POST-BATCH.
         MOVE REVR-FL-PATH TO JRN-FL-PATH.
         PERFORM 210-POST-BATCH.
         MOVE ACCR-FL-PATH TO JRN-FL-PATH.
         PERFORM 210-POST-BATCH.
         MOVE CAPJ-FL-PATH TO JRN-FL-PATH.
         PERFORM 210-POST-BATCH.
         IF NOT IS-REHEARSAL
          PERFORM 220-SAVE-BALANCES
         END-IF.
         OPEN OUTPUT RPT-FL.
         PERFORM 230-TRIAL-BALANCE.
         PERFORM 240-TIE-POSITIONS.
         CLOSE RPT-FL.
      * KEEP A DATED COPY IN THE REPORT REPOSITORY FOR REPRINTS
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT RPT-FL-PATH
           RPTF-PGM RPTF-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.

        210-POST-BATCH.
      * FIRST PASS PROVES THE CONTROL TOTALS AND READS THE POSTING
      * DATE; THE LINES ARE POSTED ON A SECOND PASS ONCE THE BATCH IS
      * DUE AND NOT ALREADY IN THE REGISTER
         PERFORM 211-RESET-BATCH-READ.
         MOVE 'N' TO POST-ADD-FL.
         OPEN INPUT JRN-FL.
         IF STTS-JRN NOT = ZEROS
          DISPLAY 'NO BATCH AT ' JRN-FL-PATH(1:50)
          EXIT PARAGRAPH
         END-IF.
         PERFORM 212-READ-ONE-JRN UNTIL JRN-IS-EOF.
         CLOSE JRN-FL.
         IF NOT CTL-WAS-SEEN
          DISPLAY 'NO CONTROL RECORD ON ' JRN-FL-PATH(1:50)
           ', NOT POSTED'
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
          EXIT PARAGRAPH
         END-IF.
         IF CTL-LINE-CT NOT = JRN-DTL-CT
            OR CTL-DR-TOTAL NOT = JRN-DR-SUM
            OR CTL-CR-TOTAL NOT = JRN-CR-SUM
          DISPLAY 'CONTROL TOTALS DO NOT MATCH THE DETAILS: '
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
         PERFORM 213-CHECK-REGISTER.
         IF BATCH-IS-KNOWN
          DISPLAY 'BATCH ' JRN-FL-PATH(1:50) ' ALREADY POSTED'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 211-RESET-BATCH-READ.
         MOVE 'Y' TO POST-ADD-FL.
         OPEN INPUT JRN-FL.
         PERFORM 212-READ-ONE-JRN UNTIL JRN-IS-EOF.
         CLOSE JRN-FL.
         IF NOT IS-REHEARSAL
          PERFORM 215-REGISTER-BATCH
         END-IF.
         ADD 1 TO CT-BATCHES.
         ADD JRN-DTL-CT TO CT-LINES.
         DISPLAY 'POSTED ' JRN-FL-PATH(1:50) ' OF ' CTL-RUN-DT
          ', ' JRN-DTL-CT ' LINE(S)'.

        211-RESET-BATCH-READ.
         MOVE 'N' TO JRN-EOF-FL.
         MOVE 'N' TO CTL-SEEN-FL.
         MOVE ZEROS TO JRN-DTL-CT.
         MOVE ZEROS TO JRN-DR-SUM.
         MOVE ZEROS TO JRN-CR-SUM.
         MOVE ZEROS TO FIRST-SEQ.

        212-READ-ONE-JRN.
         READ JRN-FL
          AT END
           MOVE 'Y' TO JRN-EOF-FL
          NOT AT END
           IF JRN-REC-TYPE = 'CTL'
            MOVE 'Y' TO CTL-SEEN-FL
            MOVE JRN-RCRD TO JRN-CTL-RCRD
           ELSE
            IF JRN-REC-TYPE = 'DTL' OR JRN-REC-TYPE = 'ADJ'
             ADD 1 TO JRN-DTL-CT
             IF JRN-DTL-CT = 1
              MOVE JRN-SEQ TO FIRST-SEQ
             END-IF
             IF JRN-DRCR = 'DR'
              ADD JRN-AMT TO JRN-DR-SUM
             ELSE
              ADD JRN-AMT TO JRN-CR-SUM
             END-IF
             IF POST-ADDS-LINES
              MOVE JRN-ACCT TO WRK-ACCT
              MOVE JRN-ENT TO WRK-ENT
              MOVE JRN-CUR TO WRK-CUR
              MOVE JRN-DT TO WRK-DT
              MOVE JRN-DRCR TO WRK-DRCR
              MOVE JRN-AMT TO WRK-AMT
              IF JRN-REC-TYPE = 'ADJ' OR NOT BATCH-IS-DAILY
               MOVE 'Y' TO OTH-LINE-FL
              END-IF
              PERFORM 216-POST-LINE
              MOVE 'N' TO OTH-LINE-FL
             END-IF
            END-IF
           END-IF
         END-READ.
         IF STTS-JRN NOT = ZEROS AND STTS-JRN NOT = 10
          DISPLAY 'I/O ERROR READING JRN-FL, STATUS = ' STTS-JRN
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO JRN-EOF-FL
         END-IF.

        213-CHECK-REGISTER.
         MOVE 'N' TO BAT-KNOWN-FL.
         MOVE 'N' TO BAT-EOF-FL.
         OPEN INPUT BAT-FL.
         IF STTS-BAT NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 214-CHECK-ONE-BAT UNTIL BAT-IS-EOF
          OR BATCH-IS-KNOWN.
         CLOSE BAT-FL.

        214-CHECK-ONE-BAT.
         READ BAT-FL
          AT END
           MOVE 'Y' TO BAT-EOF-FL
          NOT AT END
           IF BAT-POST-DT = CTL-RUN-DT AND BAT-FIRST-SEQ = FIRST-SEQ
            MOVE 'Y' TO BAT-KNOWN-FL
           END-IF
         END-READ.
         IF STTS-BAT NOT = ZEROS AND STTS-BAT NOT = 10
          DISPLAY 'I/O ERROR READING BAT-FL, STATUS = ' STTS-BAT
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO BAT-EOF-FL
         END-IF.

        215-REGISTER-BATCH.
         OPEN EXTEND BAT-FL.
         IF STTS-BAT = 35 OR STTS-BAT = 30
          OPEN OUTPUT BAT-FL
         END-IF.
         MOVE CTL-RUN-DT TO BAT-POST-DT.
         MOVE FIRST-SEQ TO BAT-FIRST-SEQ.
         MOVE JRN-DTL-CT TO BAT-LINE-CT.
         MOVE TODAY-DT TO BAT-LOAD-DT.
         WRITE BAT-RCRD.
         CLOSE BAT-FL.

        216-POST-LINE.
         MOVE 'N' TO BAL-FOUND-FL.
         MOVE 1 TO BAL-IX.
         PERFORM 217-SCAN-BAL UNTIL BAL-IX > BAL-CT
          OR BAL-IS-FOUND.
         IF NOT BAL-IS-FOUND
          IF BAL-CT >= 9999
           DISPLAY 'BALANCE TABLE FULL, RUN ABORTED'
           MOVE 8 TO RETURN-CODE
           GOBACK
          END-IF
          ADD 1 TO BAL-CT
          MOVE WRK-ACCT TO BT-ACCT(BAL-CT)
          MOVE WRK-ENT TO BT-ENT(BAL-CT)
          MOVE WRK-CUR TO BT-CUR(BAL-CT)
          MOVE ZEROS TO BT-DR(BAL-CT)
          MOVE ZEROS TO BT-CR(BAL-CT)
          MOVE ZEROS TO BT-LAST-DT(BAL-CT)
          MOVE ZEROS TO BT-OTH-NET(BAL-CT)
          MOVE BAL-CT TO BAL-IX
         END-IF.
         IF WRK-DRCR = 'DR'
          ADD WRK-AMT TO BT-DR(BAL-IX)
         ELSE
          ADD WRK-AMT TO BT-CR(BAL-IX)
         END-IF.
         IF WRK-DT > BT-LAST-DT(BAL-IX)
          MOVE WRK-DT TO BT-LAST-DT(BAL-IX)
         END-IF.
         IF LINE-IS-OTHER
          MOVE WRK-ACCT TO CHK-ACCT
          PERFORM 115-CHECK-POS-ACCT
          IF CHK-IS-POS-ACCT
           IF WRK-DRCR = 'DR'
            ADD WRK-AMT TO BT-OTH-NET(BAL-IX)
           ELSE
            SUBTRACT WRK-AMT FROM BT-OTH-NET(BAL-IX)
           END-IF
          END-IF
         END-IF.

        217-SCAN-BAL.
         IF BT-ACCT(BAL-IX) = WRK-ACCT AND BT-ENT(BAL-IX) = WRK-ENT
            AND BT-CUR(BAL-IX) = WRK-CUR
          MOVE 'Y' TO BAL-FOUND-FL
         ELSE
          ADD 1 TO BAL-IX
         END-IF.

        220-SAVE-BALANCES.
         OPEN OUTPUT BAL-FL.
         IF STTS-BAL NOT = ZEROS
          DISPLAY 'ERROR OPENING BAL-FL, STATUS = ' STTS-BAL
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO BAL-IX.
         PERFORM 221-WRITE-ONE-BAL UNTIL BAL-IX > BAL-CT.
         CLOSE BAL-FL.
         PERFORM 225-WRITE-SNAPSHOT.

        221-WRITE-ONE-BAL.
         MOVE BT-ACCT(BAL-IX) TO SBL-ACCT.
         MOVE BT-ENT(BAL-IX) TO SBL-ENT.
         MOVE BT-CUR(BAL-IX) TO SBL-CUR.
         MOVE BT-DR(BAL-IX) TO SBL-DR.
         MOVE BT-CR(BAL-IX) TO SBL-CR.
         MOVE BT-LAST-DT(BAL-IX) TO SBL-LAST-DT.
         MOVE BT-OTH-NET(BAL-IX) TO SBL-OTH-NET.
         WRITE BAL-RCRD.
         ADD 1 TO BAL-IX.

        225-WRITE-SNAPSHOT.
      * EACH RUN LEAVES A DATED COPY OF THE BALANCES IN THE GENERATION
      * CATALOG, SO A GL DISCREPANCY IS TRACED DAY BY DAY FROM THE
      * SNAPSHOTS INSTEAD OF FROM MONTHS OF EXPORTS
         MOVE SPACES TO SNP-FL-PATH.
         STRING BAL-FL-PATH DELIMITED BY SPACE
          '.D' DELIMITED BY SIZE
           TODAY-DT DELIMITED BY SIZE
           INTO SNP-FL-PATH.
         OPEN OUTPUT SNP-FL.
         IF STTS-SNP NOT = ZEROS
          DISPLAY 'ERROR OPENING SNP-FL, STATUS = ' STTS-SNP
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO BAL-IX.
         PERFORM 226-WRITE-ONE-SNAP UNTIL BAL-IX > BAL-CT.
         CLOSE SNP-FL.
         MOVE 'REG' TO GEN-FUNC.
         MOVE 'SUBLBAL' TO GEN-FILE-ID.
         MOVE TODAY-DT TO GEN-DATE.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'GCAT0001' USING GEN-FUNC GEN-FILE-ID GEN-DATE
           SNP-FL-PATH GEN-KEEP GEN-RC
          ON EXCEPTION
           MOVE 8 TO GEN-RC
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.
         IF GEN-RC = ZEROS
          DISPLAY 'SUBLEDGER SNAPSHOT REGISTERED: '
           SNP-FL-PATH(1:50)
         ELSE
          DISPLAY 'GENERATION CATALOG ERROR, RC = ' GEN-RC
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
         END-IF.

        226-WRITE-ONE-SNAP.
         MOVE BT-ACCT(BAL-IX) TO SNB-ACCT.
         MOVE BT-ENT(BAL-IX) TO SNB-ENT.
         MOVE BT-CUR(BAL-IX) TO SNB-CUR.
         MOVE BT-DR(BAL-IX) TO SNB-DR.
         MOVE BT-CR(BAL-IX) TO SNB-CR.
         MOVE BT-LAST-DT(BAL-IX) TO SNB-LAST-DT.
         MOVE BT-OTH-NET(BAL-IX) TO SNB-OTH-NET.
         WRITE SNP-RCRD.
         ADD 1 TO BAL-IX.

        230-TRIAL-BALANCE.
         MOVE SPACES TO RPT-REC.
         STRING 'FX SUBLEDGER TRIAL BALANCE ' TODAY-DT
          '  BATCHES POSTED TODAY ' CT-BATCHES
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE ' CURRENCY   ACCOUNT  ENT          TOTAL DEBIT'
          TO RPT-REC.
         MOVE '         TOTAL CREDIT           BALANCE' TO RPT-REC(46:).
         WRITE RPT-REC.
         SORT SRT-SD
          ON ASCENDING KEY SRT-CUR SRT-ACCT SRT-ENT
          INPUT PROCEDURE IS 231-RELEASE-BALANCES
          OUTPUT PROCEDURE IS 233-PRINT-BALANCES.
         MOVE SPACES TO RPT-REC.
         STRING 'CURRENCIES: ' CT-CURS
          '  OUT OF BALANCE: ' CT-UNBAL
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.

        231-RELEASE-BALANCES.
         MOVE 1 TO BAL-IX.
         PERFORM 232-RELEASE-ONE UNTIL BAL-IX > BAL-CT.

        232-RELEASE-ONE.
         MOVE BT-CUR(BAL-IX) TO SRT-CUR.
         MOVE BT-ACCT(BAL-IX) TO SRT-ACCT.
         MOVE BT-ENT(BAL-IX) TO SRT-ENT.
         MOVE BT-DR(BAL-IX) TO SRT-DR.
         MOVE BT-CR(BAL-IX) TO SRT-CR.
         MOVE BT-OTH-NET(BAL-IX) TO SRT-OTH-NET.
         RELEASE SRT-REC.
         ADD 1 TO BAL-IX.

        233-PRINT-BALANCES.
         MOVE 'N' TO SRT-EOF-FL.
         MOVE 'N' TO TB-OPEN-FL.
         PERFORM 234-PRINT-ONE UNTIL SRT-IS-EOF.
         IF TB-CUR-IS-OPEN
          PERFORM 235-CLOSE-CURRENCY
         END-IF.

        234-PRINT-ONE.
         RETURN SRT-SD
          AT END
           MOVE 'Y' TO SRT-EOF-FL
          NOT AT END
           IF TB-CUR-IS-OPEN AND SRT-CUR NOT = TB-CUR
            PERFORM 235-CLOSE-CURRENCY
           END-IF
           IF NOT TB-CUR-IS-OPEN
            MOVE SRT-CUR TO TB-CUR
            MOVE ZEROS TO TB-DR
            MOVE ZEROS TO TB-CR
            MOVE ZEROS TO TB-POS-NET
            MOVE ZEROS TO TB-OTH-NET
            MOVE 'Y' TO TB-OPEN-FL
            ADD 1 TO CT-CURS
           END-IF
           MOVE SRT-ACCT TO CHK-ACCT
           PERFORM 115-CHECK-POS-ACCT
           IF CHK-IS-POS-ACCT
            COMPUTE TB-POS-NET = TB-POS-NET + SRT-DR - SRT-CR
            ADD SRT-OTH-NET TO TB-OTH-NET
           ELSE
            ADD SRT-DR TO TB-DR
            ADD SRT-CR TO TB-CR
           END-IF
           COMPUTE TB-BAL = SRT-DR - SRT-CR
           MOVE SRT-DR TO ED-DR
           MOVE SRT-CR TO ED-CR
           MOVE TB-BAL TO ED-BAL
           MOVE SPACES TO RPT-REC
           STRING ' ' SRT-CUR ' ' SRT-ACCT ' ' SRT-ENT
            ' ' ED-DR ' ' ED-CR ' ' ED-BAL
            DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
         END-RETURN.

        235-CLOSE-CURRENCY.
         COMPUTE TB-DIFF = TB-DR - TB-CR + TB-OTH-NET.
         MOVE TB-DR TO ED-DR.
         MOVE TB-CR TO ED-CR.
         MOVE TB-POS-NET TO ED-POS.
         MOVE SPACES TO RPT-REC.
         STRING ' ' TB-CUR ' TOTAL         ' ED-DR ' ' ED-CR
          '  FX POSITION ' ED-POS
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         IF TB-DIFF NOT = 0
          ADD 1 TO CT-UNBAL
          MOVE TB-DIFF TO ED-DIFF
          MOVE SPACES TO RPT-REC
          STRING ' ' TB-CUR ' ** DEBITS AND CREDITS DIFFER BY '
           ED-DIFF
           DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
          DISPLAY ' OUT OF BALANCE: ' TB-CUR ' BY ' ED-DIFF
         END-IF.
         MOVE 'N' TO TB-OPEN-FL.

        240-TIE-POSITIONS.
      * THE FX POSITION ACCOUNT BY CURRENCY AND ENTITY MUST EQUAL THE
      * POSITION MASTER; REVERSALS APPLIED BY REVR0001 NEVER REACH THE
      * JOURNAL, SO THEY SHOW HERE AS A BREAK UNTIL JOURNALLED
         MOVE '-- FX POSITION ACCOUNT VS POSMST --' TO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO BAL-IX.
         PERFORM 244-CLEAR-ONE-TIE UNTIL BAL-IX > BAL-CT.
         MOVE 'N' TO POS-EOF-FL.
         OPEN INPUT POS-FL.
         IF STTS-POS NOT = ZEROS
          DISPLAY 'NO POSITION MASTER (' POS-FL-PATH(1:50) ')'
          MOVE 'NO POSITION MASTER, TIE-OUT NOT DONE' TO RPT-REC
          WRITE RPT-REC
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
          EXIT PARAGRAPH
         END-IF.
         PERFORM 241-TIE-ONE-POS UNTIL POS-IS-EOF.
         CLOSE POS-FL.
         MOVE 1 TO BAL-IX.
         PERFORM 243-CHECK-UNTIED UNTIL BAL-IX > BAL-CT.
         MOVE SPACES TO RPT-REC.
         STRING 'POSITIONS TIED: ' CT-TIED
          '  BREAKS ABOVE TOLERANCE: ' CT-TIE-BRK
          '  TOLERANCE ' TOL-AMT
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.

        241-TIE-ONE-POS.
         READ POS-FL
          AT END
           MOVE 'Y' TO POS-EOF-FL
          NOT AT END
           MOVE POS-ENT TO WRK-ENT
           MOVE POS-CODE TO WRK-CUR
           MOVE ZEROS TO LEDGER-BAL
           MOVE 1 TO TIE-IX
           PERFORM 245-SUM-POS-BAL UNTIL TIE-IX > BAL-CT
           PERFORM 242-COMPARE-ONE
         END-READ.
         IF STTS-POS NOT = ZEROS AND STTS-POS NOT = 10
          DISPLAY 'I/O ERROR READING POS-FL, STATUS = ' STTS-POS
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO POS-EOF-FL
         END-IF.

        242-COMPARE-ONE.
         COMPUTE TIE-DIFF = LEDGER-BAL - POS-BAL.
         IF TIE-DIFF < 0
          COMPUTE ABS-DIFF = TIE-DIFF * -1
         ELSE
          MOVE TIE-DIFF TO ABS-DIFF
         END-IF.
         MOVE LEDGER-BAL TO ED-BAL.
         MOVE POS-BAL TO ED-POS.
         MOVE TIE-DIFF TO ED-DIFF.
         MOVE SPACES TO RPT-REC.
         IF ABS-DIFF > TOL-AMT
          ADD 1 TO CT-TIE-BRK
          STRING ' ' WRK-CUR ' ' WRK-ENT ' LEDGER ' ED-BAL
           ' POSMST ' ED-POS ' DIFF ' ED-DIFF ' **'
           DELIMITED BY SIZE INTO RPT-REC
          DISPLAY ' TIE BREAK: ' WRK-CUR ' ' WRK-ENT ' DIFF '
           ED-DIFF
         ELSE
          ADD 1 TO CT-TIED
          STRING ' ' WRK-CUR ' ' WRK-ENT ' LEDGER ' ED-BAL
           ' POSMST ' ED-POS ' DIFF ' ED-DIFF
           DELIMITED BY SIZE INTO RPT-REC
         END-IF.
         WRITE RPT-REC.

        243-CHECK-UNTIED.
      * A POSITION ACCOUNT BALANCE WITH NO POSMST ROW IS A BREAK TOO
         MOVE BT-ACCT(BAL-IX) TO CHK-ACCT.
         PERFORM 115-CHECK-POS-ACCT.
         IF CHK-IS-POS-ACCT AND BT-TIED(BAL-IX) NOT = 'Y'
          MOVE BT-CUR(BAL-IX) TO WRK-CUR
          MOVE BT-ENT(BAL-IX) TO WRK-ENT
          MOVE ZEROS TO LEDGER-BAL
          MOVE BAL-IX TO TIE-IX
          PERFORM 245-SUM-POS-BAL UNTIL TIE-IX > BAL-CT
          MOVE ZEROS TO POS-BAL
          PERFORM 242-COMPARE-ONE
         END-IF.
         ADD 1 TO BAL-IX.

        244-CLEAR-ONE-TIE.
         MOVE 'N' TO BT-TIED(BAL-IX).
         ADD 1 TO BAL-IX.

        245-SUM-POS-BAL.
      * ALL POSITION ACCOUNTS OF THE CURRENCY AND ENTITY TOGETHER MAKE
      * THE LEDGER SIDE OF ONE POSMST ROW
         IF BT-CUR(TIE-IX) = WRK-CUR AND BT-ENT(TIE-IX) = WRK-ENT
          MOVE BT-ACCT(TIE-IX) TO CHK-ACCT
          PERFORM 115-CHECK-POS-ACCT
          IF CHK-IS-POS-ACCT
           MOVE 'Y' TO BT-TIED(TIE-IX)
           COMPUTE LEDGER-BAL = LEDGER-BAL + BT-DR(TIE-IX)
            - BT-CR(TIE-IX)
          END-IF
         END-IF.
         ADD 1 TO TIE-IX.

        300-END.
         DISPLAY '-- FX SUBLEDGER SUMMARY --'.
         DISPLAY ' BATCHES POSTED: ' CT-BATCHES.
         DISPLAY ' LINES POSTED: ' CT-LINES.
         DISPLAY ' BALANCES HELD: ' BAL-CT.
         DISPLAY ' CURRENCIES OUT OF BALANCE: ' CT-UNBAL.
         DISPLAY ' POSITIONS TIED: ' CT-TIED.
         DISPLAY ' POSITION TIE BREAKS: ' CT-TIE-BRK.
         IF CT-UNBAL > 0
          DISPLAY ' TRIAL BALANCE DOES NOT PROVE'
          MOVE 8 TO RETURN-CODE
         END-IF.
         IF CT-TIE-BRK > 0 AND RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: SUBL0001'.
         GOBACK.
       END PROGRAM SUBL0001.
