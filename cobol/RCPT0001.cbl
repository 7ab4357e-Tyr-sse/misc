      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - APLICACAO DE RECEBIMENTOS DE FATURAS DE
      *          TARIFA: LE OS PAGAMENTOS DE RCVPAY.txt (FATURA, DATA,
      *          VALOR, REFERENCIA), BAIXA CADA UM NO CONTAS A RECEBER
      *          (RCVB.txt) MARCANDO A FATURA COMO PARCIAL OU QUITADA,
      *          RECUSA FATURA DESCONHECIDA OU JA QUITADA, ANOTA O
      *          EXCESSO PAGO, REGISTRA TUDO EM RCPTLOG.txt E ESVAZIA
      *          O ARQUIVO DE PAGAMENTOS JA APLICADOS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. RCPT0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT PAY-FL ASSIGN PAY-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-PAY.
         SELECT RCV-FL ASSIGN RCV-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RCV.
         SELECT LOG-FL ASSIGN LOG-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-LOG.

       DATA DIVISION.
        FILE SECTION.
         FD PAY-FL.
         01 PAY-RCRD.
          02 PAY-INV-NO                                    PIC 9(8).
          02 PAY-DT                                        PIC 9(8).
          02 PAY-AMT                                     PIC 9(10)V99.
          02 PAY-REF                                       PIC X(16).

         FD RCV-FL.
         01 RCV-RCRD.
          COPY RCVREC.

         FD LOG-FL.
         01 LOG-REC                                        PIC X(132).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'RCPT0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 PAY-FL-PATH               PIC X(80)
             VALUE '.\..\fls\RCVPAY.txt'.
         77 RCV-FL-PATH               PIC X(80)
             VALUE '.\..\fls\RCVB.txt'.
         77 LOG-FL-PATH               PIC X(80)
             VALUE '.\..\fls\RCPTLOG.txt'.
         77 PAY-FL-PATH-ENV           PIC X(80).
         77 RCV-FL-PATH-ENV           PIC X(80).
         77 LOG-FL-PATH-ENV           PIC X(80).
         77 REH-WRK-PATH                                   PIC X(80).
         77 REHEARSAL-ENV                              PIC X(3).
         77 REHEARSAL-FL                             PIC X VALUE 'N'.
          88 IS-REHEARSAL                                  VALUE 'Y'.
         77 STTS-PAY                                       PIC 99.
         77 STTS-RCV                                       PIC 99.
         77 STTS-LOG                                       PIC 99.
         77 PAY-EOF-FL                               PIC X VALUE 'N'.
          88 PAY-IS-EOF                                    VALUE 'Y'.
         77 RCV-EOF-FL                               PIC X VALUE 'N'.
          88 RCV-IS-EOF                                    VALUE 'Y'.

         77 TODAY-TS                                       PIC 9(14).

      * THE WHOLE RECEIVABLES FILE IS HELD AND REWRITTEN AFTER THE RUN
         77 RCV-CT                                     PIC 9(4) COMP.
         77 RCV-IX                                     PIC 9(4) COMP.
         77 RCV-FOUND-FL                                   PIC X.
          88 RCV-IS-FOUND                                  VALUE 'Y'.
         01 RCV-TBL.
          03 RCV-ENTRY OCCURS 9999                         PIC X(83).
         01 RCV-WRK.
          COPY RCVREC.

         77 OPEN-AMT                                   PIC 9(10)V99.
         77 APPLY-AMT                                  PIC 9(10)V99.
         77 EXCESS-AMT                                 PIC 9(10)V99.
         77 LOG-RESULT                                     PIC X(20).

         77 CT-PAYMENTS                         PIC 9(6) VALUE ZEROS.
         77 CT-APPLIED                          PIC 9(6) VALUE ZEROS.
         77 CT-REFUSED                          PIC 9(6) VALUE ZEROS.
         77 CT-PAID                             PIC 9(6) VALUE ZEROS.
         77 CT-PARTIAL                          PIC 9(6) VALUE ZEROS.
         77 CT-EXCESS                           PIC 9(6) VALUE ZEROS.
         77 TOT-APPLIED                    PIC 9(12)V99 VALUE ZEROS.

         77 ED-PAY                                  PIC Z(9)9.99.
         77 ED-OPEN                                 PIC Z(9)9.99.
         77 ED-EXCESS                               PIC Z(9)9.99.
         77 ED-TOT                                  PIC Z(11)9.99.



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
         DISPLAY 'MAIN: RCPT0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: RCPT0001'.
         ACCEPT PAY-FL-PATH-ENV FROM ENVIRONMENT 'RCPT0001_PAYFILE'.
         IF PAY-FL-PATH-ENV NOT = SPACES
          MOVE PAY-FL-PATH-ENV TO PAY-FL-PATH
         END-IF.
         ACCEPT RCV-FL-PATH-ENV FROM ENVIRONMENT 'RCPT0001_RCVFILE'.
         IF RCV-FL-PATH-ENV NOT = SPACES
          MOVE RCV-FL-PATH-ENV TO RCV-FL-PATH
         END-IF.
         ACCEPT LOG-FL-PATH-ENV FROM ENVIRONMENT 'RCPT0001_LOGFILE'.
         IF LOG-FL-PATH-ENV NOT = SPACES
          MOVE LOG-FL-PATH-ENV TO LOG-FL-PATH
         END-IF.
      * A REHEARSAL LOGS WHAT WOULD BE APPLIED BUT CHANGES NEITHER
      * THE RECEIVABLES NOR THE PAYMENT FILE
         ACCEPT REHEARSAL-ENV FROM ENVIRONMENT 'CHAIN_REHEARSAL'.
         IF REHEARSAL-ENV(1:1) = 'Y'
          MOVE 'Y' TO REHEARSAL-FL
          MOVE SPACES TO REH-WRK-PATH
          STRING LOG-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO LOG-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO TODAY-TS.
         MOVE 0 TO RCV-CT.
         OPEN INPUT RCV-FL.
         IF STTS-RCV NOT = ZEROS
          DISPLAY 'NO RECEIVABLES FILE (' RCV-FL-PATH ')'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 101-LOAD-ONE-RCV UNTIL RCV-IS-EOF.
         CLOSE RCV-FL.

        101-LOAD-ONE-RCV.
         READ RCV-FL
          AT END
           MOVE 'Y' TO RCV-EOF-FL
          NOT AT END
           IF RCV-CT >= 9999
            DISPLAY 'RECEIVABLES TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO RCV-CT
           MOVE RCV-RCRD TO RCV-ENTRY(RCV-CT)
         END-READ.
         IF STTS-RCV NOT = ZEROS AND STTS-RCV NOT = 10
          DISPLAY 'I/O ERROR READING RCV-FL, STATUS = ' STTS-RCV
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: RCPT0001'.
         OPEN INPUT PAY-FL.
         IF STTS-PAY NOT = ZEROS
          DISPLAY 'NO PAYMENTS TO APPLY (' PAY-FL-PATH ')'
          EXIT PARAGRAPH
         END-IF.
         OPEN EXTEND LOG-FL.
         IF STTS-LOG = 35 OR STTS-LOG = 30
          OPEN OUTPUT LOG-FL
         END-IF.
         PERFORM 210-APPLY-ONE-PAYMENT UNTIL PAY-IS-EOF.
         CLOSE LOG-FL.
         CLOSE PAY-FL.
         IF IS-REHEARSAL OR RETURN-CODE >= 8
          EXIT PARAGRAPH
         END-IF.
         IF CT-APPLIED > 0
          PERFORM 230-REWRITE-RECEIVABLES
         END-IF.
      * APPLIED AND REFUSED PAYMENTS ARE BOTH ON THE LOG, SO THE INPUT
      * IS EMPTIED TO KEEP A RERUN FROM APPLYING THEM TWICE
         IF RETURN-CODE < 8
          OPEN OUTPUT PAY-FL
          CLOSE PAY-FL
         END-IF.

        210-APPLY-ONE-PAYMENT.
         READ PAY-FL
          AT END
           MOVE 'Y' TO PAY-EOF-FL
          NOT AT END
           ADD 1 TO CT-PAYMENTS
           PERFORM 220-APPLY-PAYMENT
         END-READ.
         IF STTS-PAY NOT = ZEROS AND STTS-PAY NOT = 10
          DISPLAY 'I/O ERROR READING PAY-FL, STATUS = ' STTS-PAY
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO PAY-EOF-FL
         END-IF.

        220-APPLY-PAYMENT.
         MOVE ZEROS TO OPEN-AMT.
         MOVE ZEROS TO APPLY-AMT.
         MOVE ZEROS TO EXCESS-AMT.
         IF PAY-INV-NO NOT NUMERIC OR PAY-AMT NOT NUMERIC
            OR PAY-AMT = 0
          MOVE 'REFUSED: BAD RECORD' TO LOG-RESULT
          ADD 1 TO CT-REFUSED
          PERFORM 225-WRITE-LOG
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO RCV-FOUND-FL.
         MOVE 1 TO RCV-IX.
         PERFORM 221-SCAN-INVOICE UNTIL RCV-IX > RCV-CT
          OR RCV-IS-FOUND.
         IF NOT RCV-IS-FOUND
          MOVE 'REFUSED: NO INVOICE' TO LOG-RESULT
          ADD 1 TO CT-REFUSED
          PERFORM 225-WRITE-LOG
          EXIT PARAGRAPH
         END-IF.
         MOVE RCV-ENTRY(RCV-IX) TO RCV-WRK.
         IF RCV-IS-PAID OF RCV-WRK
          MOVE 'REFUSED: ALREADY PAID' TO LOG-RESULT
          ADD 1 TO CT-REFUSED
          PERFORM 225-WRITE-LOG
          EXIT PARAGRAPH
         END-IF.
         COMPUTE OPEN-AMT = RCV-AMT OF RCV-WRK - RCV-PAID OF RCV-WRK.
      * AN OVERPAYMENT CLOSES THE INVOICE; THE EXCESS IS ONLY LOGGED
      * FOR THE TREASURY TO REFUND OR HOLD ON ACCOUNT
         IF PAY-AMT > OPEN-AMT
          MOVE OPEN-AMT TO APPLY-AMT
          COMPUTE EXCESS-AMT = PAY-AMT - OPEN-AMT
          ADD 1 TO CT-EXCESS
         ELSE
          MOVE PAY-AMT TO APPLY-AMT
         END-IF.
         ADD APPLY-AMT TO RCV-PAID OF RCV-WRK.
         MOVE PAY-DT TO RCV-LAST-PAY-DT OF RCV-WRK.
         IF RCV-PAID OF RCV-WRK NOT < RCV-AMT OF RCV-WRK
          MOVE 'C' TO RCV-STATUS OF RCV-WRK
          MOVE 'APPLIED: PAID' TO LOG-RESULT
          ADD 1 TO CT-PAID
         ELSE
          MOVE 'P' TO RCV-STATUS OF RCV-WRK
          MOVE 'APPLIED: PARTIAL' TO LOG-RESULT
          ADD 1 TO CT-PARTIAL
         END-IF.
         MOVE RCV-WRK TO RCV-ENTRY(RCV-IX).
         ADD 1 TO CT-APPLIED.
         ADD APPLY-AMT TO TOT-APPLIED.
         PERFORM 225-WRITE-LOG.

        221-SCAN-INVOICE.
         IF RCV-ENTRY(RCV-IX)(1:8) = PAY-INV-NO
          MOVE 'Y' TO RCV-FOUND-FL
         ELSE
          ADD 1 TO RCV-IX
         END-IF.

        225-WRITE-LOG.
         MOVE PAY-AMT TO ED-PAY.
         COMPUTE OPEN-AMT = OPEN-AMT - APPLY-AMT.
         MOVE OPEN-AMT TO ED-OPEN.
         MOVE EXCESS-AMT TO ED-EXCESS.
         MOVE SPACES TO LOG-REC.
         STRING TODAY-TS ' INV ' PAY-INV-NO ' ' PAY-DT
          ' ' ED-PAY ' ' PAY-REF ' ' LOG-RESULT
          ' OPEN ' ED-OPEN ' EXCESS ' ED-EXCESS
          DELIMITED BY SIZE INTO LOG-REC.
         WRITE LOG-REC.
         DISPLAY ' INV ' PAY-INV-NO ' ' ED-PAY ' ' LOG-RESULT.

        230-REWRITE-RECEIVABLES.
         OPEN OUTPUT RCV-FL.
         IF STTS-RCV NOT = ZEROS
          DISPLAY 'ERROR REWRITING RCV-FL, STATUS = ' STTS-RCV
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO RCV-IX.
         PERFORM 231-WRITE-ONE-RCV UNTIL RCV-IX > RCV-CT.
         CLOSE RCV-FL.
         DISPLAY 'RECEIVABLES UPDATED: ' RCV-FL-PATH.

        231-WRITE-ONE-RCV.
         MOVE RCV-ENTRY(RCV-IX) TO RCV-RCRD.
         WRITE RCV-RCRD.
         ADD 1 TO RCV-IX.

        300-END.
         MOVE TOT-APPLIED TO ED-TOT.
         DISPLAY '-- PAYMENT APPLICATION SUMMARY --'.
         DISPLAY ' PAYMENTS READ: ' CT-PAYMENTS.
         DISPLAY ' APPLIED: ' CT-APPLIED
          '  (PAID ' CT-PAID ', PARTIAL ' CT-PARTIAL ')'.
         DISPLAY ' OVERPAID: ' CT-EXCESS.
         DISPLAY ' REFUSED: ' CT-REFUSED.
         DISPLAY ' TOTAL APPLIED: ' ED-TOT.
         IF CT-REFUSED > 0 OR CT-EXCESS > 0
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
         END-IF.
         IF IS-REHEARSAL
          DISPLAY ' REHEARSAL: RECEIVABLES NOT UPDATED'
         END-IF.
         DISPLAY 'END-PROGRAM: RCPT0001'.
         GOBACK.
       END PROGRAM RCPT0001.
