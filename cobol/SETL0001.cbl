      * Purpose: ESTUDAR COBOL - GERAR INSTRUCOES DE LIQUIDACAO A PARTIR
      *          DE POSMST.txt: LIQUIDA CADA MOEDA EM UM UNICO PAGAR OU
      *          RECEBER, APLICA O VALOR MINIMO DE TRANSFERENCIA E GRAVA
      *          O ARQUIVO COM ENVELOPE (HEADER COM SEQUENCIA DO SERVICO
      *          SEQN0001, ESPELHADA EM SETLSEQ.txt, DETALHES, TRAILER)
      *          NO ESTILO DO TRSX0001; AS INSTRUCOES EMITIDAS FICAM EM
      *          SETLREG.txt E AS DO DIA ANTERIOR REEMITIDAS SAO
      *          MARCADAS CARRIED
      *          (A LIQUIDACAO VEM DO EXTRATO NOSTRO, NOST0001); O
      *          ARQUIVO EMITIDO ENTRA NO REGISTRO UNICO DE ENTREGAS DE
      *          SAIDA (ODRG0001) A ESPERA DA RETIRADA PELO BANCO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          02 REG-STATUS                                    PIC X(8).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'SETL0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 POS-FL-PATH               PIC X(80)
             VALUE '.\..\fls\POSMST.txt'.
         77 SET-FL-PATH               PIC X(80)
         77 MIN-XFER-ENV                                   PIC X(12).

         77 TRANS-SEQ                           PIC 9(6) VALUE ZEROS.
         77 SEQN-FUNC                                      PIC X(4).
         77 SEQN-NAME                      PIC X(8) VALUE 'SETL'.
         77 SEQN-NUM                                       PIC 9(9).
         77 SEQN-PGM                       PIC X(8) VALUE 'SETL0001'.
         77 SEQN-NOTE                                      PIC X(40).
         77 SEQN-RC                                        PIC 99.
         77 CT-DETAIL                           PIC 9(6) VALUE ZEROS.
         77 CT-UNDER-MIN                        PIC 9(6) VALUE ZEROS.
         77 HASH-TOTAL                      PIC S9(15)V99 VALUE ZEROS.
         77 ABS-BAL                                    PIC 9(12)V99.
         77 TODAY-DT                                       PIC 9(8).
         77 ODRG-FUNC                      PIC X(4) VALUE 'PROD'.
         01 ODRG-AREA.
           COPY ODRGREC.
         77 ODRG-RC                                        PIC 99.

      * THE INSTRUCTION REGISTER IS REWRITTEN IN FULL: YESTERDAY'S
      * ISSUED ENTRIES BECOME CARRIED WHEN THE SAME CURRENCY IS BEING
      * INSTRUCTED AGAIN TODAY
         77 REG-CT                                     PIC 9(4) COMP.
         77 REG-IX                                     PIC 9(4) COMP.
         01 REG-TBL.

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
         DISPLAY 'MAIN: SETL0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
         ELSE
          DISPLAY 'NO SEQUENCE FILE YET, STARTING AT ZERO'
         END-IF.
      * THE NUMBER COMES FROM THE CENTRAL SEQUENCE SERVICE, WHICH
      * LOGS IT AS ISSUED BEFORE HANDING IT OVER; THE OLD SEQUENCE
      * FILE IS STILL KEPT AND PASSED AS THE FLOOR. A REHEARSAL ONLY
      * LOOKS AT THE NEXT NUMBER AND ISSUES NOTHING
         MOVE TRANS-SEQ TO SEQN-NUM.
         IF IS-REHEARSAL
          MOVE 'PEEK' TO SEQN-FUNC
         ELSE
          MOVE 'NEXT' TO SEQN-FUNC
         END-IF.
         MOVE SPACES TO SEQN-NOTE.
         CALL 'SEQN0001' USING SEQN-FUNC SEQN-NAME SEQN-NUM
           SEQN-PGM SEQN-NOTE SEQN-RC.
         IF SEQN-RC NOT = ZEROS
          DISPLAY 'SEQUENCE SERVICE FAILED, RC = ' SEQN-RC
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE SEQN-NUM TO TRANS-SEQ.
         DISPLAY 'SETTLEMENT SEQUENCE: ' TRANS-SEQ.

        103-LOAD-REGISTER.
         OPEN INPUT POS-FL.
         IF STTS-POS NOT = ZEROS
          DISPLAY 'ERROR OPENING POS-FL, STATUS = ' STTS-POS
          MOVE 'INPUT FILE NOT AVAILABLE, RUN ABORTED' TO SEQN-NOTE
          PERFORM 209-VOID-SEQUENCE
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
          CONTINUE
         ELSE
          PERFORM 205-SAVE-SEQUENCE
          PERFORM 208-CONFIRM-DELIVERY
          PERFORM 220-REWRITE-REGISTER
          PERFORM 230-RECORD-DELIVERY
         END-IF.

        201-WRITE-ENVELOPE-HDR.
         CLOSE SEQ-FL.
         DISPLAY 'SEQUENCE FILE UPDATED: ' SEQ-FL-PATH.

        208-CONFIRM-DELIVERY.
         MOVE 'DLVR' TO SEQN-FUNC.
         MOVE TRANS-SEQ TO SEQN-NUM.
         MOVE SET-FL-PATH TO SEQN-NOTE.
         CALL 'SEQN0001' USING SEQN-FUNC SEQN-NAME SEQN-NUM
           SEQN-PGM SEQN-NOTE SEQN-RC.
         IF SEQN-RC NOT = ZEROS
          DISPLAY 'DELIVERY NOT LOGGED FOR SEQUENCE ' TRANS-SEQ
           ', RC = ' SEQN-RC
          MOVE 8 TO RETURN-CODE
         END-IF.

        209-VOID-SEQUENCE.
      * A RUN THAT STOPS AFTER TAKING ITS NUMBER CLOSES IT OFF WITH
      * THE REASON, SO THE GAP AUDIT FINDS NOTHING UNEXPLAINED
         IF IS-REHEARSAL
          EXIT PARAGRAPH
         END-IF.
         MOVE 'VOID' TO SEQN-FUNC.
         MOVE TRANS-SEQ TO SEQN-NUM.
         CALL 'SEQN0001' USING SEQN-FUNC SEQN-NAME SEQN-NUM
           SEQN-PGM SEQN-NOTE SEQN-RC.

        220-REWRITE-REGISTER.
         MOVE 1 TO REG-IX.
         PERFORM 221-AGE-ONE-REG UNTIL REG-IX > REG-CT.
          MOVE 1 TO ISSUE-IX
          PERFORM 222-SCAN-TODAY-ISSUE UNTIL ISSUE-IX > ISSUE-CT
           OR ISSUE-IS-FOUND
      * ONLY THE NOSTRO STATEMENT (NOST0001) MARKS AN INSTRUCTION
      * SETTLED; ONE NOT YET BOOKED STAYS ISSUED UNTIL IT IS
          IF ISSUE-IS-FOUND
           MOVE 'CARRIED' TO RG-STATUS(REG-IX)
          END-IF
         END-IF.
         ADD 1 TO REG-IX.
         WRITE REG-RCRD.
         ADD 1 TO ISSUE-IX.

        230-RECORD-DELIVERY.
         INITIALIZE ODRG-AREA.
         MOVE 'SETLINST' TO OD-ID.
         MOVE 'BANK' TO OD-RECIP.
         MOVE TRANS-SEQ TO OD-REF.
         MOVE SET-FL-PATH TO OD-FILE.
         MOVE CT-DETAIL TO OD-COUNT.
         MOVE HASH-TOTAL TO OD-HASH.
         MOVE 'SETL0001' TO OD-PGM.
         CALL 'ODRG0001' USING ODRG-FUNC ODRG-AREA ODRG-RC
          ON EXCEPTION
           MOVE 8 TO ODRG-RC
         END-CALL.
         IF ODRG-RC NOT = ZEROS
          DISPLAY 'WARNING: DELIVERY NOT REGISTERED FOR SEQUENCE '
           TRANS-SEQ ', RC = ' ODRG-RC
         END-IF.

        300-END.
         DISPLAY '-- SETTLEMENT INSTRUCTION SUMMARY --'.
         DISPLAY ' SETTLEMENT SEQUENCE: ' TRANS-SEQ.
