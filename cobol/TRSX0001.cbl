      * Date: 20260822
      * Purpose: ESTUDAR COBOL - EXTRATO DE TRANSMISSAO PARA A TESOURARIA:
      *          ENVELOPE (HEADER COM SEQUENCIA CONTROLADA ENTRE DIAS,
      *          DETALHES DE O0001.txt, TRAILER COM CONTAGEM E HASH);
      *          A SEQUENCIA VEM DO SERVICO CENTRAL SEQN0001; CADA
      *          ENVELOPE ENVIADO ENTRA NO REGISTRO UNICO DE ENTREGAS
      *          DE SAIDA (ODRG0001) A ESPERA DO ACK DA TESOURARIA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          02 TST-ACK-TS                                    PIC 9(14).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'TRSX0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 O-FL-PATH                 PIC X(80)
             VALUE '.\..\fls\O0001.txt'.
         77 TRX-FL-PATH               PIC X(80)
         77 FMT-AMT-OUT                                PIC X(13).
         77 SAVED-RC                            PIC S9(9) COMP-5.
         77 TRANS-SEQ                           PIC 9(6) VALUE ZEROS.
         77 SEQN-FUNC                                      PIC X(4).
         77 SEQN-NAME                      PIC X(8) VALUE 'TRSX'.
         77 SEQN-NUM                                       PIC 9(9).
         77 SEQN-PGM                       PIC X(8) VALUE 'TRSX0001'.
         77 SEQN-NOTE                                      PIC X(40).
         77 SEQN-RC                                        PIC 99.
         77 CT-DETAIL                           PIC 9(6) VALUE ZEROS.
         77 HASH-TOTAL                      PIC S9(15)V99 VALUE ZEROS.
         77 ODRG-FUNC                      PIC X(4) VALUE 'PROD'.
         01 ODRG-AREA.
           COPY ODRGREC.
         77 ODRG-RC                                        PIC 99.



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
         DISPLAY 'MAIN: TRSX0001 BUILD ' BLD-ID.
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
         DISPLAY 'TRANSMISSION SEQUENCE: ' TRANS-SEQ.

        200-PROCESS.
         OPEN INPUT O-FL.
         IF STTS-O NOT = ZEROS
          DISPLAY 'ERROR OPENING O-FL, STATUS = ' STTS-O
          MOVE 'INPUT FILE NOT AVAILABLE, RUN ABORTED' TO SEQN-NOTE
          PERFORM 209-VOID-SEQUENCE
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
           DISPLAY 'SEQUENCE FILE LEFT UNTOUCHED (RETRANSMIT)'
          ELSE
           PERFORM 205-SAVE-SEQUENCE
           PERFORM 208-CONFIRM-DELIVERY
          END-IF
          PERFORM 206-REGISTER-TRANSMISSION
          PERFORM 210-RECORD-DELIVERY
         END-IF.

        201-WRITE-ENVELOPE-HDR.
         CLOSE TST-FL.
         DISPLAY 'TRANSMISSION REGISTERED: SEQUENCE ' TRANS-SEQ.

        208-CONFIRM-DELIVERY.
         MOVE 'DLVR' TO SEQN-FUNC.
         MOVE TRANS-SEQ TO SEQN-NUM.
         MOVE TRX-FL-PATH TO SEQN-NOTE.
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
         IF IS-REHEARSAL OR IS-RETRANSMIT
          EXIT PARAGRAPH
         END-IF.
         MOVE 'VOID' TO SEQN-FUNC.
         MOVE TRANS-SEQ TO SEQN-NUM.
         CALL 'SEQN0001' USING SEQN-FUNC SEQN-NAME SEQN-NUM
           SEQN-PGM SEQN-NOTE SEQN-RC.

        210-RECORD-DELIVERY.
      * THE ENVELOPE IS ONLY DELIVERED WHEN TREASURY ACKNOWLEDGES IT;
      * A RETRANSMISSION CARRIES THE SAME SEQUENCE AS ITS REFERENCE
         INITIALIZE ODRG-AREA.
         MOVE 'TRSXENV' TO OD-ID.
         MOVE 'TREASURY' TO OD-RECIP.
         MOVE TRANS-SEQ TO OD-REF.
         MOVE TRX-FL-PATH TO OD-FILE.
         MOVE CT-DETAIL TO OD-COUNT.
         MOVE HASH-TOTAL TO OD-HASH.
         MOVE 'A' TO OD-NEED.
         MOVE 'TRSX0001' TO OD-PGM.
         CALL 'ODRG0001' USING ODRG-FUNC ODRG-AREA ODRG-RC
          ON EXCEPTION
           MOVE 8 TO ODRG-RC
         END-CALL.
         IF ODRG-RC NOT = ZEROS
          DISPLAY 'WARNING: DELIVERY NOT REGISTERED FOR SEQUENCE '
           TRANS-SEQ ', RC = ' ODRG-RC
         END-IF.

        300-END.
         DISPLAY '-- TREASURY EXTRACT SUMMARY --'.
         DISPLAY ' TRANSMISSION SEQUENCE: ' TRANS-SEQ.
