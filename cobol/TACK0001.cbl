      *          QUANDO UM ACK ESPERADO NAO CHEGOU DENTRO DO PRAZO E
      *          ORIENTA O RETRANSMITE CONTROLADO (TRSX0001_RESEQ, SEM
      *          QUEIMAR SEQUENCIA); O MODO QUERY LISTA A SITUACAO DE
      *          CADA SEQUENCIA; O ACK/NAK TAMBEM FECHA (OU RECUSA) A
      *          ENTREGA NO REGISTRO UNICO DE ENTREGAS DE SAIDA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          02 ALRT-TS                                        PIC 9(14).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'TACK0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 ACK-FL-PATH               PIC X(80)
             VALUE '.\..\fls\TRSXACK.txt'.
         77 TST-FL-PATH               PIC X(80)
         77 CT-OVERDUE                          PIC 9(4) VALUE ZEROS.
         77 ALRT-SEQ-CT                         PIC 999 VALUE ZEROS.
         77 TODAY-DT                                       PIC 9(8).
         77 ODRG-FUNC                                      PIC X(4).
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
         DISPLAY 'MAIN: TACK0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
          MOVE 'ACKED' TO TT-STATUS(TST-IX)
          MOVE ACK-TS TO TT-ACK-TS(TST-IX)
          ADD 1 TO CT-ACKED
          MOVE 'ACK ' TO ODRG-FUNC
         ELSE
          MOVE 'NAKED' TO TT-STATUS(TST-IX)
          MOVE ACK-TS TO TT-ACK-TS(TST-IX)
          DISPLAY 'RETRANSMIT WITH TRSX0001_RESEQ=' TT-SEQ(TST-IX)
          MOVE 'EXTRACT NAK-ED BY TREASURY' TO ALRT-MSG
          PERFORM 221-RAISE-ALERT
          MOVE 'NAK ' TO ODRG-FUNC
         END-IF.
         PERFORM 214-RECORD-RESPONSE.

        213-SCAN-REGISTER.
      * AN ACK BELONGS TO THE NEWEST UNANSWERED TRANSMISSION OF THAT
          SUBTRACT 1 FROM TST-IX
         END-IF.

        214-RECORD-RESPONSE.
         INITIALIZE ODRG-AREA.
         MOVE 'TRSXENV' TO OD-ID.
         MOVE 'TREASURY' TO OD-RECIP.
         MOVE ACK-SEQ TO OD-REF.
         MOVE 'TACK0001' TO OD-PGM.
         MOVE 'TREASURY RETURN FILE' TO OD-NOTE.
         CALL 'ODRG0001' USING ODRG-FUNC ODRG-AREA ODRG-RC
          ON EXCEPTION
           MOVE 8 TO ODRG-RC
         END-CALL.
         IF ODRG-RC NOT = ZEROS
          DISPLAY 'WARNING: DELIVERY REGISTER NOT UPDATED FOR '
           ACK-SEQ ', RC = ' ODRG-RC
         END-IF.

        220-CHECK-OVERDUE.
         MOVE 1 TO TST-IX.
         PERFORM 222-CHECK-ONE-OVERDUE UNTIL TST-IX > TST-CT-TBL.
