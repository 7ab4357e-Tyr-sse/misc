      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - REGISTRO PELO OPERADOR DA RETIRADA OU
      *          DA CONFIRMACAO (ACK/NAK) DE UMA ENTREGA DE SAIDA NO
      *          REGISTRO UNICO ODRGREG.txt: PEDE O ID DA ENTREGA, O
      *          DESTINATARIO E A REFERENCIA (EM BRANCO = A PRODUCAO
      *          MAIS RECENTE EM ABERTO), A ACAO E UMA NOTA; EXIGE O
      *          PAPEL DLVRACK NO CADASTRO DE OPERADORES
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. ODAK0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'ODAK0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 MORE-FL                                    PIC X VALUE 'Y'.
          88 IS-MORE                                       VALUE 'Y'.
         77 ANS-OPER                                       PIC X(3).
         77 OPRV-FUNC                                  PIC X(3).
         77 OPRV-ROLE                                  PIC X(8).
         77 OPRV-PGM                                   PIC X(8).
         77 OPRV-RC                                    PIC 99.
         77 OPRV-SAVED-RC                        PIC S9(9) COMP-5.
         77 ANS-ID                                         PIC X(10).
         77 ANS-RECIP                                      PIC X(10).
         77 ANS-REF                                        PIC X(12).
         77 ANS-ACTION                                     PIC X.
         77 ANS-NOTE                                       PIC X(30).
         77 ANS-AGAIN                                      PIC X.
         77 CT-RECORDED                         PIC 9(4) VALUE ZEROS.
         77 CT-REJECTED                         PIC 9(4) VALUE ZEROS.

         77 ODRG-FUNC                                      PIC X(4).
         01 ODRG-AREA.
           COPY ODRGREC.
         77 ODRG-RC                                        PIC 99.
         77 ED-COUNT                                 PIC ZZZ,ZZZ,ZZ9.

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
         DISPLAY 'MAIN: ODAK0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: ODAK0001'.

        200-PROCESS.
         DISPLAY 'PROCESS: ODAK0001'.
         DISPLAY 'OUTBOUND DELIVERY PICKUP / ACKNOWLEDGEMENT'.
         DISPLAY 'OPERATOR INITIALS: '.
         ACCEPT ANS-OPER.
         IF ANS-OPER = SPACES
          DISPLAY 'OPERATOR INITIALS REQUIRED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 290-SIGN-ON-OPERATOR.
         PERFORM 201-ONE-RESPONSE UNTIL NOT IS-MORE.

        201-ONE-RESPONSE.
         DISPLAY 'DELIVERY ID (BLANK = STOP): '.
         ACCEPT ANS-ID.
         INSPECT ANS-ID CONVERTING
          'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
         IF ANS-ID = SPACES
          MOVE 'N' TO MORE-FL
          EXIT PARAGRAPH
         END-IF.
         DISPLAY 'RECIPIENT (BLANK = ANY): '.
         ACCEPT ANS-RECIP.
         INSPECT ANS-RECIP CONVERTING
          'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
         DISPLAY 'PRODUCER REFERENCE (BLANK = LATEST OPEN): '.
         ACCEPT ANS-REF.
         DISPLAY 'ACTION - P=PICKED UP A=ACKNOWLEDGED N=REJECTED: '.
         ACCEPT ANS-ACTION.
         INSPECT ANS-ACTION CONVERTING 'pan' TO 'PAN'.
         EVALUATE ANS-ACTION
          WHEN 'P'
           MOVE 'PICK' TO ODRG-FUNC
          WHEN 'A'
           MOVE 'ACK ' TO ODRG-FUNC
          WHEN 'N'
           MOVE 'NAK ' TO ODRG-FUNC
          WHEN OTHER
           DISPLAY 'REJECTED: ACTION MUST BE P, A OR N'
           ADD 1 TO CT-REJECTED
           PERFORM 209-ASK-AGAIN
           EXIT PARAGRAPH
         END-EVALUATE.
         DISPLAY 'NOTE: '.
         ACCEPT ANS-NOTE.
         PERFORM 210-RECORD-RESPONSE.
         PERFORM 209-ASK-AGAIN.

        209-ASK-AGAIN.
         DISPLAY 'ANOTHER DELIVERY? (Y/N)'.
         ACCEPT ANS-AGAIN.
         IF ANS-AGAIN NOT = 'Y' AND ANS-AGAIN NOT = 'y'
          MOVE 'N' TO MORE-FL
         END-IF.

        210-RECORD-RESPONSE.
         INITIALIZE ODRG-AREA.
         MOVE ANS-ID TO OD-ID.
         MOVE ANS-RECIP TO OD-RECIP.
         MOVE ANS-REF TO OD-REF.
         MOVE 'ODAK0001' TO OD-PGM.
         MOVE ANS-OPER TO OD-OPER.
         MOVE ANS-NOTE TO OD-NOTE.
         CALL 'ODRG0001' USING ODRG-FUNC ODRG-AREA ODRG-RC
          ON EXCEPTION
           MOVE 8 TO ODRG-RC
         END-CALL.
         IF ODRG-RC NOT = ZEROS
          DISPLAY 'REJECTED: NOT RECORDED, RC = ' ODRG-RC
          ADD 1 TO CT-REJECTED
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CT-RECORDED.
         MOVE OD-COUNT TO ED-COUNT.
         DISPLAY 'RECORDED: ' OD-EVENT ' ' OD-ID ' ' OD-RECIP
          ' REF ' OD-REF.
         DISPLAY '  FILE ' OD-FILE.
         DISPLAY '  PRODUCED ' OD-PROD-TS ' RECORDS ' ED-COUNT.

        290-SIGN-ON-OPERATOR.
      * THE DLVRACK ROLE ON THE OPERATOR MASTER DECIDES WHO MAY
      * CLOSE AN OUTBOUND DELIVERY ON THE RECIPIENT'S BEHALF
         MOVE 'ON' TO OPRV-FUNC.
         MOVE 'DLVRACK' TO OPRV-ROLE.
         MOVE 'ODAK0001' TO OPRV-PGM.
         MOVE RETURN-CODE TO OPRV-SAVED-RC.
         CALL 'OPRV0001' USING OPRV-FUNC ANS-OPER OPRV-ROLE
           OPRV-PGM OPRV-RC
          ON EXCEPTION
           MOVE ZEROS TO OPRV-RC
         END-CALL.
         MOVE OPRV-SAVED-RC TO RETURN-CODE.
         IF OPRV-RC NOT = ZEROS
          DISPLAY 'SIGN-ON REFUSED, SESSION ENDED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        291-SIGN-OFF-OPERATOR.
         MOVE 'OFF' TO OPRV-FUNC.
         MOVE RETURN-CODE TO OPRV-SAVED-RC.
         CALL 'OPRV0001' USING OPRV-FUNC ANS-OPER OPRV-ROLE
           OPRV-PGM OPRV-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE OPRV-SAVED-RC TO RETURN-CODE.

        300-END.
         PERFORM 291-SIGN-OFF-OPERATOR.
         DISPLAY '-- DELIVERY RESPONSE SUMMARY --'.
         DISPLAY ' RECORDED: ' CT-RECORDED.
         DISPLAY ' REJECTED: ' CT-REJECTED.
         IF CT-REJECTED > 0 AND RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: ODAK0001'.
         GOBACK.
       END PROGRAM ODAK0001.
