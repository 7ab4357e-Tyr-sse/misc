      *          CONVERTIDA -> DESTINO, SEM ROTA VAI PARA DEFAULT), CADA
      *          EXTRATO COM HEADER DE EXECUCAO, TRAILER DE CONTROLE E
      *          ENTRADA NO RUNMFST.txt, E UM RESUMO DE ROTEAMENTO QUE
      *          PROVA QUE AS PARTES SOMAM DE VOLTA AO TRAILER DO O0001;
      *          CADA EXTRATO ENTRA NO REGISTRO UNICO DE ENTREGAS DE
      *          SAIDA (ODRG0001) A ESPERA DA RETIRADA PELA REGIONAL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          COPY MFSTREC.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'ROUT0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 O-FL-PATH                 PIC X(80)
             VALUE '.\..\fls\O0001.txt'.
         77 RTB-FL-PATH               PIC X(80)
         77 ED-CT                                          PIC ZZZZZ9.
         77 ED-V                                   PIC -9(12).99.
         77 TODAY-DT                                       PIC 9(8).
         77 ODRG-FUNC                      PIC X(4) VALUE 'PROD'.
         01 ODRG-AREA.
           COPY ODRGREC.
         77 ODRG-RC                                        PIC 99.
         01 RUN-DT.
          03 RUN-Y                    PIC 9999.
          03 RUN-M                    PIC 99.

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
         DISPLAY 'MAIN: ROUT0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
          CONTINUE
         ELSE
          PERFORM 222-WRITE-MANIFEST-ENTRY
          PERFORM 223-RECORD-DELIVERY
         END-IF.
         ADD 1 TO DST-IX.

          CLOSE MFST-FL
         END-IF.

        223-RECORD-DELIVERY.
         INITIALIZE ODRG-AREA.
         MOVE 'REGIONEXT' TO OD-ID.
         MOVE DS-NAME(DST-IX) TO OD-RECIP.
         MOVE TODAY-DT TO OD-REF.
         MOVE EXT-FL-PATH TO OD-FILE.
         MOVE DS-CT(DST-IX) TO OD-COUNT.
         MOVE DS-HASH(DST-IX) TO OD-HASH.
         MOVE 'ROUT0001' TO OD-PGM.
         CALL 'ODRG0001' USING ODRG-FUNC ODRG-AREA ODRG-RC
          ON EXCEPTION
           MOVE 8 TO ODRG-RC
         END-CALL.
         IF ODRG-RC NOT = ZEROS
          DISPLAY 'WARNING: DELIVERY NOT REGISTERED FOR '
           DS-NAME(DST-IX) ', RC = ' ODRG-RC
         END-IF.

        230-WRITE-SUMMARY.
         OPEN OUTPUT RPT-FL.
         MOVE SPACES TO RPT-REC.
