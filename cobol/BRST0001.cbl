      *          DE O0001.txt, UM RELATORIO PAGINADO POR DESTINATARIO
      *          CONTENDO SO OS SEUS CODIGOS E PARES, CADA UM COM A SUA
      *          PAGINA DE TOTAL GERAL, E REGISTRA EM DISTLOG.txt QUAIS
      *          ARQUIVOS FORAM PRODUZIDOS PARA QUEM; CADA RELATORIO
      *          ENTRA TAMBEM NO REGISTRO UNICO DE ENTREGAS DE SAIDA
      *          (ODRG0001) A ESPERA DA RETIRADA PELO DESTINATARIO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         01 LOG-REC                                        PIC X(100).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'BRST0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 O1-FL-PATH                PIC X(80)
             VALUE '.\..\fls\O0001.txt'.
         77 DST-FL-PATH               PIC X(80)
         77 RPT-BASE                  PIC X(80)
             VALUE '.\..\fls\SUMR0001.'.
         77 RPT-FL-PATH                                    PIC X(80).
         77 RPTF-RPT-ID                                    PIC X(10).
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'BRST0001'.
         77 RPTF-RC                                        PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.
         77 O1-FL-PATH-ENV            PIC X(80).
         77 DST-FL-PATH-ENV           PIC X(80).
         77 LOG-FL-PATH-ENV           PIC X(80).
         77 CT-FILES                            PIC 9(2) VALUE ZEROS.
         77 CT-O1                               PIC 9(6) VALUE ZEROS.
         77 TODAY-TS                                       PIC 9(14).
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
         DISPLAY 'MAIN: BRST0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
          DELIMITED BY SIZE INTO RPT-REC.
         PERFORM 212-WRITE-LINE.
         CLOSE RPT-FL.
      * EACH RECIPIENT'S PACK IS FILED UNDER ITS OWN REPORT ID
         MOVE SPACES TO RPTF-RPT-ID.
         STRING 'BR' CUR-RECIP DELIMITED BY SIZE INTO RPTF-RPT-ID.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT RPT-FL-PATH
           RPTF-PGM RPTF-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.
         ADD 1 TO CT-FILES.
         MOVE SPACES TO LOG-REC.
         STRING TODAY-TS ' ' CUR-RECIP ' ' RPT-FL-PATH(1:50)
          ' RECORDS ' ED-CT
          DELIMITED BY SIZE INTO LOG-REC.
         WRITE LOG-REC.
         PERFORM 214-RECORD-DELIVERY.
         DISPLAY ' PRODUCED ' RPT-FL-PATH(1:50) ' FOR ' CUR-RECIP.
         ADD 1 TO RCP-IX.

         END-IF.
         ADD 1 TO PAIR-IX.

        214-RECORD-DELIVERY.
         INITIALIZE ODRG-AREA.
         MOVE 'MGMTSUMM' TO OD-ID.
         MOVE CUR-RECIP TO OD-RECIP.
         MOVE TODAY-TS(1:8) TO OD-REF.
         MOVE RPT-FL-PATH TO OD-FILE.
         MOVE SECT-CT TO OD-COUNT.
         MOVE SECT-VOL TO OD-HASH.
         MOVE 'BRST0001' TO OD-PGM.
         CALL 'ODRG0001' USING ODRG-FUNC ODRG-AREA ODRG-RC
          ON EXCEPTION
           MOVE 8 TO ODRG-RC
         END-CALL.
         IF ODRG-RC NOT = ZEROS
          DISPLAY 'WARNING: DELIVERY NOT REGISTERED FOR ' CUR-RECIP
           ', RC = ' ODRG-RC
         END-IF.

        300-END.
         DISPLAY '-- REPORT BURSTING SUMMARY --'.
         DISPLAY ' OUTPUT RECORDS READ: ' CT-O1.
