      *          FIXING E CONTAGEM/MIN/MAX/MEDIA PONDERADA, E GRAVA O
      *          ARQUIVO DISTRIBUIVEL (RATEPUB.txt) COM HEADER DE
      *          EXECUCAO, TRAILER DE CONTROLE E ENTRADA NO RUNMFST.txt
      *          PARA OS CONSUMIDORES CONFERIREM COMPLETUDE; A
      *          PUBLICACAO ENTRA NO REGISTRO UNICO DE ENTREGAS DE SAIDA
      *          (ODRG0001) A ESPERA DA RETIRADA PELOS ASSINANTES
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          02 PDT-MIN-RATE                              PIC 9(8)V9(6).
          02 PDT-MAX-RATE                              PIC 9(8)V9(6).
          02 PDT-AVG-RATE                              PIC 9(8)V9(6).
          02 PDT-MKT-BASE                                  PIC X(10).
          02 PDT-MKT-UNIT                                  PIC 9(5).
          02 PDT-MKT-DEC                                   PIC 9.
          02 PDT-MKT-AVG                               PIC 9(8)V9(6).
         01 PUB-TRL-RCRD.
          02 PTR-REC-TYPE                                  PIC X(3).
          02 PTR-REC-CT                                    PIC 9(6).
          COPY MFSTREC.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'RPUB0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 LIN-FL-PATH               PIC X(80)
             VALUE '.\..\fls\LIN0001.txt'.
         77 PUB-FL-PATH               PIC X(80)
         77 CT-APPLIED                          PIC 9(8) VALUE ZEROS.
         77 CT-SKIPPED                          PIC 9(6) VALUE ZEROS.
         77 TODAY-DT                                       PIC 9(8).
         77 ODRG-FUNC                      PIC X(4) VALUE 'PROD'.
         01 ODRG-AREA.
           COPY ODRGREC.
         77 ODRG-RC                                        PIC 99.

         77 PCVT-FUNC                                      PIC X(3).
         77 PCVT-A                                         PIC X(10).
         77 PCVT-B                                         PIC X(10).
         77 PCVT-NUM                                       PIC 9(14).
         77 PCVT-DEN                                       PIC 9(14).
         77 PCVT-MKT-BASE                                  PIC X(10).
         77 PCVT-MKT-QUOTE                                 PIC X(10).
         77 PCVT-UNIT                                      PIC 9(5).
         77 PCVT-DEC                                       PIC 9.
         77 PCVT-MKT-RATE                               PIC 9(8)V9(6).
         77 PCVT-MKT-DISP                                  PIC X(16).
         77 PCVT-LO                                     PIC 9(8)V9(6).
         77 PCVT-HI                                     PIC 9(8)V9(6).
         77 PCVT-RC                                        PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.



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
         DISPLAY 'MAIN: RPUB0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
          CONTINUE
         ELSE
          PERFORM 220-WRITE-MANIFEST-ENTRY
          PERFORM 230-RECORD-DELIVERY
         END-IF.

        201-SCAN-ONE.
          COMPUTE PDT-AVG-RATE ROUNDED =
           PR-WGT-SUM(PAIR-IX) / PR-WGT-BASE(PAIR-IX)
         END-IF.
         PERFORM 212-MARKET-CONVENTION.
         WRITE PUB-DTL-RCRD.
         ADD 1 TO PAIR-IX.

        212-MARKET-CONVENTION.
      * CONSUMERS ALSO GET THE AVERAGE AS THE MARKET QUOTES THE PAIR:
      * MARKET BASE, UNITS QUOTED AND THE PAIR'S DISPLAY PRECISION
         MOVE 'MKT' TO PCVT-FUNC.
         MOVE PDT-A TO PCVT-A.
         MOVE PDT-B TO PCVT-B.
         COMPUTE PCVT-NUM = PDT-AVG-RATE * 1000000.
         MOVE 1000000 TO PCVT-DEN.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'PCVT0001' USING PCVT-FUNC PCVT-A PCVT-B PCVT-NUM
           PCVT-DEN PCVT-MKT-BASE PCVT-MKT-QUOTE PCVT-UNIT PCVT-DEC
           PCVT-MKT-RATE PCVT-MKT-DISP PCVT-LO PCVT-HI PCVT-RC.
         MOVE SAVED-RC TO RETURN-CODE.
         MOVE PCVT-MKT-BASE TO PDT-MKT-BASE.
         MOVE PCVT-UNIT TO PDT-MKT-UNIT.
         MOVE PCVT-DEC TO PDT-MKT-DEC.
         IF PCVT-RC = 8
          MOVE ZEROS TO PDT-MKT-AVG
         ELSE
          MOVE PCVT-MKT-RATE TO PDT-MKT-AVG
         END-IF.

        220-WRITE-MANIFEST-ENTRY.
         OPEN EXTEND MFST-FL.
         IF STTS-MFST = 35 OR STTS-MFST = 30
          DISPLAY 'MANIFEST UPDATED: RATEPUB -> ' PUB-DATE
         END-IF.

        230-RECORD-DELIVERY.
      * THE HASH IS THE NUMBER OF APPLICATIONS THE PAIRS COVER, THE
      * SAME CONTROL THE TRAILER CARRIES
         INITIALIZE ODRG-AREA.
         MOVE 'RATEPUB' TO OD-ID.
         MOVE 'SUBSCRIBER' TO OD-RECIP.
         MOVE PUB-DATE TO OD-REF.
         MOVE PUB-FL-PATH TO OD-FILE.
         MOVE PAIR-CT TO OD-COUNT.
         MOVE CT-APPLIED TO OD-HASH.
         MOVE 'RPUB0001' TO OD-PGM.
         CALL 'ODRG0001' USING ODRG-FUNC ODRG-AREA ODRG-RC
          ON EXCEPTION
           MOVE 8 TO ODRG-RC
         END-CALL.
         IF ODRG-RC NOT = ZEROS
          DISPLAY 'WARNING: DELIVERY NOT REGISTERED FOR RATEPUB '
           PUB-DATE ', RC = ' ODRG-RC
         END-IF.

        300-END.
         DISPLAY '-- APPLIED-RATES PUBLICATION SUMMARY --'.
         DISPLAY ' PAIRS PUBLISHED: ' PAIR-CT.
