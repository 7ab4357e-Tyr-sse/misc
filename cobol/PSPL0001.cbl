      *          PARES EM N ARQUIVOS DE TRABALHO (I0001.P1..Pn), CADA
      *          UM COM SEU TRAILER DE CONTROLE; AS INSTANCIAS DO
      *          CONV0001 RODAM UMA POR PARTICAO VIA VARIAVEIS DE
      *          AMBIENTE E O PMRG0001 RECOMBINA AS SAIDAS. UMA
      *          CONTRAPARTE COM LIMITE QUE OPERA MAIS DE UM PAR NAO
      *          PODE SER DIVIDIDA: NESSE CASO TODA A ENTRADA FICA NA
      *          PARTICAO 1 E AS DEMAIS SAEM SO COM O TRAILER
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          02 RAW-ENT                                        PIC X(4).
          02 RAW-DIR                                        PIC X.
          02 RAW-ACT                                        PIC X.
          02 RAW-CPTY                                       PIC X(8).
          02 RAW-TS                                         PIC 9(14).
          02 RAW-SRC                                        PIC X(8).
         01 RAW-TRL-RCRD.
          02 RAW-TRL-TAG                                    PIC X(10).
          02 RAW-TRL-CT                                     PIC 9(6).
          02 SRT-ENT                                        PIC X(4).
          02 SRT-DIR                                        PIC X.
          02 SRT-ACT                                        PIC X.
          02 SRT-CPTY                                       PIC X(8).
          02 SRT-TS                                         PIC 9(14).
          02 SRT-SRC                                        PIC X(8).

         FD SRT-OUT-FL.
         01 RCRD-SRT.
          02 S-ENT                                          PIC X(4).
          02 S-DIR                                          PIC X.
          02 S-ACT                                          PIC X.
          02 S-CPTY                                         PIC X(8).
          02 S-TS                                           PIC 9(14).
          02 S-SRC                                          PIC X(8).

         FD PART-FL.
         01 RCRD-PART.
          02 P-ENT                                          PIC X(4).
          02 P-DIR                                          PIC X.
          02 P-ACT                                          PIC X.
          02 P-CPTY                                         PIC X(8).
          02 P-TS                                           PIC 9(14).
          02 P-SRC                                          PIC X(8).
         01 PART-TRL-RCRD.
          02 PT-TRL-TAG                                     PIC X(10).
          02 PT-TRL-CT                                      PIC 9(6).
         01 CNT-REC                                         PIC X(80).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'PSPL0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 RAW-FL-PATH               PIC X(80)
             VALUE '.\..\fls\I0001.txt'.
         77 PART-BASE                 PIC X(70)
         77 TRL-EXP-HASH                                PIC S9(12)V99.
         77 SPL-HASH                        PIC S9(12)V99 VALUE ZEROS.

      * EACH CONV0001 INSTANCE LOADS CPTYEXP ONCE AT START, SO A
      * COUNTERPARTY DEALING IN MORE THAN ONE PAIR MUST NOT BE SPLIT
      * ACROSS PARTITIONS OR ITS LIMIT COULD BE OVERRUN; SUCH A FEED
      * RUNS WHOLE IN PARTITION 1
         77 CPT-CT                             PIC 9(4) COMP VALUE 0.
         77 CPT-IX                                     PIC 9(4) COMP.
         01 CPT-TBL.
          02 CPT-ENTRY OCCURS 999 TIMES.
           03 CT-CPTY                                      PIC X(8).
           03 CT-A                                         PIC X(10).
           03 CT-B                                         PIC X(10).
         77 CPT-FOUND-FL                                   PIC X.
          88 CPT-IS-FOUND                                  VALUE 'Y'.
         77 ONE-PART-FL                               PIC X VALUE 'N'.
          88 IS-ONE-PART                                   VALUE 'Y'.
         77 SPAN-CPTY                           PIC X(8) VALUE SPACES.



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
         DISPLAY 'MAIN: PSPL0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
         ELSE
          DISPLAY 'WARNING: NO CONTROL TRAILER ON INPUT'
         END-IF.
         IF IS-ONE-PART AND PARTS > 1
          DISPLAY 'COUNTERPARTY ' SPAN-CPTY ' DEALS IN MORE THAN ONE'
           ' PAIR: WHOLE INPUT KEPT IN PARTITION 1'
         END-IF.
         OPEN INPUT SRT-OUT-FL.
         PERFORM 220-SPLIT-ONE UNTIL SRT-IS-EOF.
         CLOSE SRT-OUT-FL.
            MOVE RAW-ENT TO SRT-ENT
            MOVE RAW-DIR TO SRT-DIR
            MOVE RAW-ACT TO SRT-ACT
            MOVE RAW-CPTY TO SRT-CPTY
            MOVE RAW-TS TO SRT-TS
            MOVE RAW-SRC TO SRT-SRC
            PERFORM 212-NOTE-COUNTERPARTY
            RELEASE SRT-REC
           END-IF
         END-READ.
          MOVE 'Y' TO RAW-EOF-FL
         END-IF.

        212-NOTE-COUNTERPARTY.
         IF RAW-CPTY = SPACES OR IS-ONE-PART
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO CPT-FOUND-FL.
         MOVE 1 TO CPT-IX.
         PERFORM 213-SCAN-COUNTERPARTY
          UNTIL CPT-IX > CPT-CT OR CPT-IS-FOUND.
         IF CPT-IS-FOUND
          IF CT-A(CPT-IX) NOT = RAW-A OR CT-B(CPT-IX) NOT = RAW-B
           MOVE 'Y' TO ONE-PART-FL
           MOVE RAW-CPTY TO SPAN-CPTY
          END-IF
          EXIT PARAGRAPH
         END-IF.
      * A TABLE TOO SMALL TO TELL IS TREATED AS A SPANNING FEED
         IF CPT-CT >= 999
          MOVE 'Y' TO ONE-PART-FL
          MOVE RAW-CPTY TO SPAN-CPTY
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CPT-CT.
         MOVE RAW-CPTY TO CT-CPTY(CPT-CT).
         MOVE RAW-A TO CT-A(CPT-CT).
         MOVE RAW-B TO CT-B(CPT-CT).

        213-SCAN-COUNTERPARTY.
         IF CT-CPTY(CPT-IX) = RAW-CPTY
          MOVE 'Y' TO CPT-FOUND-FL
         ELSE
          ADD 1 TO CPT-IX
         END-IF.

        220-SPLIT-ONE.
         READ SRT-OUT-FL
          AT END
           ELSE
            IF S-A NOT = PREV-A OR S-B NOT = PREV-B
             ADD 1 TO CUR-PART
             IF CUR-PART > PARTS OR IS-ONE-PART
              MOVE 1 TO CUR-PART
             END-IF
            END-IF
         MOVE S-ENT TO P-ENT.
         MOVE S-DIR TO P-DIR.
         MOVE S-ACT TO P-ACT.
         MOVE S-CPTY TO P-CPTY.
         MOVE S-TS TO P-TS.
         MOVE S-SRC TO P-SRC.
         WRITE RCRD-PART.
         CLOSE PART-FL.
         ADD 1 TO PS-CT(CUR-PART).
