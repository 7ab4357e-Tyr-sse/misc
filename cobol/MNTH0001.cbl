      *          AGREGA AS GERACOES DATADAS DE O0001 DO PERIODO EM
      *          TOTAIS MENSAIS POR PAR (CONTAGEM, BRUTO, LIQUIDO),
      *          EMITE O RELATORIO E GRAVA O FECHO DO PERIODO EM
      *          PERCLOSE.txt, QUE OS PROGRAMAS DA CADEIA RESPEITAM.
      *          NO FECHO CHAMA O PRAT0001 PARA TRAVAR AS TAXAS MEDIA E
      *          DE FECHAMENTO DO PERIODO (PERRATE.txt) E CONVERTE OS
      *          LIQUIDOS POR PAR PARA A MOEDA BASE A ESSAS TAXAS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         SELECT RWK-FL ASSIGN RWK-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RWK.
         SELECT PRR-FL ASSIGN PRR-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-PRR.
         SELECT EMS-FL ASSIGN EMS-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-EMS.

       DATA DIVISION.
        FILE SECTION.
         FD RWK-FL.
         01 RWK-RCRD                                       PIC X(62).

         FD PRR-FL.
         01 PRR-RCRD.
          COPY PRRREC.

         FD EMS-FL.
         01 EMS-RCRD.
          COPY ENTMREC.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'MNTH0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 CAT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\GENCAT.txt'.
         77 RPT-FL-PATH               PIC X(80)
         77 ED-CT                                  PIC ZZZZZZZ9.
         77 TODAY-TS                                       PIC 9(14).

         77 PRR-FL-PATH               PIC X(80)
             VALUE '.\..\fls\PERRATE.txt'.
         77 PRR-FL-PATH-ENV           PIC X(80).
         77 EMS-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ENTMST.txt'.
         77 EMS-FL-PATH-ENV           PIC X(80).
         77 STTS-PRR                                       PIC 99.
         77 STTS-EMS                                       PIC 99.
         77 PRR-EOF-FL                               PIC X VALUE 'N'.
          88 PRR-IS-EOF                                    VALUE 'Y'.
         77 EMS-EOF-FL                               PIC X VALUE 'N'.
          88 EMS-IS-EOF                                    VALUE 'Y'.
         77 BASE-CUR                        PIC X(10) VALUE 'USD'.
         77 BASE-CUR-ENV                                   PIC X(10).
         77 PRAT-REGEN                               PIC X VALUE 'N'.
         77 PRAT-CT                                        PIC 9(4).
         77 PRAT-RC                                        PIC 99.
         77 PRT-CT                                     PIC 9(4) COMP.
         77 PRT-IX                                     PIC 9(4) COMP.
         01 PRT-TBL.
          02 PRT-ENTRY OCCURS 999 TIMES.
           03 PT-A                                         PIC X(10).
           03 PT-B                                         PIC X(10).
           03 PT-WAVG                                  PIC 9(8)V9(10).
           03 PT-CLOSE                                 PIC 9(8)V9(10).
         77 XL-CUR                                         PIC X(10).
         77 XL-AVG-FX                                  PIC 9(8)V9(10).
         77 XL-CLS-FX                                  PIC 9(8)V9(10).
         77 XL-FOUND-FL                                    PIC X.
          88 XL-IS-FOUND                                   VALUE 'Y'.
         77 BASE-AVG                                   PIC S9(14)V99.
         77 BASE-CLS                                   PIC S9(14)V99.
         77 TOT-BASE-AVG                        PIC S9(14)V99 VALUE 0.
         77 TOT-BASE-CLS                        PIC S9(14)V99 VALUE 0.
         77 CT-UNRATED                          PIC 9(4) VALUE ZEROS.
         77 ED-FX                                  PIC Z(7)9.9(8).
         77 ED-FX2                                 PIC Z(7)9.9(8).



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
         DISPLAY 'MAIN: MNTH0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
         IF REO-FL-PATH-ENV NOT = SPACES
          MOVE REO-FL-PATH-ENV TO REO-FL-PATH
         END-IF.
         ACCEPT PRR-FL-PATH-ENV FROM ENVIRONMENT 'MNTH0001_PRRFILE'.
         IF PRR-FL-PATH-ENV NOT = SPACES
          MOVE PRR-FL-PATH-ENV TO PRR-FL-PATH
         END-IF.
         ACCEPT EMS-FL-PATH-ENV FROM ENVIRONMENT 'MNTH0001_ENTFILE'.
         IF EMS-FL-PATH-ENV NOT = SPACES
          MOVE EMS-FL-PATH-ENV TO EMS-FL-PATH
         END-IF.
         ACCEPT BASE-CUR-ENV FROM ENVIRONMENT 'MNTH0001_BASECUR'.
         IF BASE-CUR-ENV NOT = SPACES
          MOVE BASE-CUR-ENV TO BASE-CUR
         END-IF.
         IF RUN-ENTITY NOT = SPACES
          PERFORM 105-LOAD-ENTITY-BASE
         END-IF.
         DISPLAY 'CONSOLIDATING PERIOD ' RUN-PERIOD.
         MOVE 0 TO PAIR-CT.
         PERFORM 103-CHECK-REOPENED.
          MOVE 'Y' TO REO-EOF-FL
         END-IF.

        105-LOAD-ENTITY-BASE.
      * AN ENTITY CLOSE TRANSLATES INTO THE ENTITY'S OWN BASE CURRENCY;
      * AN ENTITY MISSING FROM THE MASTER KEEPS THE SHOP BASE CURRENCY
         OPEN INPUT EMS-FL.
         IF STTS-EMS NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 106-SCAN-ONE-ENTITY UNTIL EMS-IS-EOF.
         CLOSE EMS-FL.

        106-SCAN-ONE-ENTITY.
         READ EMS-FL
          AT END
           MOVE 'Y' TO EMS-EOF-FL
          NOT AT END
           IF EMS-CODE = RUN-ENTITY AND EMS-BASE-CUR NOT = SPACES
            MOVE EMS-BASE-CUR TO BASE-CUR
           END-IF
         END-READ.
         IF STTS-EMS NOT = ZEROS AND STTS-EMS NOT = 10
          MOVE 'Y' TO EMS-EOF-FL
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: MNTH0001'.
         OPEN INPUT CAT-FL.
          MOVE 4 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 215-PERIOD-RATES.
         PERFORM 210-WRITE-REPORT.
         PERFORM 220-CLOSE-PERIOD.
         IF CLOSE-IS-RESTATEMENT
          '  RECORDS IN PERIOD: ' CT-RECORDS
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         PERFORM 212-WRITE-TRANSLATION.
         CLOSE RPT-FL.
         DISPLAY 'MONTH-END REPORT WRITTEN TO ' RPT-FL-PATH.

         WRITE RPT-REC.
         ADD 1 TO PAIR-IX.

        212-WRITE-TRANSLATION.
      * NET FLOWS ARE IN EACH PAIR'S TARGET CURRENCY: INCOME IS
      * TRANSLATED AT THE BUSINESS-DAY WEIGHTED AVERAGE, BALANCES AT
      * THE CLOSING RATE LOCKED FOR THE PERIOD
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'NET TRANSLATED TO BASE ' BASE-CUR
          ' AT PERIOD RATES (PERRATE)'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE ' PAIR' TO RPT-REC.
         MOVE 'AVERAGE RATE     NET AT AVERAGE' TO RPT-REC(29:).
         MOVE '      CLOSING RATE     NET AT CLOSING' TO RPT-REC(60:).
         WRITE RPT-REC.
         MOVE 1 TO PAIR-IX.
         PERFORM 213-WRITE-ONE-BASE UNTIL PAIR-IX > PAIR-CT.
         MOVE TOT-BASE-AVG TO ED-GROSS.
         MOVE TOT-BASE-CLS TO ED-NET.
         MOVE SPACES TO RPT-REC.
         STRING ' TOTAL ' BASE-CUR '                        ' ED-GROSS
          '                   ' ED-NET
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         IF CT-UNRATED > 0
          MOVE SPACES TO RPT-REC
          STRING ' PAIRS WITHOUT A PERIOD RATE, LEFT OUT: ' CT-UNRATED
           DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
         END-IF.

        213-WRITE-ONE-BASE.
         MOVE PR-B(PAIR-IX) TO XL-CUR.
         PERFORM 216-FIND-BASE-RATE.
         MOVE SPACES TO RPT-REC.
         IF XL-IS-FOUND
          COMPUTE BASE-AVG ROUNDED = PR-NET(PAIR-IX) * XL-AVG-FX
          COMPUTE BASE-CLS ROUNDED = PR-NET(PAIR-IX) * XL-CLS-FX
          ADD BASE-AVG TO TOT-BASE-AVG
          ADD BASE-CLS TO TOT-BASE-CLS
          MOVE XL-AVG-FX TO ED-FX
          MOVE XL-CLS-FX TO ED-FX2
          MOVE BASE-AVG TO ED-GROSS
          MOVE BASE-CLS TO ED-NET
          STRING ' ' PR-A(PAIR-IX) '/' PR-B(PAIR-IX)
           ' ' ED-FX ' ' ED-GROSS ' ' ED-FX2 ' ' ED-NET
           DELIMITED BY SIZE INTO RPT-REC
         ELSE
          ADD 1 TO CT-UNRATED
          STRING ' ' PR-A(PAIR-IX) '/' PR-B(PAIR-IX)
           '  NO PERIOD RATE ' PR-B(PAIR-IX) ' TO ' BASE-CUR
           DELIMITED BY SIZE INTO RPT-REC
         END-IF.
         WRITE RPT-REC.
         ADD 1 TO PAIR-IX.

        215-PERIOD-RATES.
      * THE PERIOD RATES ARE DERIVED AND STAMPED WITH THIS CLOSE'S
      * TIMESTAMP; A FORCED OR RESTATEMENT RE-CLOSE RE-DERIVES THEM,
      * ANY OTHER CLOSE REUSES THE SET ALREADY LOCKED FOR THE PERIOD
         IF CLOSE-IS-RESTATEMENT
            OR (PERIOD-IS-CLOSED AND CLOSE-IS-FORCED)
          MOVE 'Y' TO PRAT-REGEN
         END-IF.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'PRAT0001' USING RUN-PERIOD TODAY-TS PRAT-REGEN
           PRAT-CT PRAT-RC
          ON EXCEPTION
           MOVE 8 TO PRAT-RC
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.
         IF PRAT-RC NOT = ZEROS
          DISPLAY 'PERIOD RATES NOT DERIVED, RC = ' PRAT-RC
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
         END-IF.
         MOVE 0 TO PRT-CT.
         MOVE 'N' TO PRR-EOF-FL.
         OPEN INPUT PRR-FL.
         IF STTS-PRR NOT = ZEROS
          DISPLAY 'NO PERIOD RATE FILE (' PRR-FL-PATH ')'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 217-LOAD-ONE-RATE UNTIL PRR-IS-EOF.
         CLOSE PRR-FL.
         DISPLAY 'PERIOD RATES LOADED: ' PRT-CT ' PAIR(S)'.

        216-FIND-BASE-RATE.
         MOVE 'N' TO XL-FOUND-FL.
         IF XL-CUR = BASE-CUR
          MOVE 1 TO XL-AVG-FX
          MOVE 1 TO XL-CLS-FX
          MOVE 'Y' TO XL-FOUND-FL
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO PRT-IX.
         PERFORM 218-SCAN-BASE-RATE UNTIL PRT-IX > PRT-CT
          OR XL-IS-FOUND.

        217-LOAD-ONE-RATE.
         READ PRR-FL
          AT END
           MOVE 'Y' TO PRR-EOF-FL
          NOT AT END
           IF PRR-PERIOD = RUN-PERIOD AND PRT-CT < 999
            ADD 1 TO PRT-CT
            MOVE PRR-A TO PT-A(PRT-CT)
            MOVE PRR-B TO PT-B(PRT-CT)
            MOVE PRR-WAVG TO PT-WAVG(PRT-CT)
            MOVE PRR-CLOSE TO PT-CLOSE(PRT-CT)
           END-IF
         END-READ.
         IF STTS-PRR NOT = ZEROS AND STTS-PRR NOT = 10
          DISPLAY 'I/O ERROR READING PRR-FL, STATUS = ' STTS-PRR
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO PRR-EOF-FL
         END-IF.

        218-SCAN-BASE-RATE.
      * THE PAIR MAY BE QUOTED EITHER WAY ROUND AGAINST THE BASE
         IF PT-A(PRT-IX) = XL-CUR AND PT-B(PRT-IX) = BASE-CUR
          MOVE PT-WAVG(PRT-IX) TO XL-AVG-FX
          MOVE PT-CLOSE(PRT-IX) TO XL-CLS-FX
          MOVE 'Y' TO XL-FOUND-FL
         END-IF.
         IF PT-A(PRT-IX) = BASE-CUR AND PT-B(PRT-IX) = XL-CUR
            AND PT-WAVG(PRT-IX) > 0 AND PT-CLOSE(PRT-IX) > 0
          COMPUTE XL-AVG-FX ROUNDED = 1 / PT-WAVG(PRT-IX)
          COMPUTE XL-CLS-FX ROUNDED = 1 / PT-CLOSE(PRT-IX)
          MOVE 'Y' TO XL-FOUND-FL
         END-IF.
         ADD 1 TO PRT-IX.

        220-CLOSE-PERIOD.
         OPEN EXTEND PCL-FL.
         IF STTS-PCL = 35 OR STTS-PCL = 30
         DISPLAY ' GENERATIONS CONSOLIDATED: ' CT-GENS.
         DISPLAY ' RECORDS IN PERIOD: ' CT-RECORDS.
         DISPLAY ' DISTINCT PAIRS: ' PAIR-CT.
         DISPLAY ' PERIOD RATES: ' PRT-CT ' PAIR(S), BASE ' BASE-CUR.
         DISPLAY ' PAIRS WITHOUT A PERIOD RATE: ' CT-UNRATED.
         DISPLAY 'END-PROGRAM: MNTH0001'.
         GOBACK.
       END PROGRAM MNTH0001.
