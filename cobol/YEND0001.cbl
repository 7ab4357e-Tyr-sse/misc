      *          A CADEIA RESPEITA PELO MESMO TESTE DE 119/255) E CORTA
      *          O LIVRO DE POSICOES: POSMST.txt E ARQUIVADO COMO
      *          POSMST.Yaaaa (REGISTRADO NO GENCAT) E OS SALDOS
      *          CORRENTES VIRAM A ABERTURA DO ANO NOVO. OS LIQUIDOS
      *          POR PAR SAO CONVERTIDOS PARA A MOEDA BASE: CADA MES A
      *          SUA TAXA MEDIA TRAVADA EM PERRATE.txt E O SALDO DO ANO
      *          A TAXA DE FECHAMENTO DE DEZEMBRO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         SELECT ARC-FL ASSIGN ARC-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ARC.
         SELECT PRR-FL ASSIGN PRR-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-PRR.

       DATA DIVISION.
        FILE SECTION.
         FD ARC-FL.
         01 ARC-REC                                        PIC X(40).

         FD PRR-FL.
         01 PRR-RCRD.
          COPY PRRREC.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'YEND0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 PCL-FL-PATH               PIC X(80)
             VALUE '.\..\fls\PERCLOSE.txt'.
         77 CAT-FL-PATH               PIC X(80)
           03 PR-CT                                        PIC 9(8).
           03 PR-GROSS                                  PIC 9(14)V99.
           03 PR-NET                                   PIC S9(14)V99.
           03 PR-NET-M OCCURS 12 TIMES                 PIC S9(14)V99.
         77 CT-GENS                             PIC 9(4) VALUE ZEROS.
         77 CT-RECORDS                          PIC 9(7) VALUE ZEROS.
         77 ABS-V                                      PIC 9(10)V99.
         77 GEN-RC                    PIC 99.
         77 SAVED-RC                  PIC S9(9) COMP-5.

         77 PRR-FL-PATH               PIC X(80)
             VALUE '.\..\fls\PERRATE.txt'.
         77 PRR-FL-PATH-ENV           PIC X(80).
         77 STTS-PRR                                       PIC 99.
         77 PRR-EOF-FL                               PIC X VALUE 'N'.
          88 PRR-IS-EOF                                    VALUE 'Y'.
         77 BASE-CUR                        PIC X(10) VALUE 'USD'.
         77 BASE-CUR-ENV                                   PIC X(10).
         77 G-MONTH                                        PIC 99.
         77 PRR-YEAR                                       PIC 9(4).
         77 PRR-MONTH                                      PIC 99.
         77 YRT-CT                                     PIC 9(4) COMP.
         77 YRT-IX                                     PIC 9(4) COMP.
         01 YRT-TBL.
          02 YRT-ENTRY OCCURS 9999 TIMES.
           03 YT-MONTH                                     PIC 99.
           03 YT-A                                         PIC X(10).
           03 YT-B                                         PIC X(10).
           03 YT-WAVG                                  PIC 9(8)V9(10).
           03 YT-CLOSE                                 PIC 9(8)V9(10).
         77 XL-CUR                                         PIC X(10).
         77 XL-MONTH                                       PIC 99.
         77 XL-AVG-FX                                  PIC 9(8)V9(10).
         77 XL-CLS-FX                                  PIC 9(8)V9(10).
         77 XL-FOUND-FL                                    PIC X.
          88 XL-IS-FOUND                                   VALUE 'Y'.
         77 XL-OK-FL                                       PIC X.
          88 XL-IS-OK                                      VALUE 'Y'.
         77 BASE-AVG                                   PIC S9(14)V99.
         77 BASE-CLS                                   PIC S9(14)V99.
         77 BASE-PART                                  PIC S9(14)V99.
         77 TOT-BASE-AVG                        PIC S9(14)V99 VALUE 0.
         77 TOT-BASE-CLS                        PIC S9(14)V99 VALUE 0.
         77 CT-UNRATED                          PIC 9(4) VALUE ZEROS.
         77 ED-FX                                  PIC Z(7)9.9(8).



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
         DISPLAY 'MAIN: YEND0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
          MOVE TODAY-TS(1:4) TO RUN-YEAR
         END-IF.
         COMPUTE LOCK-PERIOD = RUN-YEAR * 100 + 13.
         ACCEPT PRR-FL-PATH-ENV FROM ENVIRONMENT 'YEND0001_PRRFILE'.
         IF PRR-FL-PATH-ENV NOT = SPACES
          MOVE PRR-FL-PATH-ENV TO PRR-FL-PATH
         END-IF.
         ACCEPT BASE-CUR-ENV FROM ENVIRONMENT 'YEND0001_BASECUR'.
         IF BASE-CUR-ENV NOT = SPACES
          MOVE BASE-CUR-ENV TO BASE-CUR
         END-IF.
         DISPLAY 'CLOSING FISCAL YEAR ' RUN-YEAR.
         MOVE 1 TO MONTH-IX.
         PERFORM 101-CLEAR-ONE-MONTH UNTIL MONTH-IX > 12.
        200-PROCESS.
         DISPLAY 'PROCESS: YEND0001'.
         PERFORM 210-AGGREGATE-YEAR.
         PERFORM 216-LOAD-PERIOD-RATES.
         PERFORM 220-WRITE-REPORT.
         PERFORM 230-WRITE-YEAR-LOCK.
         PERFORM 240-ROLL-POSITIONS.
          MOVE ZEROS TO PR-GROSS(PAIR-CT)
          MOVE ZEROS TO PR-NET(PAIR-CT)
          MOVE PAIR-CT TO PAIR-IX
          MOVE 1 TO MONTH-IX
          PERFORM 218-CLEAR-ONE-MONTH UNTIL MONTH-IX > 12
         END-IF.
         ADD 1 TO PR-CT(PAIR-IX).
         IF G-V < 0
         END-IF.
         ADD ABS-V TO PR-GROSS(PAIR-IX).
         ADD G-V TO PR-NET(PAIR-IX).
         DIVIDE G-DT BY 100 GIVING CHK-PERIOD.
         DIVIDE CHK-PERIOD BY 100 GIVING G-YEAR REMAINDER G-MONTH.
         ADD G-V TO PR-NET-M(PAIR-IX, G-MONTH).

        215-SCAN-PAIR.
         IF PR-A(PAIR-IX) = G-A AND PR-B(PAIR-IX) = G-B
          ADD 1 TO PAIR-IX
         END-IF.

        216-LOAD-PERIOD-RATES.
      * THE RATES EACH MONTH-END CLOSE LOCKED IN PERRATE.txt
         MOVE 0 TO YRT-CT.
         OPEN INPUT PRR-FL.
         IF STTS-PRR NOT = ZEROS
          DISPLAY 'NO PERIOD RATE FILE (' PRR-FL-PATH ')'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 217-LOAD-ONE-RATE UNTIL PRR-IS-EOF.
         CLOSE PRR-FL.
         DISPLAY 'PERIOD RATES LOADED FOR THE YEAR: ' YRT-CT.

        217-LOAD-ONE-RATE.
         READ PRR-FL
          AT END
           MOVE 'Y' TO PRR-EOF-FL
          NOT AT END
           DIVIDE PRR-PERIOD BY 100 GIVING PRR-YEAR
            REMAINDER PRR-MONTH
           IF PRR-YEAR = RUN-YEAR AND PRR-MONTH >= 1
              AND PRR-MONTH <= 12 AND YRT-CT < 9999
            ADD 1 TO YRT-CT
            MOVE PRR-MONTH TO YT-MONTH(YRT-CT)
            MOVE PRR-A TO YT-A(YRT-CT)
            MOVE PRR-B TO YT-B(YRT-CT)
            MOVE PRR-WAVG TO YT-WAVG(YRT-CT)
            MOVE PRR-CLOSE TO YT-CLOSE(YRT-CT)
           END-IF
         END-READ.
         IF STTS-PRR NOT = ZEROS AND STTS-PRR NOT = 10
          DISPLAY 'I/O ERROR READING PRR-FL, STATUS = ' STTS-PRR
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO PRR-EOF-FL
         END-IF.

        218-CLEAR-ONE-MONTH.
         MOVE ZEROS TO PR-NET-M(PAIR-CT, MONTH-IX).
         ADD 1 TO MONTH-IX.

        220-WRITE-REPORT.
         OPEN OUTPUT RPT-FL.
         MOVE SPACES TO RPT-REC.
          '  RECORDS IN YEAR: ' CT-RECORDS
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         PERFORM 222-WRITE-TRANSLATION.
         CLOSE RPT-FL.
         DISPLAY 'ANNUAL STATEMENT WRITTEN TO ' RPT-FL-PATH.

         WRITE RPT-REC.
         ADD 1 TO PAIR-IX.

        222-WRITE-TRANSLATION.
      * INCOME IS TRANSLATED MONTH BY MONTH AT EACH MONTH'S WEIGHTED
      * AVERAGE; THE YEAR'S NET AS A BALANCE AT DECEMBER'S CLOSING RATE
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'NET TRANSLATED TO BASE ' BASE-CUR
          ' AT PERIOD RATES (PERRATE)'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE ' PAIR' TO RPT-REC.
         MOVE 'NET AT MONTHLY AVERAGES' TO RPT-REC(37:).
         MOVE '  DEC CLOSING RATE     NET AT CLOSING'
          TO RPT-REC(60:).
         WRITE RPT-REC.
         MOVE 1 TO PAIR-IX.
         PERFORM 223-WRITE-ONE-BASE UNTIL PAIR-IX > PAIR-CT.
         MOVE TOT-BASE-AVG TO ED-GROSS.
         MOVE TOT-BASE-CLS TO ED-NET.
         MOVE SPACES TO RPT-REC.
         STRING ' TOTAL ' BASE-CUR '                        ' ED-GROSS
          '                   ' ED-NET
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         IF CT-UNRATED > 0
          MOVE SPACES TO RPT-REC
          STRING ' PAIRS WITHOUT A FULL SET OF PERIOD RATES: '
           CT-UNRATED
           DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
         END-IF.

        223-WRITE-ONE-BASE.
         MOVE PR-B(PAIR-IX) TO XL-CUR.
         MOVE 'Y' TO XL-OK-FL.
         MOVE ZEROS TO BASE-AVG.
         MOVE 1 TO MONTH-IX.
         PERFORM 224-TRANSLATE-ONE-MONTH UNTIL MONTH-IX > 12.
         MOVE 12 TO XL-MONTH.
         PERFORM 226-FIND-BASE-RATE.
         IF NOT XL-IS-FOUND
          MOVE 'N' TO XL-OK-FL
         END-IF.
         MOVE SPACES TO RPT-REC.
         IF XL-IS-OK
          COMPUTE BASE-CLS ROUNDED = PR-NET(PAIR-IX) * XL-CLS-FX
          ADD BASE-AVG TO TOT-BASE-AVG
          ADD BASE-CLS TO TOT-BASE-CLS
          MOVE XL-CLS-FX TO ED-FX
          MOVE BASE-AVG TO ED-GROSS
          MOVE BASE-CLS TO ED-NET
          STRING ' ' PR-A(PAIR-IX) '/' PR-B(PAIR-IX)
           '                   ' ED-GROSS ' ' ED-FX ' ' ED-NET
           DELIMITED BY SIZE INTO RPT-REC
         ELSE
          ADD 1 TO CT-UNRATED
          STRING ' ' PR-A(PAIR-IX) '/' PR-B(PAIR-IX)
           '  NO FULL SET OF PERIOD RATES ' PR-B(PAIR-IX)
           ' TO ' BASE-CUR
           DELIMITED BY SIZE INTO RPT-REC
         END-IF.
         WRITE RPT-REC.
         ADD 1 TO PAIR-IX.

        224-TRANSLATE-ONE-MONTH.
      * A MONTH WITH NO NET FLOW NEEDS NO RATE
         IF PR-NET-M(PAIR-IX, MONTH-IX) NOT = 0
          MOVE MONTH-IX TO XL-MONTH
          PERFORM 226-FIND-BASE-RATE
          IF XL-IS-FOUND
           COMPUTE BASE-PART ROUNDED =
            PR-NET-M(PAIR-IX, MONTH-IX) * XL-AVG-FX
           ADD BASE-PART TO BASE-AVG
          ELSE
           MOVE 'N' TO XL-OK-FL
          END-IF
         END-IF.
         ADD 1 TO MONTH-IX.

        226-FIND-BASE-RATE.
         MOVE 'N' TO XL-FOUND-FL.
         IF XL-CUR = BASE-CUR
          MOVE 1 TO XL-AVG-FX
          MOVE 1 TO XL-CLS-FX
          MOVE 'Y' TO XL-FOUND-FL
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO YRT-IX.
         PERFORM 227-SCAN-BASE-RATE UNTIL YRT-IX > YRT-CT
          OR XL-IS-FOUND.

        227-SCAN-BASE-RATE.
      * THE PAIR MAY BE QUOTED EITHER WAY ROUND AGAINST THE BASE
         IF YT-MONTH(YRT-IX) = XL-MONTH
          IF YT-A(YRT-IX) = XL-CUR AND YT-B(YRT-IX) = BASE-CUR
           MOVE YT-WAVG(YRT-IX) TO XL-AVG-FX
           MOVE YT-CLOSE(YRT-IX) TO XL-CLS-FX
           MOVE 'Y' TO XL-FOUND-FL
          END-IF
          IF YT-A(YRT-IX) = BASE-CUR AND YT-B(YRT-IX) = XL-CUR
             AND YT-WAVG(YRT-IX) > 0 AND YT-CLOSE(YRT-IX) > 0
           COMPUTE XL-AVG-FX ROUNDED = 1 / YT-WAVG(YRT-IX)
           COMPUTE XL-CLS-FX ROUNDED = 1 / YT-CLOSE(YRT-IX)
           MOVE 'Y' TO XL-FOUND-FL
          END-IF
         END-IF.
         ADD 1 TO YRT-IX.

        230-WRITE-YEAR-LOCK.
      * PERIOD AAAA13 SORTS ABOVE EVERY REAL MONTH OF THE YEAR AND
      * BELOW (AAAA+1)01, SO 119-LOAD-PERIOD-CLOSES IN CONV0001 LOCKS
         DISPLAY ' RECORDS IN YEAR: ' CT-RECORDS.
         DISPLAY ' DISTINCT PAIRS: ' PAIR-CT.
         DISPLAY ' POSITIONS ARCHIVED: ' CT-POS-ROLLED.
         DISPLAY ' PAIRS WITHOUT A FULL SET OF PERIOD RATES: '
           CT-UNRATED.
         DISPLAY 'END-PROGRAM: YEND0001'.
         GOBACK.
       END PROGRAM YEND0001.
