      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - FATURAMENTO MENSAL DE TARIFAS: LE AS
      *          GERACOES DO MES DE FEE0001 VIA GCAT0001, AGRUPA POR
      *          ENTIDADE (FEE-ENT) E MOEDA DA TARIFA, NUMERA AS FATURAS
      *          EM SEQUENCIA A PARTIR DA MAIOR JA EMITIDA, IMPRIME UMA
      *          FATURA POR PAGINA (INVOICE.txt) E LANCA CADA UMA NO
      *          CONTAS A RECEBER (RCVB.txt) COMO ABERTA; ENTIDADE E
      *          MOEDA JA FATURADAS NO MES NAO SAO FATURADAS DE NOVO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. INVC0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT FGN-FL ASSIGN FGN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-FGN.
         SELECT RCV-FL ASSIGN RCV-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RCV.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.

       DATA DIVISION.
        FILE SECTION.
         FD FGN-FL.
         01 FEE-RCRD.
          02 FEE-SEQ                                        PIC 9(6).
          02 FEE-A                                          PIC X(10).
          02 FEE-B                                          PIC X(10).
          02 FEE-DT                                         PIC 9(8).
          02 FEE-BASE                                     PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 FEE-AMT                                      PIC 9(08)V99.
          02 FEE-ENT                                        PIC X(4).

         FD RCV-FL.
         01 RCV-RCRD.
          COPY RCVREC.

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'INVC0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 FGN-FL-PATH                                    PIC X(80).
         77 RCV-FL-PATH               PIC X(80)
             VALUE '.\..\fls\RCVB.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\INVOICE.txt'.
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'INVC0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'INVC0001'.
         77 RPTF-RC                                        PIC 99.
         77 RCV-FL-PATH-ENV           PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 REH-WRK-PATH                                   PIC X(80).
         77 REHEARSAL-ENV                              PIC X(3).
         77 REHEARSAL-FL                             PIC X VALUE 'N'.
          88 IS-REHEARSAL                                  VALUE 'Y'.
         77 STTS-FGN                                       PIC 99.
         77 STTS-RCV                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 FGN-EOF-FL                                     PIC X.
          88 FGN-IS-EOF                                    VALUE 'Y'.
         77 RCV-EOF-FL                               PIC X VALUE 'N'.
          88 RCV-IS-EOF                                    VALUE 'Y'.

         77 GEN-FUNC                  PIC X(3).
         77 GEN-FILE-ID               PIC X(10).
         77 GEN-DATE                  PIC 9(8).
         77 GEN-PATH                  PIC X(80).
         77 GEN-KEEP                  PIC 9(4) VALUE ZEROS.
         77 GEN-RC                    PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.

         77 PERIOD-ENV                                     PIC X(6).
         01 RPT-PERIOD                                     PIC 9(6).
         01 RPT-PERIOD-R REDEFINES RPT-PERIOD.
          03 RPT-YYYY                                      PIC 9(4).
          03 RPT-MM                                        PIC 99.
         01 DAY-DATE                                       PIC 9(8).
         01 DAY-DATE-R REDEFINES DAY-DATE.
          03 DAY-YYYYMM                                    PIC 9(6).
          03 DAY-DD                                        PIC 99.
         77 DAY-NO                                         PIC 99.
         77 TODAY-DT                                       PIC 9(8).
         77 DUE-DT                                         PIC 9(8).
         77 TERMS-DAYS                          PIC 9(3) VALUE 30.
         77 TERMS-ENV                                      PIC X(3).

      * INVOICES ALREADY ON FILE FOR THE PERIOD, BY ENTITY AND CURRENCY
         77 DONE-CT                                    PIC 9(4) COMP.
         77 DONE-IX                                    PIC 9(4) COMP.
         77 DONE-FOUND-FL                                  PIC X.
          88 DONE-IS-FOUND                                 VALUE 'Y'.
         01 DONE-TBL.
          03 DONE-ENTRY OCCURS 999.
           05 DN-ENT                                       PIC X(4).
           05 DN-CUR                                       PIC X(10).
         77 LAST-INV-NO                         PIC 9(8) VALUE ZEROS.

      * THE MONTH'S FEE LINES, SORTED INTO INVOICE ORDER
         77 FLN-CT                                     PIC 9(4) COMP.
         77 FLN-IX                                     PIC 9(4) COMP.
         01 FLN-TBL.
          03 FLN-ENTRY OCCURS 1 TO 9999 TIMES
              DEPENDING ON FLN-CT.
           05 FL-ENT                                       PIC X(4).
           05 FL-CUR                                       PIC X(10).
           05 FL-RUN-DT                                    PIC 9(8).
           05 FL-SEQ                                       PIC 9(6).
           05 FL-A                                         PIC X(10).
           05 FL-VAL-DT                                    PIC 9(8).
           05 FL-BASE                                    PIC 9(10)V99.
           05 FL-AMT                                     PIC 9(08)V99.

         77 CUR-ENT                                        PIC X(4).
         77 CUR-CUR                                        PIC X(10).
         77 INV-AMT                                    PIC 9(10)V99.
         77 INV-FEE-CT                                     PIC 9(6).
         77 INV-ST-IX                                  PIC 9(4) COMP.

         77 CT-DAYS                             PIC 9(4) VALUE ZEROS.
         77 CT-FEES                             PIC 9(6) VALUE ZEROS.
         77 CT-NO-ENT                           PIC 9(6) VALUE ZEROS.
         77 CT-INVOICES                         PIC 9(4) VALUE ZEROS.
         77 CT-ALREADY                          PIC 9(4) VALUE ZEROS.
         77 TOT-BILLED                     PIC 9(12)V99 VALUE ZEROS.

         77 LINES-PER-PAGE                       PIC 99 VALUE 55.
         77 PAGE-LEN-ENV                                    PIC X(2).
         77 LINE-CT                              PIC 99 VALUE ZEROS.
         77 PAGE-CT                              PIC 9(4) VALUE ZEROS.
         77 SECT-HDR                                       PIC X(132).

         77 ED-BASE                                 PIC Z(9)9.99.
         77 ED-AMT                                  PIC Z(7)9.99.
         77 ED-INV-AMT                              PIC Z(9)9.99.
         77 ED-TOT                                  PIC Z(11)9.99.



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
         DISPLAY 'MAIN: INVC0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: INVC0001'.
         ACCEPT RCV-FL-PATH-ENV FROM ENVIRONMENT 'INVC0001_RCVFILE'.
         IF RCV-FL-PATH-ENV NOT = SPACES
          MOVE RCV-FL-PATH-ENV TO RCV-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'INVC0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT PAGE-LEN-ENV FROM ENVIRONMENT 'INVC0001_PAGELEN'.
         IF PAGE-LEN-ENV IS NUMERIC AND PAGE-LEN-ENV NOT = SPACES
          MOVE PAGE-LEN-ENV TO LINES-PER-PAGE
         END-IF.
         ACCEPT TERMS-ENV FROM ENVIRONMENT 'INVC0001_TERMS'.
         IF TERMS-ENV IS NUMERIC AND TERMS-ENV NOT = SPACES
          MOVE TERMS-ENV TO TERMS-DAYS
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         COMPUTE DUE-DT = FUNCTION DATE-OF-INTEGER(
          FUNCTION INTEGER-OF-DATE(TODAY-DT) + TERMS-DAYS).
      * THE DEFAULT PERIOD IS THE MONTH BEFORE THE RUN DATE
         ACCEPT PERIOD-ENV FROM ENVIRONMENT 'INVC0001_PERIOD'.
         IF PERIOD-ENV IS NUMERIC AND PERIOD-ENV NOT = SPACES
          MOVE PERIOD-ENV TO RPT-PERIOD
         ELSE
          DIVIDE TODAY-DT BY 100 GIVING RPT-PERIOD
          IF RPT-MM = 1
           SUBTRACT 1 FROM RPT-YYYY
           MOVE 12 TO RPT-MM
          ELSE
           SUBTRACT 1 FROM RPT-MM
          END-IF
         END-IF.
         IF RPT-MM < 1 OR RPT-MM > 12
          DISPLAY 'INVALID PERIOD ' RPT-PERIOD ', RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
      * A REHEARSAL PRINTS THE INVOICES BUT LEAVES THE RECEIVABLES
      * FILE UNTOUCHED
         ACCEPT REHEARSAL-ENV FROM ENVIRONMENT 'CHAIN_REHEARSAL'.
         IF REHEARSAL-ENV(1:1) = 'Y'
          MOVE 'Y' TO REHEARSAL-FL
          MOVE SPACES TO REH-WRK-PATH
          STRING RPT-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO RPT-FL-PATH
         END-IF.
         DISPLAY 'BILLING PERIOD: ' RPT-PERIOD
          '  DUE DATE: ' DUE-DT.
         MOVE 0 TO DONE-CT.
         MOVE 0 TO FLN-CT.
         PERFORM 110-SCAN-RECEIVABLES.

        110-SCAN-RECEIVABLES.
      * THE NEXT INVOICE NUMBER FOLLOWS THE HIGHEST ONE ON FILE
         OPEN INPUT RCV-FL.
         IF STTS-RCV NOT = ZEROS
          DISPLAY 'NO RECEIVABLES FILE YET, NUMBERING STARTS AT 1'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 111-SCAN-ONE-RCV UNTIL RCV-IS-EOF.
         CLOSE RCV-FL.

        111-SCAN-ONE-RCV.
         READ RCV-FL
          AT END
           MOVE 'Y' TO RCV-EOF-FL
          NOT AT END
           IF RCV-INV-NO NUMERIC AND RCV-INV-NO > LAST-INV-NO
            MOVE RCV-INV-NO TO LAST-INV-NO
           END-IF
           IF RCV-PERIOD = RPT-PERIOD
            IF DONE-CT >= 999
             DISPLAY 'INVOICED TABLE FULL, RUN ABORTED'
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
            ADD 1 TO DONE-CT
            MOVE RCV-ENT TO DN-ENT(DONE-CT)
            MOVE RCV-CUR TO DN-CUR(DONE-CT)
           END-IF
         END-READ.
         IF STTS-RCV NOT = ZEROS AND STTS-RCV NOT = 10
          DISPLAY 'I/O ERROR READING RCV-FL, STATUS = ' STTS-RCV
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: INVC0001'.
         MOVE 1 TO DAY-NO.
         PERFORM 210-DO-ONE-DAY UNTIL DAY-NO > 31.
         IF FLN-CT > 1
          SORT FLN-ENTRY ON ASCENDING KEY FL-ENT FL-CUR FL-RUN-DT
           FL-SEQ
         END-IF.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         IF NOT IS-REHEARSAL
          OPEN EXTEND RCV-FL
          IF STTS-RCV = 35 OR STTS-RCV = 30
           OPEN OUTPUT RCV-FL
          END-IF
          IF STTS-RCV NOT = ZEROS
           DISPLAY 'ERROR OPENING RCV-FL, STATUS = ' STTS-RCV
           MOVE 8 TO RETURN-CODE
           CLOSE RPT-FL
           GOBACK
          END-IF
         END-IF.
         MOVE ZEROS TO PAGE-CT.
         IF FLN-CT = 0
          MOVE SPACES TO SECT-HDR
          PERFORM 311-NEW-PAGE
          MOVE 'NO FEES TO INVOICE FOR THE PERIOD' TO RPT-REC
          PERFORM 312-WRITE-LINE
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
         END-IF.
         MOVE 1 TO FLN-IX.
         PERFORM 220-DO-ONE-INVOICE UNTIL FLN-IX > FLN-CT.
         CLOSE RPT-FL.
      * KEEP A DATED COPY IN THE REPORT REPOSITORY FOR REPRINTS
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT RPT-FL-PATH
           RPTF-PGM RPTF-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.
         IF NOT IS-REHEARSAL
          CLOSE RCV-FL
         END-IF.
         DISPLAY 'INVOICES WRITTEN TO ' RPT-FL-PATH.

        210-DO-ONE-DAY.
         MOVE RPT-PERIOD TO DAY-YYYYMM.
         MOVE DAY-NO TO DAY-DD.
         ADD 1 TO DAY-NO.
         MOVE 'GET' TO GEN-FUNC.
         MOVE 'FEE0001' TO GEN-FILE-ID.
         MOVE DAY-DATE TO GEN-DATE.
         MOVE SPACES TO GEN-PATH.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'GCAT0001' USING GEN-FUNC GEN-FILE-ID GEN-DATE
           GEN-PATH GEN-KEEP GEN-RC.
         MOVE SAVED-RC TO RETURN-CODE.
         IF GEN-RC NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         MOVE GEN-PATH TO FGN-FL-PATH.
         MOVE 'N' TO FGN-EOF-FL.
         OPEN INPUT FGN-FL.
         IF STTS-FGN NOT = ZEROS
          DISPLAY 'FEE GENERATION UNREADABLE, STATUS = ' STTS-FGN
           ': ' FGN-FL-PATH
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CT-DAYS.
         PERFORM 211-READ-ONE-FEE UNTIL FGN-IS-EOF.
         CLOSE FGN-FL.

        211-READ-ONE-FEE.
         READ FGN-FL
          AT END
           MOVE 'Y' TO FGN-EOF-FL
          NOT AT END
           ADD 1 TO CT-FEES
           IF FEE-ENT = SPACES
            ADD 1 TO CT-NO-ENT
           ELSE
            PERFORM 212-KEEP-ONE-FEE
           END-IF
         END-READ.
         IF STTS-FGN NOT = ZEROS AND STTS-FGN NOT = 10
          DISPLAY 'I/O ERROR READING FGN-FL, STATUS = ' STTS-FGN
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO FGN-EOF-FL
         END-IF.

        212-KEEP-ONE-FEE.
         IF FLN-CT >= 9999
          DISPLAY 'FEE LINE TABLE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO FLN-CT.
         MOVE FEE-ENT TO FL-ENT(FLN-CT).
      * THE FEE IS CHARGED IN THE CURRENCY BOUGHT ON THE CONVERSION
         MOVE FEE-B TO FL-CUR(FLN-CT).
         MOVE DAY-DATE TO FL-RUN-DT(FLN-CT).
         MOVE FEE-SEQ TO FL-SEQ(FLN-CT).
         MOVE FEE-A TO FL-A(FLN-CT).
         MOVE FEE-DT TO FL-VAL-DT(FLN-CT).
         IF FEE-BASE < 0
          COMPUTE FL-BASE(FLN-CT) = FEE-BASE * -1
         ELSE
          MOVE FEE-BASE TO FL-BASE(FLN-CT)
         END-IF.
         MOVE FEE-AMT TO FL-AMT(FLN-CT).

        220-DO-ONE-INVOICE.
         MOVE FL-ENT(FLN-IX) TO CUR-ENT.
         MOVE FL-CUR(FLN-IX) TO CUR-CUR.
         MOVE 'N' TO DONE-FOUND-FL.
         MOVE 1 TO DONE-IX.
         PERFORM 221-SCAN-DONE UNTIL DONE-IX > DONE-CT
          OR DONE-IS-FOUND.
         IF DONE-IS-FOUND
          ADD 1 TO CT-ALREADY
          DISPLAY 'ALREADY INVOICED FOR ' RPT-PERIOD ': ' CUR-ENT
           ' ' CUR-CUR
          PERFORM 222-SKIP-ONE-LINE UNTIL FLN-IX > FLN-CT
           OR FL-ENT(FLN-IX) NOT = CUR-ENT
           OR FL-CUR(FLN-IX) NOT = CUR-CUR
          EXIT PARAGRAPH
         END-IF.
      * FIRST PASS TOTALS THE INVOICE SO THE HEADER CAN CARRY IT;
      * SECOND PASS PRINTS THE LINES
         MOVE FLN-IX TO INV-ST-IX.
         MOVE ZEROS TO INV-AMT.
         MOVE ZEROS TO INV-FEE-CT.
         PERFORM 223-TOTAL-ONE-LINE UNTIL FLN-IX > FLN-CT
          OR FL-ENT(FLN-IX) NOT = CUR-ENT
          OR FL-CUR(FLN-IX) NOT = CUR-CUR.
         ADD 1 TO LAST-INV-NO.
         ADD 1 TO CT-INVOICES.
         ADD INV-AMT TO TOT-BILLED.
         MOVE INV-AMT TO ED-INV-AMT.
         MOVE SPACES TO SECT-HDR.
         PERFORM 311-NEW-PAGE.
         MOVE SPACES TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE SPACES TO RPT-REC.
         STRING ' BILL TO ENTITY: ' CUR-ENT
          '    BILLING PERIOD: ' RPT-PERIOD
          '    CURRENCY: ' CUR-CUR
          DELIMITED BY SIZE INTO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE SPACES TO RPT-REC.
         STRING ' ISSUE DATE: ' TODAY-DT
          '    DUE DATE: ' DUE-DT
          '    AMOUNT DUE: ' ED-INV-AMT
          DELIMITED BY SIZE INTO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE SPACES TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE SPACES TO SECT-HDR.
         STRING ' RUN DATE  LINEAGE  PAIR                   VALUE DT'
          '        FEE BASE          FEE'
          DELIMITED BY SIZE INTO SECT-HDR.
         MOVE SECT-HDR TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE INV-ST-IX TO FLN-IX.
         PERFORM 224-PRINT-ONE-LINE UNTIL FLN-IX > FLN-CT
          OR FL-ENT(FLN-IX) NOT = CUR-ENT
          OR FL-CUR(FLN-IX) NOT = CUR-CUR.
         MOVE SPACES TO SECT-HDR.
         MOVE SPACES TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE SPACES TO RPT-REC.
         STRING ' FEES BILLED: ' INV-FEE-CT
          '                 TOTAL DUE ' CUR-CUR ' ' ED-INV-AMT
          DELIMITED BY SIZE INTO RPT-REC.
         PERFORM 312-WRITE-LINE.
         IF NOT IS-REHEARSAL
          PERFORM 225-WRITE-RECEIVABLE
         END-IF.

        221-SCAN-DONE.
         IF DN-ENT(DONE-IX) = CUR-ENT AND DN-CUR(DONE-IX) = CUR-CUR
          MOVE 'Y' TO DONE-FOUND-FL
         ELSE
          ADD 1 TO DONE-IX
         END-IF.

        222-SKIP-ONE-LINE.
         ADD 1 TO FLN-IX.

        223-TOTAL-ONE-LINE.
         ADD FL-AMT(FLN-IX) TO INV-AMT.
         ADD 1 TO INV-FEE-CT.
         ADD 1 TO FLN-IX.

        224-PRINT-ONE-LINE.
         MOVE FL-BASE(FLN-IX) TO ED-BASE.
         MOVE FL-AMT(FLN-IX) TO ED-AMT.
         MOVE SPACES TO RPT-REC.
         STRING ' ' FL-RUN-DT(FLN-IX) '  ' FL-SEQ(FLN-IX) '   '
           FL-A(FLN-IX) '/' FL-CUR(FLN-IX) '  ' FL-VAL-DT(FLN-IX)
           '  ' ED-BASE '  ' ED-AMT
          DELIMITED BY SIZE INTO RPT-REC.
         PERFORM 312-WRITE-LINE.
         ADD 1 TO FLN-IX.

        225-WRITE-RECEIVABLE.
         MOVE LAST-INV-NO TO RCV-INV-NO.
         MOVE CUR-ENT TO RCV-ENT.
         MOVE CUR-CUR TO RCV-CUR.
         MOVE RPT-PERIOD TO RCV-PERIOD.
         MOVE TODAY-DT TO RCV-ISSUE-DT.
         MOVE DUE-DT TO RCV-DUE-DT.
         MOVE INV-AMT TO RCV-AMT.
         MOVE ZEROS TO RCV-PAID.
         MOVE 'O' TO RCV-STATUS.
         MOVE ZEROS TO RCV-LAST-PAY-DT.
         MOVE INV-FEE-CT TO RCV-FEE-CT.
         WRITE RCV-RCRD.

        311-NEW-PAGE.
         ADD 1 TO PAGE-CT.
         MOVE SPACES TO RPT-REC.
         IF CT-INVOICES > 0
          STRING 'INVC0001  FEE INVOICE  NO ' LAST-INV-NO
           '                                      PAGE ' PAGE-CT
           DELIMITED BY SIZE INTO RPT-REC
         ELSE
          STRING 'INVC0001  FEE INVOICES  PERIOD ' RPT-PERIOD
           '                                      PAGE ' PAGE-CT
           DELIMITED BY SIZE INTO RPT-REC
         END-IF.
         WRITE RPT-REC.
         MOVE 1 TO LINE-CT.
         IF SECT-HDR NOT = SPACES
          MOVE SECT-HDR TO RPT-REC
          WRITE RPT-REC
          ADD 1 TO LINE-CT
         END-IF.

        312-WRITE-LINE.
         IF LINE-CT >= LINES-PER-PAGE
          PERFORM 311-NEW-PAGE
         END-IF.
         WRITE RPT-REC.
         ADD 1 TO LINE-CT.

        300-END.
         MOVE TOT-BILLED TO ED-TOT.
         DISPLAY '-- FEE INVOICING SUMMARY --'.
         DISPLAY ' PERIOD: ' RPT-PERIOD.
         DISPLAY ' FEE GENERATION DAYS READ: ' CT-DAYS.
         DISPLAY ' FEE LINES: ' CT-FEES.
         DISPLAY ' INVOICES ISSUED: ' CT-INVOICES
          '  LAST NUMBER: ' LAST-INV-NO.
         DISPLAY ' ALREADY INVOICED, SKIPPED: ' CT-ALREADY.
         DISPLAY ' TOTAL BILLED (ALL CURRENCIES): ' ED-TOT.
         IF CT-NO-ENT > 0
          DISPLAY ' FEES WITHOUT ENTITY, NOT INVOICED: ' CT-NO-ENT
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
         END-IF.
         IF IS-REHEARSAL
          DISPLAY ' REHEARSAL: RECEIVABLES NOT UPDATED'
         END-IF.
         DISPLAY 'END-PROGRAM: INVC0001'.
         GOBACK.
       END PROGRAM INVC0001.
