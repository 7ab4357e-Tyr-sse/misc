      * Purpose: ESTUDAR COBOL - LIVRO DE POSICAO POR MOEDA: APLICA O
      *          MOVIMENTO DIARIO (O0001.txt E ESTORNOS REV0001.txt)
      *          SOBRE O SALDO CORRENTE (POSMST.txt) E EMITE RELATORIO
      *          DE ABERTURA / MOVIMENTO / FECHAMENTO; MANTEM O CUSTO
      *          MEDIO POR MOEDA/ENTIDADE (POSCOST.txt) E EMITE O
      *          RESULTADO REALIZADO DO DIA (REALPNL.txt). APLICA
      *          TAMBEM A CAPITALIZACAO MENSAL DE JUROS DO ACCR0001
      *          (INTCAP.txt) NA SUA DATA DE LANCAMENTO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         SELECT PWK-FL ASSIGN PWK-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-PWK.
         SELECT PCS-FL ASSIGN PCS-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-PCS.
         SELECT PCW-FL ASSIGN PCW-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-PCW.
         SELECT PNL-FL ASSIGN PNL-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-PNL.
         SELECT PNH-FL ASSIGN PNH-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-PNH.
         SELECT FWD-FL ASSIGN FWD-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-FWD.
         SELECT FWR-FL ASSIGN FWR-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-FWR.
         SELECT CAP-FL ASSIGN CAP-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CAP.

       DATA DIVISION.
        FILE SECTION.
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 PWK-ENT                                       PIC X(4).

         FD PCS-FL.
         01 PCS-RCRD.
          02 PCS-CODE                                      PIC X(10).
          02 PCS-ENT                                       PIC X(4).
          02 PCS-QTY                                     PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 PCS-COST                                    PIC S9(14)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 PCS-FLAG                                      PIC X.
          02 PCS-LAST-DT                                   PIC 9(8).

         FD PCW-FL.
         01 PCW-RCRD.
          02 PCW-CODE                                      PIC X(10).
          02 PCW-ENT                                       PIC X(4).
          02 PCW-QTY                                     PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 PCW-COST                                    PIC S9(14)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 PCW-FLAG                                      PIC X.
          02 PCW-LAST-DT                                   PIC 9(8).

         FD PNL-FL.
         01 PNL-REC                                        PIC X(100).

         FD PNH-FL.
         01 PNH-RCRD.
          02 PNH-DT                                        PIC 9(8).
          02 PNH-CODE                                      PIC X(10).
          02 PNH-ENT                                       PIC X(4).
          02 PNH-BASE                                      PIC X(10).
          02 PNH-REAL                                    PIC S9(14)V99
           SIGN IS TRAILING SEPARATE CHARACTER.

         FD FWD-FL.
         01 FWD-RCRD.
          COPY FWDREC.

         FD FWR-FL.
         01 FWR-RCRD.
          COPY FWDREC REPLACING LEADING ==FWD-== BY ==FWR-==.

         FD SNP-FL.
         01 SNP-RCRD.
          02 SNP-DT                                        PIC 9(8).
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 SNP-CLOSE                                   PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 SNP-MOV-CAP                                 PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.

         FD CAP-FL.
         01 CAP-RCRD.
          COPY INTCREC.

         FD LIM-FL.
         01 LIM-RCRD.
          02 ALRT-TS                                        PIC 9(14).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'POSN0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 POS-FL-PATH               PIC X(80)
             VALUE '.\..\fls\POSMST.txt'.
         77 O-FL-PATH                 PIC X(80)
         77 I-FL-PATH-ENV             PIC X(80).
         77 REV-FL-PATH-ENV           PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'POSN0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'POSN0001'.
         77 RPTF-RC                                        PIC 99.
         77 LIM-FL-PATH-ENV           PIC X(80).
         77 ALRT-FL-PATH-ENV          PIC X(80).
         77 FWD-FL-PATH               PIC X(80)
             VALUE '.\..\fls\FWDREG.txt'.
         77 FWR-FL-PATH               PIC X(80)
             VALUE '.\..\fls\FWDREL.txt'.
         77 FWD-FL-PATH-ENV           PIC X(80).
         77 FWR-FL-PATH-ENV           PIC X(80).
         77 STTS-FWD                                       PIC 99.
         77 STTS-FWR                                       PIC 99.
         77 FWD-EOF-FL                               PIC X VALUE 'N'.
          88 FWD-IS-EOF                                    VALUE 'Y'.
         77 FWR-EOF-FL                               PIC X VALUE 'N'.
          88 FWR-IS-EOF                                    VALUE 'Y'.
      * OPEN FORWARD DEALS: THEIR CONVERSION LINE IN O0001 IS NOT A
      * MOVEMENT OF THE DAY; THE POSITION MOVES WHEN FWDM0001 RELEASES
      * THE DEAL AT MATURITY. USED FLAGS MATCH ONE LINE PER DEAL
         77 FDT-CT                                     PIC 9(4) COMP.
         77 FDT-IX                                     PIC 9(4) COMP.
         01 FDT-TBL.
          02 FDT-ENTRY OCCURS 999 TIMES.
           03 FDT-A                                        PIC X(10).
           03 FDT-B                                        PIC X(10).
           03 FDT-ENT                                      PIC X(4).
           03 FDT-MAT-DT                                   PIC 9(8).
           03 FDT-BOUGHT                                  PIC S9(08)V99.
           03 FDT-USED                                     PIC X.
         77 FDT-FOUND-FL                                   PIC X.
          88 FDT-IS-FOUND                                  VALUE 'Y'.
         77 CT-FWD-DEFERRED                     PIC 9(6) VALUE ZEROS.
         77 CT-FWD-RELEASED                     PIC 9(6) VALUE ZEROS.
         77 CT-FWD-REV-SKIPPED                  PIC 9(6) VALUE ZEROS.
      * MONTH-END INTEREST CAPITALIZED BY ACCR0001: ITS GL LINES TRAVEL
      * IN THEIR OWN BATCH, SO IT IS KEPT OUT OF THE CONVERSION
      * MOVEMENT THAT PJRC0001 PROVES AGAINST THE DAILY EXPORT
         77 CAP-FL-PATH               PIC X(80)
             VALUE '.\..\fls\INTCAP.txt'.
         77 CAP-FL-PATH-ENV           PIC X(80).
         77 STTS-CAP                                       PIC 99.
         77 CAP-EOF-FL                               PIC X VALUE 'N'.
          88 CAP-IS-EOF                                    VALUE 'Y'.
         77 CP-CT                                      PIC 9(4) COMP.
         77 CP-IX                                      PIC 9(4) COMP.
         01 CP-TBL.
          02 CP-ENTRY OCCURS 2999 TIMES.
           03 CP-PERIOD                                    PIC 9(6).
           03 CP-CODE                                      PIC X(10).
           03 CP-ENT                                       PIC X(4).
           03 CP-AMT                                     PIC S9(12)V99.
           03 CP-POST-DT                                   PIC 9(8).
           03 CP-STATUS                                    PIC X.
           03 CP-APPLY-DT                                  PIC 9(8).
         77 CT-CAP-APPLIED                      PIC 9(6) VALUE ZEROS.
         77 CAP-POSTING-FL                           PIC X VALUE 'N'.
          88 POSTING-IS-CAPITAL                            VALUE 'Y'.
         77 MST-SWAP-FL                              PIC X VALUE 'N'.
          88 MASTER-WAS-SWAPPED                            VALUE 'Y'.
         77 STTS-LIM                                       PIC 99.
         77 STTS-ALRT                                      PIC 99.
         77 LIM-EOF-FL                               PIC X VALUE 'N'.
         77 REHEARSAL-FL                          PIC X VALUE 'N'.
          88 IS-REHEARSAL                               VALUE 'Y'.

         77 PCS-FL-PATH               PIC X(80)
             VALUE '.\..\fls\POSCOST.txt'.
         77 PNL-FL-PATH               PIC X(80)
             VALUE '.\..\fls\REALPNL.txt'.
         77 PNH-FL-PATH               PIC X(80)
             VALUE '.\..\fls\PNLHIST.txt'.
         77 PCS-FL-PATH-ENV           PIC X(80).
         77 PNL-FL-PATH-ENV           PIC X(80).
         77 PNH-FL-PATH-ENV           PIC X(80).
         77 PCW-FL-PATH                                    PIC X(80).
         77 STTS-PCS                                       PIC 99.
         77 STTS-PCW                                       PIC 99.
         77 STTS-PNL                                       PIC 99.
         77 STTS-PNH                                       PIC 99.
         77 PCS-EOF-FL                               PIC X VALUE 'N'.
          88 PCS-IS-EOF                                    VALUE 'Y'.
         77 BASE-CUR                        PIC X(10) VALUE 'USD'.
         77 BASE-CUR-ENV                                   PIC X(10).
      * AVERAGE-COST BOOK: QUANTITY AND TOTAL BASE-CURRENCY COST PER
      * CURRENCY/ENTITY, KEPT IN STEP WITH POSMST; FLAG 'U' MEANS THE
      * QUANTITY HAS NO COST YET AND IS SEEDED AT THE NEXT DEAL RATE
         77 CST-CT                                     PIC 9(4) COMP.
         77 CST-IX                                     PIC 9(4) COMP.
         77 CST-HIT                                    PIC 9(4) COMP.
         01 CST-TBL.
          02 CST-ENTRY OCCURS 999 TIMES.
           03 CS-CODE                                      PIC X(10).
           03 CS-ENT                                       PIC X(4).
           03 CS-QTY                                     PIC S9(12)V99.
           03 CS-COST                                    PIC S9(14)V99.
           03 CS-FLAG                                      PIC X.
           03 CS-LAST-DT                                   PIC 9(8).
           03 CS-REAL                                    PIC S9(14)V99.
           03 CS-TOUCHED                                   PIC X.
         77 CTR-SELL-CODE                                  PIC X(10).
         77 CTR-SELL-QTY                                 PIC S9(12)V99.
         77 CTR-BUY-CODE                                   PIC X(10).
         77 CTR-BUY-QTY                                  PIC S9(12)V99.
         77 CTR-ENT                                        PIC X(4).
         77 CTR-VALUE                                    PIC S9(14)V99.
         77 CTR-KNOWN-FL                                   PIC X.
          88 CTR-VALUE-IS-KNOWN                            VALUE 'Y'.
         77 LEG-CODE                                       PIC X(10).
         77 LEG-DELTA                                    PIC S9(12)V99.
         77 LEG-ABS                                      PIC S9(12)V99.
         77 LEG-ABS-QTY                                  PIC S9(12)V99.
         77 LEG-CLOSE-QTY                                PIC S9(12)V99.
         77 LEG-CLOSE-COST                               PIC S9(14)V99.
         77 LEG-PART                                     PIC S9(14)V99.
         77 LEG-REAL                                     PIC S9(14)V99.
         77 PNL-ENT-CT                                 PIC 9(4) COMP.
         77 PNL-ENT-IX                                 PIC 9(4) COMP.
         01 PNL-ENT-TBL.
          02 PNL-ENT-ENTRY OCCURS 999 TIMES.
           03 PE-ENT                                       PIC X(4).
           03 PE-REAL                                    PIC S9(14)V99.
         77 TOT-REAL                        PIC S9(14)V99 VALUE ZEROS.
         77 CT-SEEDED                           PIC 9(4) VALUE ZEROS.
         77 ED-QTY                                PIC -9(12).99.
         77 ED-AVG                                PIC -9(6).9(6).
         77 ED-REAL                               PIC -9(14).99.
         77 WRK-AVG                                   PIC S9(6)V9(6).

         77 STTS-POS                                       PIC 99.
         77 STTS-O                                         PIC 99.
         77 STTS-I                                         PIC 99.
           03 PS-OPEN                                    PIC S9(12)V99.
           03 PS-MOV                                     PIC S9(12)V99.
           03 PS-MOV-REV                                 PIC S9(12)V99.
           03 PS-MOV-CAP                                 PIC S9(12)V99.
           03 PS-WARN-FL                                   PIC X.
           03 PS-BRCH-FL                                   PIC X.


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
         DISPLAY 'MAIN: POSN0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
           INTO PWK-FL-PATH
          MOVE PWK-FL-PATH TO RPT-FL-PATH
         END-IF.
         ACCEPT PCS-FL-PATH-ENV FROM ENVIRONMENT 'POSN0001_COSTFILE'.
         IF PCS-FL-PATH-ENV NOT = SPACES
          MOVE PCS-FL-PATH-ENV TO PCS-FL-PATH
         END-IF.
         ACCEPT PNL-FL-PATH-ENV FROM ENVIRONMENT 'POSN0001_PNLFILE'.
         IF PNL-FL-PATH-ENV NOT = SPACES
          MOVE PNL-FL-PATH-ENV TO PNL-FL-PATH
         END-IF.
         ACCEPT PNH-FL-PATH-ENV FROM ENVIRONMENT 'POSN0001_PNLHIST'.
         IF PNH-FL-PATH-ENV NOT = SPACES
          MOVE PNH-FL-PATH-ENV TO PNH-FL-PATH
         END-IF.
         ACCEPT BASE-CUR-ENV FROM ENVIRONMENT 'POSN0001_BASECUR'.
         IF BASE-CUR-ENV NOT = SPACES
          MOVE BASE-CUR-ENV TO BASE-CUR
         END-IF.
         IF REHEARSAL-ENV(1:1) = 'Y'
          MOVE SPACES TO PCW-FL-PATH
          STRING PNL-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO PCW-FL-PATH
          MOVE PCW-FL-PATH TO PNL-FL-PATH
         END-IF.
         ACCEPT FWD-FL-PATH-ENV FROM ENVIRONMENT 'POSN0001_FWDFILE'.
         IF FWD-FL-PATH-ENV NOT = SPACES
          MOVE FWD-FL-PATH-ENV TO FWD-FL-PATH
         END-IF.
         ACCEPT FWR-FL-PATH-ENV FROM ENVIRONMENT 'POSN0001_FWDRELFILE'.
         IF FWR-FL-PATH-ENV NOT = SPACES
          MOVE FWR-FL-PATH-ENV TO FWR-FL-PATH
         END-IF.
         ACCEPT CAP-FL-PATH-ENV FROM ENVIRONMENT 'POSN0001_CAPFILE'.
         IF CAP-FL-PATH-ENV NOT = SPACES
          MOVE CAP-FL-PATH-ENV TO CAP-FL-PATH
         END-IF.
         ACCEPT LIM-FL-PATH-ENV FROM ENVIRONMENT 'POSN0001_LIMFILE'.
         IF LIM-FL-PATH-ENV NOT = SPACES
          MOVE LIM-FL-PATH-ENV TO LIM-FL-PATH
         MOVE 0 TO LIM-CT.
         PERFORM 107-LOAD-LIMITS.
         PERFORM 101-LOAD-POSITIONS.
         PERFORM 150-LOAD-COSTS.
         MOVE 0 TO FDT-CT.
         PERFORM 119-LOAD-OPEN-FORWARDS.
      * BOTH MOVEMENT SIDES ARE SORTED TO DISK AND MERGED BY PAIR AND
      * ENTITY, SO CAPACITY IS BOUNDED BY DISK INSTEAD OF THE OLD
      * OCCURS 9999 TABLES AND THE SCANS STOP BEING QUADRATIC
           ADD POS-BAL TO OPEN-TOTAL
           MOVE ZEROS TO PS-MOV(POS-CT)
           MOVE ZEROS TO PS-MOV-REV(POS-CT)
           MOVE ZEROS TO PS-MOV-CAP(POS-CT)
           MOVE 'N' TO PS-WARN-FL(POS-CT)
           MOVE 'N' TO PS-BRCH-FL(POS-CT)
         END-READ.
          MOVE 'Y' TO REV-EOF-FL
         END-IF.

        119-LOAD-OPEN-FORWARDS.
         OPEN INPUT FWD-FL.
         IF STTS-FWD NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 120-LOAD-ONE-FORWARD UNTIL FWD-IS-EOF.
         CLOSE FWD-FL.
         DISPLAY 'OPEN FORWARD DEALS ON REGISTER: ' FDT-CT.

        120-LOAD-ONE-FORWARD.
         READ FWD-FL
          AT END
           MOVE 'Y' TO FWD-EOF-FL
          NOT AT END
           IF FWD-STATUS = 'OPEN'
            IF FDT-CT >= 999
             DISPLAY 'FORWARD DEAL TABLE FULL, RUN ABORTED'
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
            ADD 1 TO FDT-CT
            MOVE FWD-A TO FDT-A(FDT-CT)
            MOVE FWD-B TO FDT-B(FDT-CT)
            MOVE FWD-ENT TO FDT-ENT(FDT-CT)
            MOVE FWD-MAT-DT TO FDT-MAT-DT(FDT-CT)
            MOVE FWD-BOUGHT TO FDT-BOUGHT(FDT-CT)
            MOVE 'N' TO FDT-USED(FDT-CT)
           END-IF
         END-READ.
         IF STTS-FWD NOT = ZEROS AND STTS-FWD NOT = 10
          DISPLAY 'I/O ERROR READING FWD-FL, STATUS = ' STTS-FWD
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO FWD-EOF-FL
         END-IF.

        150-LOAD-COSTS.
         MOVE 0 TO CST-CT.
         OPEN INPUT PCS-FL.
         IF STTS-PCS NOT = ZEROS
          DISPLAY 'NO COST FILE YET (' PCS-FL-PATH(1:50)
           '), POSITIONS SEEDED AT NEXT DEAL RATE'
         ELSE
          PERFORM 151-LOAD-ONE-COST UNTIL PCS-IS-EOF
          CLOSE PCS-FL
         END-IF.
      * THE COST BOOK MUST START THE DAY ON THE SAME QUANTITIES AS THE
      * POSITION MASTER; ANY POSITION IT DOES NOT KNOW (OR KNOWS WITH
      * A DIFFERENT BALANCE, E.G. AFTER A MANUAL MASTER FIX) IS
      * RE-ALIGNED BEFORE THE DAY'S DEALS ARE COSTED
         MOVE 1 TO POS-IX.
         PERFORM 152-ALIGN-ONE-POS UNTIL POS-IX > POS-CT.

        151-LOAD-ONE-COST.
         READ PCS-FL
          AT END
           MOVE 'Y' TO PCS-EOF-FL
          NOT AT END
           IF CST-CT >= 999
            DISPLAY 'COST TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO CST-CT
           MOVE PCS-CODE TO CS-CODE(CST-CT)
           MOVE PCS-ENT TO CS-ENT(CST-CT)
           MOVE PCS-QTY TO CS-QTY(CST-CT)
           MOVE PCS-COST TO CS-COST(CST-CT)
           MOVE PCS-FLAG TO CS-FLAG(CST-CT)
           MOVE PCS-LAST-DT TO CS-LAST-DT(CST-CT)
           MOVE ZEROS TO CS-REAL(CST-CT)
           MOVE 'N' TO CS-TOUCHED(CST-CT)
         END-READ.
         IF STTS-PCS NOT = ZEROS AND STTS-PCS NOT = 10
          DISPLAY 'I/O ERROR READING PCS-FL, STATUS = ' STTS-PCS
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO PCS-EOF-FL
         END-IF.

        152-ALIGN-ONE-POS.
         IF PS-CODE(POS-IX) NOT = BASE-CUR
          MOVE PS-CODE(POS-IX) TO LEG-CODE
          MOVE PS-ENT(POS-IX) TO CTR-ENT
          PERFORM 155-FIND-COST
          IF CS-QTY(CST-HIT) NOT = PS-OPEN(POS-IX)
           IF CS-QTY(CST-HIT) NOT = 0
              AND CS-FLAG(CST-HIT) NOT = 'U'
              AND ((CS-QTY(CST-HIT) > 0 AND PS-OPEN(POS-IX) > 0)
               OR (CS-QTY(CST-HIT) < 0 AND PS-OPEN(POS-IX) < 0))
            COMPUTE CS-COST(CST-HIT) ROUNDED = CS-COST(CST-HIT)
             * PS-OPEN(POS-IX) / CS-QTY(CST-HIT)
           ELSE
            MOVE ZEROS TO CS-COST(CST-HIT)
            IF PS-OPEN(POS-IX) NOT = 0
             MOVE 'U' TO CS-FLAG(CST-HIT)
             ADD 1 TO CT-SEEDED
            END-IF
           END-IF
           MOVE PS-OPEN(POS-IX) TO CS-QTY(CST-HIT)
          END-IF
         END-IF.
         ADD 1 TO POS-IX.

        155-FIND-COST.
         MOVE 0 TO CST-HIT.
         MOVE 1 TO CST-IX.
         PERFORM 156-SCAN-COST UNTIL CST-IX > CST-CT
          OR CST-HIT > 0.
         IF CST-HIT = 0
          IF CST-CT >= 999
           DISPLAY 'COST TABLE FULL, RUN ABORTED'
           MOVE 8 TO RETURN-CODE
           GOBACK
          END-IF
          ADD 1 TO CST-CT
          MOVE LEG-CODE TO CS-CODE(CST-CT)
          MOVE CTR-ENT TO CS-ENT(CST-CT)
          MOVE ZEROS TO CS-QTY(CST-CT)
          MOVE ZEROS TO CS-COST(CST-CT)
          MOVE SPACE TO CS-FLAG(CST-CT)
          MOVE ZEROS TO CS-LAST-DT(CST-CT)
          MOVE ZEROS TO CS-REAL(CST-CT)
          MOVE 'N' TO CS-TOUCHED(CST-CT)
          MOVE CST-CT TO CST-HIT
         END-IF.

        156-SCAN-COST.
         IF CS-CODE(CST-IX) = LEG-CODE AND CS-ENT(CST-IX) = CTR-ENT
          MOVE CST-IX TO CST-HIT
         ELSE
          ADD 1 TO CST-IX
         END-IF.

        160-COST-TRADE.
      * ONE DEAL SELLS CTR-SELL-QTY OF ONE CURRENCY FOR CTR-BUY-QTY OF
      * ANOTHER. ITS BASE-CURRENCY VALUE COMES FROM THE BASE LEG WHEN
      * THERE IS ONE; A CROSS DEAL IS VALUED AT THE SOLD CURRENCY'S
      * AVERAGE COST, SO THE REALIZED RESULT OF A CROSS IS ZERO AND
      * THE BOUGHT CURRENCY INHERITS THE COST
         IF CTR-SELL-QTY < 0
          COMPUTE CTR-SELL-QTY = CTR-SELL-QTY * -1
         END-IF.
         IF CTR-BUY-QTY < 0
          COMPUTE CTR-BUY-QTY = CTR-BUY-QTY * -1
         END-IF.
         MOVE 'Y' TO CTR-KNOWN-FL.
         MOVE ZEROS TO CTR-VALUE.
         EVALUATE TRUE
          WHEN CTR-SELL-CODE = BASE-CUR
           MOVE CTR-SELL-QTY TO CTR-VALUE
          WHEN CTR-BUY-CODE = BASE-CUR
           MOVE CTR-BUY-QTY TO CTR-VALUE
          WHEN OTHER
           MOVE CTR-SELL-CODE TO LEG-CODE
           PERFORM 155-FIND-COST
           IF CS-QTY(CST-HIT) NOT = 0 AND CS-FLAG(CST-HIT) NOT = 'U'
            COMPUTE CTR-VALUE ROUNDED = CTR-SELL-QTY
             * CS-COST(CST-HIT) / CS-QTY(CST-HIT)
            IF CTR-VALUE < 0
             COMPUTE CTR-VALUE = CTR-VALUE * -1
            END-IF
           ELSE
            MOVE 'N' TO CTR-KNOWN-FL
           END-IF
         END-EVALUATE.
         IF CTR-SELL-CODE NOT = BASE-CUR
          MOVE CTR-SELL-CODE TO LEG-CODE
          COMPUTE LEG-DELTA = CTR-SELL-QTY * -1
          PERFORM 170-APPLY-COST-LEG
         END-IF.
         IF CTR-BUY-CODE NOT = BASE-CUR
          MOVE CTR-BUY-CODE TO LEG-CODE
          MOVE CTR-BUY-QTY TO LEG-DELTA
          PERFORM 170-APPLY-COST-LEG
         END-IF.

        170-APPLY-COST-LEG.
         IF LEG-DELTA = 0
          EXIT PARAGRAPH
         END-IF.
         PERFORM 155-FIND-COST.
         MOVE 'Y' TO CS-TOUCHED(CST-HIT).
         MOVE TODAY-DT TO CS-LAST-DT(CST-HIT).
         MOVE ZEROS TO LEG-REAL.
         MOVE LEG-DELTA TO LEG-ABS.
         IF LEG-ABS < 0
          COMPUTE LEG-ABS = LEG-ABS * -1
         END-IF.
      * AN UNCOSTED QUANTITY TAKES THE RATE OF THE FIRST DEAL THAT
      * TOUCHES IT, SO NO GAIN OR LOSS IS INVENTED FOR IT
         IF CS-FLAG(CST-HIT) = 'U' AND CTR-VALUE-IS-KNOWN
            AND CS-QTY(CST-HIT) NOT = 0
          COMPUTE CS-COST(CST-HIT) ROUNDED = CS-QTY(CST-HIT)
           * CTR-VALUE / LEG-ABS
          MOVE SPACE TO CS-FLAG(CST-HIT)
         END-IF.
         IF CS-QTY(CST-HIT) = 0
            OR (CS-QTY(CST-HIT) > 0 AND LEG-DELTA > 0)
            OR (CS-QTY(CST-HIT) < 0 AND LEG-DELTA < 0)
          IF CTR-VALUE-IS-KNOWN
           IF LEG-DELTA > 0
            ADD CTR-VALUE TO CS-COST(CST-HIT)
           ELSE
            SUBTRACT CTR-VALUE FROM CS-COST(CST-HIT)
           END-IF
          ELSE
           MOVE 'U' TO CS-FLAG(CST-HIT)
          END-IF
          ADD LEG-DELTA TO CS-QTY(CST-HIT)
          EXIT PARAGRAPH
         END-IF.
      * THE DEAL REDUCES THE POSITION: THE CLOSED QUANTITY LEAVES THE
      * BOOK AT AVERAGE COST AND THE DIFFERENCE TO ITS SHARE OF THE
      * DEAL VALUE IS REALIZED; ANY EXCESS OPENS THE OTHER SIDE
         MOVE CS-QTY(CST-HIT) TO LEG-ABS-QTY.
         IF LEG-ABS-QTY < 0
          COMPUTE LEG-ABS-QTY = LEG-ABS-QTY * -1
         END-IF.
         IF LEG-ABS < LEG-ABS-QTY
          MOVE LEG-ABS TO LEG-CLOSE-QTY
         ELSE
          MOVE LEG-ABS-QTY TO LEG-CLOSE-QTY
         END-IF.
         COMPUTE LEG-CLOSE-COST ROUNDED = CS-COST(CST-HIT)
          * LEG-CLOSE-QTY / LEG-ABS-QTY.
         IF CTR-VALUE-IS-KNOWN AND CS-FLAG(CST-HIT) NOT = 'U'
          COMPUTE LEG-PART ROUNDED =
           CTR-VALUE * LEG-CLOSE-QTY / LEG-ABS
          IF CS-QTY(CST-HIT) > 0
           COMPUTE LEG-REAL = LEG-PART - LEG-CLOSE-COST
          ELSE
           COMPUTE LEG-REAL = (LEG-CLOSE-COST * -1) - LEG-PART
          END-IF
         END-IF.
         SUBTRACT LEG-CLOSE-COST FROM CS-COST(CST-HIT).
         ADD LEG-DELTA TO CS-QTY(CST-HIT).
         ADD LEG-REAL TO CS-REAL(CST-HIT).
         IF CS-QTY(CST-HIT) = 0
          MOVE ZEROS TO CS-COST(CST-HIT)
          MOVE SPACE TO CS-FLAG(CST-HIT)
         ELSE
          IF LEG-ABS > LEG-CLOSE-QTY
           IF CTR-VALUE-IS-KNOWN
            COMPUTE CS-COST(CST-HIT) ROUNDED = CTR-VALUE
             * (LEG-ABS - LEG-CLOSE-QTY) / LEG-ABS
            IF LEG-DELTA < 0
             COMPUTE CS-COST(CST-HIT) = CS-COST(CST-HIT) * -1
            END-IF
            MOVE SPACE TO CS-FLAG(CST-HIT)
           ELSE
            MOVE ZEROS TO CS-COST(CST-HIT)
            MOVE 'U' TO CS-FLAG(CST-HIT)
           END-IF
          END-IF
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: POSN0001'.
         MOVE 'N' TO OW-EOF-FL.
         PERFORM 201-APPLY-ONE-O UNTIL OW-IS-EOF.
         CLOSE OW-FL.
         CLOSE IW-FL.
         PERFORM 270-APPLY-FORWARD-RELEASES.
         PERFORM 210-APPLY-REVERSALS.
         PERFORM 280-APPLY-CAPITALIZATIONS.
         PERFORM 220-WRITE-REPORT.
         PERFORM 230-REWRITE-MASTER.
         IF CT-CAP-APPLIED > 0 AND MASTER-WAS-SWAPPED
          PERFORM 285-MARK-CAPITALIZATIONS
         END-IF.
         PERFORM 240-WRITE-SNAPSHOT.
         PERFORM 250-WRITE-PNL-REPORT.
         PERFORM 260-REWRITE-COSTS.

        201-APPLY-ONE-O.
         READ OW-FL
         END-IF.

        202-APPLY-CONVERSION.
         PERFORM 271-MATCH-OPEN-FORWARD.
         IF FDT-IS-FOUND
          MOVE 'Y' TO FDT-USED(FDT-IX)
          ADD 1 TO CT-FWD-DEFERRED
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CT-O-APPLIED.
         PERFORM 203-LOOKUP-ORIG.
         MOVE OW-ENT TO WRK-ENT.
         MOVE OW-B TO WRK-CODE.
         MOVE OW-V TO WRK-AMT.
         PERFORM 205-POST-AMOUNT.
         MOVE OW-A TO CTR-SELL-CODE.
         MOVE ORIG-V TO CTR-SELL-QTY.
         MOVE OW-B TO CTR-BUY-CODE.
         MOVE OW-V TO CTR-BUY-QTY.
         MOVE OW-ENT TO CTR-ENT.
         PERFORM 160-COST-TRADE.

        203-LOOKUP-ORIG.
      * BOTH STREAMS ARE SORTED BY PAIR/ENTITY, SO THE INPUT SIDE
          MOVE ZEROS TO PS-OPEN(POS-CT)
          MOVE WRK-AMT TO PS-MOV(POS-CT)
          MOVE ZEROS TO PS-MOV-REV(POS-CT)
          MOVE ZEROS TO PS-MOV-CAP(POS-CT)
          IF POSTING-IS-REVERSAL
           MOVE WRK-AMT TO PS-MOV-REV(POS-CT)
          END-IF
          IF POSTING-IS-CAPITAL
           MOVE WRK-AMT TO PS-MOV-CAP(POS-CT)
          END-IF
          MOVE 'N' TO PS-WARN-FL(POS-CT)
          MOVE 'N' TO PS-BRCH-FL(POS-CT)
          MOVE POS-CT TO POS-IX
          IF POSTING-IS-REVERSAL
           ADD WRK-AMT TO PS-MOV-REV(POS-IX)
          END-IF
          IF POSTING-IS-CAPITAL
           ADD WRK-AMT TO PS-MOV-CAP(POS-IX)
          END-IF
          MOVE 0 TO POS-IX
         ELSE
          ADD 1 TO POS-IX
         END-IF.

        212-APPLY-REVERSAL.
      * A FORWARD DEFERRED TODAY NEVER REACHED THE POSITION, SO THERE IS
      * NOTHING TO UNWIND HERE; ITS REGISTER ENTRY MUST BE CANCELLED
         PERFORM 273-MATCH-DEFERRED-FORWARD.
         IF FDT-IS-FOUND
          ADD 1 TO CT-FWD-REV-SKIPPED
          DISPLAY ' WARNING: REVERSAL ' RW-A '/' RW-B ' ' RW-DT
           ' IS AN OPEN FORWARD, NOT POSTED'
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CT-REV-APPLIED.
         MOVE 'Y' TO REV-POSTING-FL.
         MOVE RW-ENT TO WRK-ENT.
          MOVE RW-B TO WRK-CODE
          COMPUTE WRK-AMT = OG-V(OG-IX) * -1
          PERFORM 205-POST-AMOUNT
      * A REVERSAL UNWINDS THE DEAL AT ITS ORIGINAL AMOUNTS, SO FOR THE
      * COST BOOK IT IS A DEAL SELLING THE B-LEG BACK FOR THE A-LEG
          MOVE RW-B TO CTR-SELL-CODE
          MOVE OG-V(OG-IX) TO CTR-SELL-QTY
          MOVE RW-A TO CTR-BUY-CODE
          MOVE RW-V TO CTR-BUY-QTY
          MOVE RW-ENT TO CTR-ENT
          PERFORM 160-COST-TRADE
         ELSE
          DISPLAY ' WARNING: NO CONVERTED MATCH FOR REVERSAL '
           RW-A '/' RW-B ' ' RW-DT ', B-LEG NOT ADJUSTED'
         MOVE 1 TO POS-IX.
         PERFORM 221-WRITE-ONE-POS UNTIL POS-IX > POS-CT.
         CLOSE RPT-FL.
      * KEEP A DATED COPY IN THE REPORT REPOSITORY FOR REPRINTS
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT RPT-FL-PATH
           RPTF-PGM RPTF-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.

        221-WRITE-ONE-POS.
         COMPUTE WRK-CLOSE = PS-OPEN(POS-IX) + PS-MOV(POS-IX).
          EXIT PARAGRAPH
         END-IF.
         PERFORM 233-SWAP-NEW-MASTER.
         MOVE 'Y' TO MST-SWAP-FL.
         DISPLAY 'POSITION MASTER UPDATED: ' POS-FL-PATH.

        231-WRITE-ONE-MASTER.
         MOVE PS-ENT(POS-IX) TO SNP-ENT.
         MOVE PS-OPEN(POS-IX) TO SNP-OPEN.
         COMPUTE SNP-MOV-CONV =
           PS-MOV(POS-IX) - PS-MOV-REV(POS-IX) - PS-MOV-CAP(POS-IX).
         MOVE PS-MOV-REV(POS-IX) TO SNP-MOV-REV.
         MOVE PS-MOV-CAP(POS-IX) TO SNP-MOV-CAP.
         COMPUTE SNP-CLOSE = PS-OPEN(POS-IX) + PS-MOV(POS-IX).
         WRITE SNP-RCRD.
         ADD 1 TO POS-IX.

        250-WRITE-PNL-REPORT.
         OPEN OUTPUT PNL-FL.
         IF STTS-PNL NOT = ZEROS
          DISPLAY 'ERROR OPENING PNL-FL, STATUS = ' STTS-PNL
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO PNL-REC.
         STRING 'REALIZED P&L (AVERAGE COST) ' RUN-Y '-' RUN-M '-' RUN-D
          '  BASE ' BASE-CUR
          DELIMITED BY SIZE INTO PNL-REC.
         WRITE PNL-REC.
         MOVE SPACES TO PNL-REC.
         STRING ' CURRENCY   ENT       CLOSING QTY       AVG COST'
          '           REALIZED'
          DELIMITED BY SIZE INTO PNL-REC.
         WRITE PNL-REC.
         MOVE 0 TO PNL-ENT-CT.
         IF NOT IS-REHEARSAL
          OPEN EXTEND PNH-FL
          IF STTS-PNH = 35 OR STTS-PNH = 30
           OPEN OUTPUT PNH-FL
          END-IF
         END-IF.
         MOVE 1 TO CST-IX.
         PERFORM 251-WRITE-ONE-PNL UNTIL CST-IX > CST-CT.
         IF NOT IS-REHEARSAL
          CLOSE PNH-FL
         END-IF.
         MOVE SPACES TO PNL-REC.
         WRITE PNL-REC.
         MOVE ' BY ENTITY' TO PNL-REC.
         WRITE PNL-REC.
         MOVE 1 TO PNL-ENT-IX.
         PERFORM 253-WRITE-ONE-ENT UNTIL PNL-ENT-IX > PNL-ENT-CT.
         MOVE TOT-REAL TO ED-REAL.
         MOVE SPACES TO PNL-REC.
         STRING ' TOTAL REALIZED  ' ED-REAL
          DELIMITED BY SIZE INTO PNL-REC.
         WRITE PNL-REC.
         IF CT-SEEDED > 0
          MOVE SPACES TO PNL-REC
          STRING ' POSITIONS WITHOUT COST (SEEDED AT NEXT DEAL): '
           CT-SEEDED
           DELIMITED BY SIZE INTO PNL-REC
          WRITE PNL-REC
         END-IF.
         CLOSE PNL-FL.

        251-WRITE-ONE-PNL.
         IF CS-TOUCHED(CST-IX) = 'Y'
          MOVE ZEROS TO WRK-AVG
          IF CS-QTY(CST-IX) NOT = 0 AND CS-FLAG(CST-IX) NOT = 'U'
           COMPUTE WRK-AVG ROUNDED = CS-COST(CST-IX)
            / CS-QTY(CST-IX)
            ON SIZE ERROR MOVE ZEROS TO WRK-AVG
           END-COMPUTE
          END-IF
          MOVE CS-QTY(CST-IX) TO ED-QTY
          MOVE WRK-AVG TO ED-AVG
          MOVE CS-REAL(CST-IX) TO ED-REAL
          MOVE SPACES TO PNL-REC
          STRING ' ' CS-CODE(CST-IX) ' ' CS-ENT(CST-IX)
           ' ' ED-QTY ' ' ED-AVG ' ' ED-REAL
           DELIMITED BY SIZE INTO PNL-REC
          IF CS-FLAG(CST-IX) = 'U'
           MOVE 'NO COST' TO PNL-REC(70:7)
          END-IF
          WRITE PNL-REC
          ADD CS-REAL(CST-IX) TO TOT-REAL
          PERFORM 252-ADD-ENT-TOTAL
          IF NOT IS-REHEARSAL AND CS-REAL(CST-IX) NOT = 0
           MOVE TODAY-DT TO PNH-DT
           MOVE CS-CODE(CST-IX) TO PNH-CODE
           MOVE CS-ENT(CST-IX) TO PNH-ENT
           MOVE BASE-CUR TO PNH-BASE
           MOVE CS-REAL(CST-IX) TO PNH-REAL
           WRITE PNH-RCRD
          END-IF
         END-IF.
         ADD 1 TO CST-IX.

        252-ADD-ENT-TOTAL.
         MOVE 1 TO PNL-ENT-IX.
         PERFORM 254-SCAN-ENT UNTIL PNL-ENT-IX > PNL-ENT-CT
          OR PE-ENT(PNL-ENT-IX) = CS-ENT(CST-IX).
         IF PNL-ENT-IX > PNL-ENT-CT
          ADD 1 TO PNL-ENT-CT
          MOVE CS-ENT(CST-IX) TO PE-ENT(PNL-ENT-CT)
          MOVE ZEROS TO PE-REAL(PNL-ENT-CT)
          MOVE PNL-ENT-CT TO PNL-ENT-IX
         END-IF.
         ADD CS-REAL(CST-IX) TO PE-REAL(PNL-ENT-IX).

        254-SCAN-ENT.
         ADD 1 TO PNL-ENT-IX.

        253-WRITE-ONE-ENT.
         MOVE PE-REAL(PNL-ENT-IX) TO ED-REAL.
         MOVE SPACES TO PNL-REC.
         STRING '  ENTITY ' PE-ENT(PNL-ENT-IX) '    ' ED-REAL
          DELIMITED BY SIZE INTO PNL-REC.
         WRITE PNL-REC.
         DISPLAY ' REALIZED ' PE-ENT(PNL-ENT-IX) ' ' ED-REAL.
         ADD 1 TO PNL-ENT-IX.

        260-REWRITE-COSTS.
         IF RETURN-CODE >= 8
          DISPLAY 'POSITION MASTER NOT UPDATED, COST FILE KEPT'
          EXIT PARAGRAPH
         END-IF.
         IF IS-REHEARSAL
          DISPLAY 'REHEARSAL: COST FILE NOT UPDATED'
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO PCW-FL-PATH.
         STRING PCS-FL-PATH DELIMITED BY SPACE
          '.NEW' DELIMITED BY SIZE
          INTO PCW-FL-PATH.
         OPEN OUTPUT PCW-FL.
         IF STTS-PCW NOT = ZEROS
          DISPLAY 'ERROR OPENING PCW-FL, STATUS = ' STTS-PCW
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO CST-IX.
         PERFORM 261-WRITE-ONE-COST UNTIL CST-IX > CST-CT.
         CLOSE PCW-FL.
         MOVE 'N' TO PCS-EOF-FL.
         OPEN INPUT PCW-FL.
         OPEN OUTPUT PCS-FL.
         PERFORM 262-COPY-ONE-COST UNTIL PCS-IS-EOF.
         CLOSE PCS-FL.
         CLOSE PCW-FL.
         DISPLAY 'COST FILE UPDATED: ' PCS-FL-PATH(1:50).

        261-WRITE-ONE-COST.
         IF CS-QTY(CST-IX) NOT = 0
          MOVE CS-CODE(CST-IX) TO PCW-CODE
          MOVE CS-ENT(CST-IX) TO PCW-ENT
          MOVE CS-QTY(CST-IX) TO PCW-QTY
          MOVE CS-COST(CST-IX) TO PCW-COST
          MOVE CS-FLAG(CST-IX) TO PCW-FLAG
          MOVE CS-LAST-DT(CST-IX) TO PCW-LAST-DT
          WRITE PCW-RCRD
         END-IF.
         ADD 1 TO CST-IX.

        262-COPY-ONE-COST.
         READ PCW-FL
          AT END
           MOVE 'Y' TO PCS-EOF-FL
          NOT AT END
           MOVE PCW-RCRD TO PCS-RCRD
           WRITE PCS-RCRD
         END-READ.
         IF STTS-PCW NOT = ZEROS AND STTS-PCW NOT = 10
          DISPLAY 'I/O ERROR READING PCW-FL, STATUS = ' STTS-PCW
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO PCS-EOF-FL
         END-IF.

        270-APPLY-FORWARD-RELEASES.
      * DEALS FWDM0001 RELEASED TODAY SETTLE AT THEIR CONTRACT AMOUNTS
         MOVE 'N' TO FWR-EOF-FL.
         OPEN INPUT FWR-FL.
         IF STTS-FWR NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 272-APPLY-ONE-RELEASE UNTIL FWR-IS-EOF.
         CLOSE FWR-FL.

        271-MATCH-OPEN-FORWARD.
         MOVE 'N' TO FDT-FOUND-FL.
         MOVE 1 TO FDT-IX.
         PERFORM 274-SCAN-OPEN-FORWARD UNTIL FDT-IX > FDT-CT
          OR FDT-IS-FOUND.

        272-APPLY-ONE-RELEASE.
         READ FWR-FL
          AT END
           MOVE 'Y' TO FWR-EOF-FL
          NOT AT END
           IF FWR-STATUS = 'RELEASED'
            ADD 1 TO CT-FWD-RELEASED
            MOVE FWR-ENT TO WRK-ENT
            MOVE FWR-A TO WRK-CODE
            COMPUTE WRK-AMT = FWR-SOLD * -1
            PERFORM 205-POST-AMOUNT
            MOVE FWR-B TO WRK-CODE
            MOVE FWR-BOUGHT TO WRK-AMT
            PERFORM 205-POST-AMOUNT
            MOVE FWR-A TO CTR-SELL-CODE
            MOVE FWR-SOLD TO CTR-SELL-QTY
            MOVE FWR-B TO CTR-BUY-CODE
            MOVE FWR-BOUGHT TO CTR-BUY-QTY
            MOVE FWR-ENT TO CTR-ENT
            PERFORM 160-COST-TRADE
           END-IF
         END-READ.
         IF STTS-FWR NOT = ZEROS AND STTS-FWR NOT = 10
          DISPLAY 'I/O ERROR READING FWR-FL, STATUS = ' STTS-FWR
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO FWR-EOF-FL
         END-IF.

        273-MATCH-DEFERRED-FORWARD.
         MOVE 'N' TO FDT-FOUND-FL.
         MOVE 1 TO FDT-IX.
         PERFORM 275-SCAN-DEFERRED UNTIL FDT-IX > FDT-CT
          OR FDT-IS-FOUND.
         IF FDT-IS-FOUND
          MOVE 'R' TO FDT-USED(FDT-IX)
         END-IF.

        274-SCAN-OPEN-FORWARD.
         IF FDT-USED(FDT-IX) = 'N' AND FDT-A(FDT-IX) = OW-A
            AND FDT-B(FDT-IX) = OW-B AND FDT-ENT(FDT-IX) = OW-ENT
            AND FDT-MAT-DT(FDT-IX) = OW-DT
            AND FDT-BOUGHT(FDT-IX) = OW-V
          MOVE 'Y' TO FDT-FOUND-FL
         ELSE
          ADD 1 TO FDT-IX
         END-IF.

        275-SCAN-DEFERRED.
         IF FDT-USED(FDT-IX) = 'Y' AND FDT-A(FDT-IX) = RW-A
            AND FDT-B(FDT-IX) = RW-B AND FDT-ENT(FDT-IX) = RW-ENT
            AND FDT-MAT-DT(FDT-IX) = RW-DT
          MOVE 'Y' TO FDT-FOUND-FL
         ELSE
          ADD 1 TO FDT-IX
         END-IF.

        280-APPLY-CAPITALIZATIONS.
      * A MONTH'S INTEREST REACHES THE POSITION ON ITS POSTING DATE,
      * THE SAME DATE AS ITS GL BATCH; EACH ROW IS APPLIED ONCE
         MOVE 0 TO CP-CT.
         MOVE 'N' TO CAP-EOF-FL.
         OPEN INPUT CAP-FL.
         IF STTS-CAP NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 281-APPLY-ONE-CAP UNTIL CAP-IS-EOF.
         CLOSE CAP-FL.

        281-APPLY-ONE-CAP.
         READ CAP-FL
          AT END
           MOVE 'Y' TO CAP-EOF-FL
          NOT AT END
           IF CP-CT >= 2999
            DISPLAY 'CAPITALIZATION TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO CP-CT
           MOVE ICP-PERIOD TO CP-PERIOD(CP-CT)
           MOVE ICP-CODE TO CP-CODE(CP-CT)
           MOVE ICP-ENT TO CP-ENT(CP-CT)
           MOVE ICP-AMT TO CP-AMT(CP-CT)
           MOVE ICP-POST-DT TO CP-POST-DT(CP-CT)
           MOVE ICP-STATUS TO CP-STATUS(CP-CT)
           MOVE ICP-APPLY-DT TO CP-APPLY-DT(CP-CT)
           IF ICP-STATUS = 'R' AND ICP-POST-DT NOT > TODAY-DT
            ADD 1 TO CT-CAP-APPLIED
            MOVE 'Y' TO CAP-POSTING-FL
            MOVE ICP-CODE TO WRK-CODE
            MOVE ICP-ENT TO WRK-ENT
            MOVE ICP-AMT TO WRK-AMT
            PERFORM 205-POST-AMOUNT
            MOVE 'N' TO CAP-POSTING-FL
            MOVE 'P' TO CP-STATUS(CP-CT)
            MOVE TODAY-DT TO CP-APPLY-DT(CP-CT)
           END-IF
         END-READ.
         IF STTS-CAP NOT = ZEROS AND STTS-CAP NOT = 10
          DISPLAY 'I/O ERROR READING CAP-FL, STATUS = ' STTS-CAP
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO CAP-EOF-FL
         END-IF.

        285-MARK-CAPITALIZATIONS.
         OPEN OUTPUT CAP-FL.
         IF STTS-CAP NOT = ZEROS
          DISPLAY 'ERROR OPENING CAP-FL, STATUS = ' STTS-CAP
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO CP-IX.
         PERFORM 286-WRITE-ONE-CAP UNTIL CP-IX > CP-CT.
         CLOSE CAP-FL.

        286-WRITE-ONE-CAP.
         MOVE CP-PERIOD(CP-IX) TO ICP-PERIOD.
         MOVE CP-CODE(CP-IX) TO ICP-CODE.
         MOVE CP-ENT(CP-IX) TO ICP-ENT.
         MOVE CP-AMT(CP-IX) TO ICP-AMT.
         MOVE CP-POST-DT(CP-IX) TO ICP-POST-DT.
         MOVE CP-STATUS(CP-IX) TO ICP-STATUS.
         MOVE CP-APPLY-DT(CP-IX) TO ICP-APPLY-DT.
         WRITE CAP-RCRD.
         ADD 1 TO CP-IX.

        300-END.
         DISPLAY '-- POSITION UPDATE SUMMARY --'.
         DISPLAY ' CONVERSIONS APPLIED: ' CT-O-APPLIED.
         DISPLAY ' FORWARDS DEFERRED TO MATURITY: ' CT-FWD-DEFERRED.
         DISPLAY ' FORWARDS RELEASED AT MATURITY: ' CT-FWD-RELEASED.
         DISPLAY ' REVERSALS APPLIED: ' CT-REV-APPLIED.
         DISPLAY ' INTEREST CAPITALIZATIONS APPLIED: ' CT-CAP-APPLIED.
         IF CT-FWD-REV-SKIPPED > 0
          DISPLAY ' REVERSALS OF OPEN FORWARDS NOT POSTED: '
           CT-FWD-REV-SKIPPED
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
         END-IF.
         DISPLAY ' CURRENCIES ON MASTER: ' POS-CT.
         MOVE TOT-REAL TO ED-REAL.
         DISPLAY ' REALIZED P&L (' BASE-CUR(1:3) '): ' ED-REAL.
         IF CT-WARNED > 0
          DISPLAY ' LIMIT WARNINGS: ' CT-WARNED
          IF RETURN-CODE < 4
