      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - RATEIO (CHARGEBACK) DO CUSTO MENSAL DA
      *          OPERACAO DE CONVERSAO ENTRE AS ENTIDADES: O POOL E OS
      *          PESOS VEM DE CHGPARM.txt; AS BASES DE CADA ENTIDADE SAO
      *          AS CONVERSOES DAS GERACOES DE O0001 DO PERIODO
      *          (QUANTIDADE E VALOR), OS TOQUES MANUAIS (RETENCOES
      *          LIBERADAS EM HOLDAUD.txt, REPAROS EM RJLIFE.txt,
      *          ESTORNOS APROVADOS EM REVAPAUD.txt E OVERRIDES DO
      *          CONV0001/BDRV0001 EM OVERRIDE.txt) E AS INSTRUCOES DE
      *          LIQUIDACAO DE SETLREG.txt. IMPRIME A PLANILHA DO RATEIO
      *          E GRAVA O ARQUIVO DE RECARGA NO LAYOUT DE AJUSTE DE
      *          RAZAO (ADJREC), PRONTO PARA O ADJM0001/JRNL0001
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. CHGB0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT CAT-FL ASSIGN CAT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CAT.
         SELECT GEN-FL ASSIGN GEN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-GEN.
         SELECT PRM-FL ASSIGN PRM-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-PRM.
         SELECT HLA-FL ASSIGN HLA-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-HLA.
         SELECT LIFE-FL ASSIGN LIFE-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-LIFE.
         SELECT RVA-FL ASSIGN RVA-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RVA.
         SELECT OVR-FL ASSIGN OVR-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-OVR.
         SELECT REG-FL ASSIGN REG-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-REG.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.
         SELECT RCH-FL ASSIGN RCH-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RCH.

       DATA DIVISION.
        FILE SECTION.
         FD CAT-FL.
         01 CAT-RCRD.
          02 GC-FILE-ID                                    PIC X(10).
          02 GC-DATE                                       PIC 9(8).
          02 GC-PATH                                       PIC X(80).

         FD GEN-FL.
         01 RCRD-GEN.
          02 G-A                                           PIC X(10).
          02 G-B                                           PIC X(10).
          02 G-DT                                          PIC 9(8).
          02 G-V                                           PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 G-ENT                                         PIC X(4).

         FD PRM-FL.
         01 PRM-RCRD.
          COPY CHGPREC.

         FD HLA-FL.
         01 HLA-REC                                        PIC X(200).

         FD LIFE-FL.
         01 LIFE-REC                                       PIC X(100).

         FD RVA-FL.
         01 RVA-REC                                        PIC X(200).

         FD OVR-FL.
         01 OVR-RCRD.
          02 OV-TS                                         PIC 9(14).
          02 OV-PGM                                        PIC X(8).
          02 FILLER                                        PIC X(178).

         FD REG-FL.
         01 REG-RCRD.
          02 REG-SEQ                                       PIC 9(6).
          02 REG-DT                                        PIC 9(8).
          02 REG-CUR                                       PIC X(10).
          02 REG-DIR                                       PIC X(3).
          02 REG-AMT                                       PIC 9(12)V99.
          02 REG-STATUS                                    PIC X(8).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

         FD RCH-FL.
         01 RCH-RCRD.
          COPY ADJREC.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'CHGB0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 CAT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\GENCAT.txt'.
         77 PRM-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CHGPARM.txt'.
         77 HLA-FL-PATH               PIC X(80)
             VALUE '.\..\fls\HOLDAUD.txt'.
         77 LIFE-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RJLIFE.txt'.
         77 RVA-FL-PATH               PIC X(80)
             VALUE '.\..\fls\REVAPAUD.txt'.
         77 OVR-FL-PATH               PIC X(80)
             VALUE '.\..\fls\OVERRIDE.txt'.
         77 REG-FL-PATH               PIC X(80)
             VALUE '.\..\fls\SETLREG.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CHGB0001.RPT'.
         77 RCH-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CHGRCHG.txt'.
         77 GEN-FL-PATH                                    PIC X(80).
         77 CAT-FL-PATH-ENV           PIC X(80).
         77 PRM-FL-PATH-ENV           PIC X(80).
         77 HLA-FL-PATH-ENV           PIC X(80).
         77 LIFE-FL-PATH-ENV          PIC X(80).
         77 RVA-FL-PATH-ENV           PIC X(80).
         77 OVR-FL-PATH-ENV           PIC X(80).
         77 REG-FL-PATH-ENV           PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'CHGB0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'CHGB0001'.
         77 RPTF-RC                                        PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.
         77 RCH-FL-PATH-ENV           PIC X(80).

         77 STTS-CAT                                       PIC 99.
         77 STTS-GEN                                       PIC 99.
         77 STTS-PRM                                       PIC 99.
         77 STTS-HLA                                       PIC 99.
         77 STTS-LIFE                                      PIC 99.
         77 STTS-RVA                                       PIC 99.
         77 STTS-OVR                                       PIC 99.
         77 STTS-REG                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 STTS-RCH                                       PIC 99.
         77 EOF-FL                                         PIC X.
          88 IS-EOF                                        VALUE 'Y'.

         77 PERIOD-ENV                                     PIC X(6).
         77 RUN-PERIOD                                     PIC 9(6).
         77 TODAY-TS                                       PIC 9(14).
         77 GC-PERIOD                                      PIC 9(6).
         77 EV-DT                                          PIC 9(8).
         77 EV-PERIOD                                      PIC 9(6).
         77 WRK-YY                                         PIC 9(4).
         77 WRK-MM                                         PIC 99.

      * THE PARAMETER TABLE: THE PERIOD'S OWN POOL WINS OVER THE
      * 000000 STANDING POOL; WITHOUT WGT ROWS THE FOUR BASES WEIGH
      * THE SAME
         77 POOL-FL                                 PIC X VALUE 'N'.
          88 POOL-IS-SET                                   VALUE 'Y'.
         77 POOL-PERIOD                         PIC 9(6) VALUE ZEROS.
         77 POOL-AMT                                     PIC 9(11)V99.
         77 POOL-CUR                                       PIC X(10).
         77 POOL-OWNER                                     PIC X(4).
         77 DR-ACCT                     PIC X(8) VALUE '61900000'.
         77 CR-ACCT                     PIC X(8) VALUE '71900000'.
         77 WGT-ROWS-FL                             PIC X VALUE 'N'.
          88 WGT-ROWS-READ                                 VALUE 'Y'.

      * THE FOUR BASES: 1 CONVERSIONS, 2 VALUE, 3 MANUAL TOUCHES,
      * 4 SETTLEMENT INSTRUCTIONS
         01 BASIS-LIST.
          02 FILLER                    PIC X(34)
             VALUE 'CONVCONVERSION COUNT'.
          02 FILLER                    PIC X(34)
             VALUE 'VALUCONVERTED VALUE'.
          02 FILLER                    PIC X(34)
             VALUE 'TUCHMANUAL TOUCHES'.
          02 FILLER                    PIC X(34)
             VALUE 'SETLSETTLEMENT INSTRUCTIONS'.
         01 BASIS-TBL REDEFINES BASIS-LIST.
          02 BASIS-ENTRY OCCURS 4 TIMES.
           03 BS-CODE                                      PIC X(4).
           03 BS-LABEL                                     PIC X(30).
         01 BASIS-WORK.
          02 BASIS-WORK-ENTRY OCCURS 4 TIMES.
           03 BS-WEIGHT                                    PIC 9(3)V99.
           03 BS-TOTAL                                 PIC 9(13)V99.
           03 BS-USED-FL                                   PIC X.
         77 BS-IX                                      PIC 9(4) COMP.
         77 WGT-SUM                                        PIC 9(5)V99.

         77 CAT-CT                                     PIC 9(4) COMP.
         77 CAT-IX                                     PIC 9(4) COMP.
         01 CAT-TBL.
          02 CAT-ENTRY OCCURS 999 TIMES.
           03 CT-DATE                                      PIC 9(8).
           03 CT-PATH                                      PIC X(80).

      * TOUCH EVIDENCE, AS STPR0001 READS IT: 1 HELD AND RELEASED,
      * 2 REPAIRED (FIRST MATCHING CONVERSION ON OR AFTER THE
      * RESUBMISSION), 3 REVERSED (APPROVED CARD: PAIR AND DEAL DATE
      * RANGE, GENERATIONS UP TO THE APPROVAL DATE)
         77 EV-CT                                      PIC 9(4) COMP.
         77 EV-IX                                      PIC 9(4) COMP.
         01 EVENT-TBL.
          02 EVENT-ENTRY OCCURS 3000 TIMES.
           03 EV-TYPE                                      PIC 9.
           03 EV-A                                         PIC X(10).
           03 EV-B                                         PIC X(10).
           03 EV-DT-FROM                                   PIC 9(8).
           03 EV-DT-TO                                     PIC 9(8).
           03 EV-GEN-DT                                    PIC 9(8).
           03 EV-USED-FL                                   PIC X.
         77 NEW-TYPE                                       PIC 9.
         77 NEW-A                                          PIC X(10).
         77 NEW-B                                          PIC X(10).
         77 NEW-DT-FROM                                    PIC 9(8).
         77 NEW-DT-TO                                      PIC 9(8).
         77 NEW-GEN-DT                                     PIC 9(8).
         77 TOUCH-N                                        PIC 9.
         77 REPAIR-FL                                      PIC X.

      * WHO CONVERTED WHAT ON WHICH DAY: OVERRIDES AND SETTLEMENT
      * INSTRUCTIONS CARRY NO ENTITY AND ARE CHARGED TO EVERY ENTITY
      * ACTIVE IN THEM
         77 DC-CT                                      PIC 9(4) COMP.
         77 DC-IX                                      PIC 9(4) COMP.
         77 DH-IX                                      PIC 9(4) COMP.
         77 DC-FOUND-FL                                    PIC X.
          88 DC-IS-FOUND                                   VALUE 'Y'.
         01 DAYCUR-TBL.
          02 DAYCUR-ENTRY OCCURS 5000 TIMES.
           03 DC-DT                                        PIC 9(8).
           03 DC-ENT                                       PIC X(4).
           03 DC-CUR                                       PIC X(10).
           03 DC-HIT-FL                                    PIC X.
         77 NEW-CUR                                        PIC X(10).

         77 ENT-CT                                     PIC 9(4) COMP.
         77 ENT-IX                                     PIC 9(4) COMP.
         77 ENT-FOUND-FL                                   PIC X.
          88 ENT-IS-FOUND                                  VALUE 'Y'.
         77 NEW-ENT                                        PIC X(4).
         01 ENT-TBL.
          02 ENT-ENTRY OCCURS 99 TIMES.
           03 ET-ENT                                       PIC X(4).
           03 ET-BASIS OCCURS 4 TIMES                  PIC 9(13)V99.
           03 ET-HOLD                                      PIC 9(6).
           03 ET-REPAIR                                    PIC 9(6).
           03 ET-REVERSE                                   PIC 9(6).
           03 ET-OVERRIDE                                  PIC 9(6).
           03 ET-SCORE                                   PIC 9V9(10).
           03 ET-ALLOC                                   PIC 9(11)V99.
         77 BIG-IX                                     PIC 9(4) COMP.
         77 ALLOC-SUM                                    PIC 9(11)V99.
         77 ALLOC-DIFF                                  PIC S9(11)V99.
         77 UNASSIGNED-AMT                   PIC 9(11)V99 VALUE ZEROS.

         77 CT-GENS                             PIC 9(4) VALUE ZEROS.
         77 CT-CONV                             PIC 9(8) VALUE ZEROS.
         77 CT-OVR                              PIC 9(6) VALUE ZEROS.
         77 CT-SETL                             PIC 9(6) VALUE ZEROS.
         77 CT-SETL-IDLE                        PIC 9(6) VALUE ZEROS.
         77 CT-RCH                              PIC 9(4) VALUE ZEROS.
         77 RCH-LINE                                       PIC 9(3).
         77 ABS-V                                        PIC 9(08)V99.

         77 ED-AMT                                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         77 ED-BASIS                              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         77 ED-CT                                          PIC ZZZZZ9.
         77 ED-PCT                                         PIC ZZ9.99.
         77 ED-WGT                                         PIC ZZ9.99.
         77 PCT-WRK                                        PIC 9(3)V99.

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
         DISPLAY 'MAIN: CHGB0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: CHGB0001'.
         ACCEPT CAT-FL-PATH-ENV FROM ENVIRONMENT 'CHGB0001_CATFILE'.
         IF CAT-FL-PATH-ENV NOT = SPACES
          MOVE CAT-FL-PATH-ENV TO CAT-FL-PATH
         END-IF.
         ACCEPT PRM-FL-PATH-ENV FROM ENVIRONMENT 'CHGB0001_PARMFILE'.
         IF PRM-FL-PATH-ENV NOT = SPACES
          MOVE PRM-FL-PATH-ENV TO PRM-FL-PATH
         END-IF.
         ACCEPT HLA-FL-PATH-ENV FROM ENVIRONMENT 'CHGB0001_HOLDAUD'.
         IF HLA-FL-PATH-ENV NOT = SPACES
          MOVE HLA-FL-PATH-ENV TO HLA-FL-PATH
         END-IF.
         ACCEPT LIFE-FL-PATH-ENV FROM ENVIRONMENT 'CHGB0001_LIFEFILE'.
         IF LIFE-FL-PATH-ENV NOT = SPACES
          MOVE LIFE-FL-PATH-ENV TO LIFE-FL-PATH
         END-IF.
         ACCEPT RVA-FL-PATH-ENV FROM ENVIRONMENT 'CHGB0001_REVAUD'.
         IF RVA-FL-PATH-ENV NOT = SPACES
          MOVE RVA-FL-PATH-ENV TO RVA-FL-PATH
         END-IF.
         ACCEPT OVR-FL-PATH-ENV FROM ENVIRONMENT 'CHGB0001_OVRFILE'.
         IF OVR-FL-PATH-ENV NOT = SPACES
          MOVE OVR-FL-PATH-ENV TO OVR-FL-PATH
         END-IF.
         ACCEPT REG-FL-PATH-ENV FROM ENVIRONMENT 'CHGB0001_SETLREG'.
         IF REG-FL-PATH-ENV NOT = SPACES
          MOVE REG-FL-PATH-ENV TO REG-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'CHGB0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT RCH-FL-PATH-ENV FROM ENVIRONMENT 'CHGB0001_RCHGFILE'.
         IF RCH-FL-PATH-ENV NOT = SPACES
          MOVE RCH-FL-PATH-ENV TO RCH-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO TODAY-TS.
      * THE COST OF A MONTH IS RECHARGED ONCE IT IS CLOSED: WITHOUT A
      * PERIOD THE RUN TAKES THE MONTH BEFORE THE CURRENT ONE
         ACCEPT PERIOD-ENV FROM ENVIRONMENT 'CHGB0001_PERIOD'.
         IF PERIOD-ENV IS NUMERIC AND PERIOD-ENV NOT = SPACES
          MOVE PERIOD-ENV TO RUN-PERIOD
         ELSE
          MOVE TODAY-TS(1:4) TO WRK-YY
          MOVE TODAY-TS(5:2) TO WRK-MM
          IF WRK-MM = 1
           MOVE 12 TO WRK-MM
           SUBTRACT 1 FROM WRK-YY
          ELSE
           SUBTRACT 1 FROM WRK-MM
          END-IF
          COMPUTE RUN-PERIOD = WRK-YY * 100 + WRK-MM
         END-IF.
         DISPLAY 'CHARGEBACK FOR PERIOD ' RUN-PERIOD.
         INITIALIZE BASIS-WORK.
         MOVE 0 TO CAT-CT.
         MOVE 0 TO EV-CT.
         MOVE 0 TO DC-CT.
         MOVE 0 TO ENT-CT.
         PERFORM 105-LOAD-PARAMETERS.
         PERFORM 110-LOAD-CATALOG.
         PERFORM 120-LOAD-HOLDS.
         PERFORM 125-LOAD-REPAIRS.
         PERFORM 130-LOAD-REVERSALS.

        105-LOAD-PARAMETERS.
         MOVE 'N' TO EOF-FL.
         OPEN INPUT PRM-FL.
         IF STTS-PRM NOT = ZEROS
          DISPLAY 'NO CHARGEBACK PARAMETERS (' PRM-FL-PATH ')'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 106-LOAD-ONE-PARM UNTIL IS-EOF.
         CLOSE PRM-FL.
         IF NOT POOL-IS-SET
          DISPLAY 'NO COST POOL FOR PERIOD ' RUN-PERIOD
           ' IN ' PRM-FL-PATH
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         IF NOT WGT-ROWS-READ
          MOVE 1 TO BS-IX
          PERFORM 108-DEFAULT-ONE-WEIGHT UNTIL BS-IX > 4
         END-IF.

        106-LOAD-ONE-PARM.
         READ PRM-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           EVALUATE CHP-REC-TYPE
            WHEN 'POL'
             IF CHP-PERIOD = RUN-PERIOD
                OR (CHP-PERIOD = ZEROS AND POOL-PERIOD = ZEROS)
              MOVE 'Y' TO POOL-FL
              MOVE CHP-PERIOD TO POOL-PERIOD
              MOVE CHP-AMT TO POOL-AMT
              MOVE CHP-CUR TO POOL-CUR
              MOVE CHP-OWNER TO POOL-OWNER
             END-IF
            WHEN 'WGT'
             MOVE 'Y' TO WGT-ROWS-FL
             MOVE 1 TO BS-IX
             PERFORM 107-SET-ONE-WEIGHT UNTIL BS-IX > 4
            WHEN 'ACC'
             MOVE CHP-DR-ACCT TO DR-ACCT
             MOVE CHP-CR-ACCT TO CR-ACCT
           END-EVALUATE
         END-READ.
         IF STTS-PRM NOT = ZEROS AND STTS-PRM NOT = 10
          DISPLAY 'I/O ERROR READING PRM-FL, STATUS = ' STTS-PRM
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO EOF-FL
         END-IF.

        107-SET-ONE-WEIGHT.
         IF BS-CODE(BS-IX) = CHP-BASIS
          MOVE CHP-WEIGHT TO BS-WEIGHT(BS-IX)
         END-IF.
         ADD 1 TO BS-IX.

        108-DEFAULT-ONE-WEIGHT.
         MOVE 25 TO BS-WEIGHT(BS-IX).
         ADD 1 TO BS-IX.

        110-LOAD-CATALOG.
      * ONLY THE O0001 GENERATIONS OF THE PERIOD
         MOVE 'N' TO EOF-FL.
         OPEN INPUT CAT-FL.
         IF STTS-CAT NOT = ZEROS
          DISPLAY 'NO GENERATION CATALOG (' CAT-FL-PATH ')'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 111-LOAD-ONE-CAT UNTIL IS-EOF.
         CLOSE CAT-FL.

        111-LOAD-ONE-CAT.
         READ CAT-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           DIVIDE GC-DATE BY 100 GIVING GC-PERIOD
           IF GC-FILE-ID = 'O0001' AND GC-PERIOD = RUN-PERIOD
            IF CAT-CT >= 999
             DISPLAY 'CATALOG TABLE FULL, RUN ABORTED'
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
            ADD 1 TO CAT-CT
            MOVE GC-DATE TO CT-DATE(CAT-CT)
            MOVE GC-PATH TO CT-PATH(CAT-CT)
           END-IF
         END-READ.
         IF STTS-CAT NOT = ZEROS AND STTS-CAT NOT = 10
          DISPLAY 'I/O ERROR READING CAT-FL, STATUS = ' STTS-CAT
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO EOF-FL
         END-IF.

        120-LOAD-HOLDS.
      * HOLDAUD: TS(14) STATUS A/R A/B DT; AN APPROVED HOLD RE-ENTERS
      * THE O0001 GENERATION OF THE DAY IT WAS RELEASED
         MOVE 'N' TO EOF-FL.
         OPEN INPUT HLA-FL.
         IF STTS-HLA NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 121-LOAD-ONE-HOLD UNTIL IS-EOF.
         CLOSE HLA-FL.

        121-LOAD-ONE-HOLD.
         READ HLA-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF HLA-REC(16:1) = 'A' AND HLA-REC(1:8) IS NUMERIC
              AND HLA-REC(40:8) IS NUMERIC
            MOVE 1 TO NEW-TYPE
            MOVE HLA-REC(18:10) TO NEW-A
            MOVE HLA-REC(29:10) TO NEW-B
            MOVE HLA-REC(40:8) TO NEW-DT-FROM
            MOVE HLA-REC(40:8) TO NEW-DT-TO
            MOVE HLA-REC(1:8) TO NEW-GEN-DT
            PERFORM 150-ADD-EVENT
           END-IF
         END-READ.
         IF STTS-HLA NOT = ZEROS AND STTS-HLA NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        125-LOAD-REPAIRS.
      * RJLIFE: TS(14) INITS RESUBMITTED ... NEW-A/NEW-B; ONLY THE
      * FIRST SEVEN CHARACTERS OF NEW-B SURVIVE ON THE 100-WIDE LINE
         MOVE 'N' TO EOF-FL.
         OPEN INPUT LIFE-FL.
         IF STTS-LIFE NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 126-LOAD-ONE-REPAIR UNTIL IS-EOF.
         CLOSE LIFE-FL.

        126-LOAD-ONE-REPAIR.
         READ LIFE-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF LIFE-REC(20:11) = 'RESUBMITTED'
              AND LIFE-REC(1:8) IS NUMERIC
            MOVE 2 TO NEW-TYPE
            MOVE LIFE-REC(83:10) TO NEW-A
            MOVE LIFE-REC(94:7) TO NEW-B
            MOVE ZEROS TO NEW-DT-FROM
            MOVE ZEROS TO NEW-DT-TO
            MOVE LIFE-REC(1:8) TO NEW-GEN-DT
            PERFORM 150-ADD-EVENT
           END-IF
         END-READ.
         IF STTS-LIFE NOT = ZEROS AND STTS-LIFE NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        130-LOAD-REVERSALS.
      * REVAPAUD: TS(14) DISP A/B FROM-TO MAKER CHECKER REASON; AN
      * APPROVED CARD REVERSES THE PAIR'S CONVERSIONS DEALT IN THE
      * DATE RANGE THAT WERE ALREADY OUT WHEN IT WAS APPROVED
         MOVE 'N' TO EOF-FL.
         OPEN INPUT RVA-FL.
         IF STTS-RVA NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 131-LOAD-ONE-REVERSAL UNTIL IS-EOF.
         CLOSE RVA-FL.

        131-LOAD-ONE-REVERSAL.
         READ RVA-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF RVA-REC(16:1) = 'A' AND RVA-REC(1:8) IS NUMERIC
              AND RVA-REC(40:8) IS NUMERIC
              AND RVA-REC(49:8) IS NUMERIC
            MOVE 3 TO NEW-TYPE
            MOVE RVA-REC(18:10) TO NEW-A
            MOVE RVA-REC(29:10) TO NEW-B
            MOVE RVA-REC(40:8) TO NEW-DT-FROM
            MOVE RVA-REC(49:8) TO NEW-DT-TO
            MOVE RVA-REC(1:8) TO NEW-GEN-DT
            PERFORM 150-ADD-EVENT
           END-IF
         END-READ.
         IF STTS-RVA NOT = ZEROS AND STTS-RVA NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        150-ADD-EVENT.
      * A HOLD OR A REPAIR BEFORE THE PERIOD CANNOT TOUCH ANY OF ITS
      * GENERATIONS; A REVERSAL IS APPROVED AFTER THE DEAL, SO ONLY
      * ONE APPROVED BEFORE THE PERIOD IS DROPPED
         DIVIDE NEW-GEN-DT BY 100 GIVING EV-PERIOD.
         IF EV-PERIOD < RUN-PERIOD
            OR (EV-PERIOD > RUN-PERIOD AND NEW-TYPE NOT = 3)
          EXIT PARAGRAPH
         END-IF.
         IF EV-CT >= 3000
          DISPLAY 'TOUCH EVIDENCE TABLE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO EV-CT.
         MOVE NEW-TYPE TO EV-TYPE(EV-CT).
         MOVE NEW-A TO EV-A(EV-CT).
         MOVE NEW-B TO EV-B(EV-CT).
         MOVE NEW-DT-FROM TO EV-DT-FROM(EV-CT).
         MOVE NEW-DT-TO TO EV-DT-TO(EV-CT).
         MOVE NEW-GEN-DT TO EV-GEN-DT(EV-CT).
         MOVE 'N' TO EV-USED-FL(EV-CT).

        200-PROCESS.
         DISPLAY 'PROCESS: CHGB0001'.
         MOVE 1 TO CAT-IX.
         PERFORM 201-READ-ONE-GEN UNTIL CAT-IX > CAT-CT.
         IF CT-GENS = 0
          DISPLAY 'NO O0001 GENERATIONS FOR PERIOD ' RUN-PERIOD
          MOVE 4 TO RETURN-CODE
         END-IF.
         PERFORM 230-LOAD-OVERRIDES.
         PERFORM 235-LOAD-SETTLEMENTS.
         PERFORM 240-ALLOCATE.
         PERFORM 250-WRITE-WORKSHEET.
         PERFORM 260-WRITE-RECHARGE.

        201-READ-ONE-GEN.
         MOVE CT-PATH(CAT-IX) TO GEN-FL-PATH.
         MOVE 'N' TO EOF-FL.
         OPEN INPUT GEN-FL.
         IF STTS-GEN = ZEROS
          ADD 1 TO CT-GENS
          PERFORM 202-READ-ONE-CONVERSION UNTIL IS-EOF
          CLOSE GEN-FL
         ELSE
          DISPLAY 'GENERATION UNREADABLE, SKIPPED: ' GEN-FL-PATH
          MOVE 4 TO RETURN-CODE
         END-IF.
         ADD 1 TO CAT-IX.

        202-READ-ONE-CONVERSION.
         READ GEN-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF G-A NOT = '*TRAILER*'
            PERFORM 203-POST-CONVERSION
           END-IF
         END-READ.
         IF STTS-GEN NOT = ZEROS AND STTS-GEN NOT = 10
          DISPLAY 'I/O ERROR READING GEN-FL, STATUS = ' STTS-GEN
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO EOF-FL
         END-IF.

        203-POST-CONVERSION.
         ADD 1 TO CT-CONV.
         MOVE G-ENT TO NEW-ENT.
         PERFORM 210-FIND-ENTITY.
         ADD 1 TO ET-BASIS(ENT-IX, 1).
         ADD 1 TO BS-TOTAL(1).
      * VALUE IS THE CONVERTED AMOUNT AS CARRIED ON O0001, SIGN
      * IGNORED
         IF G-V < 0
          COMPUTE ABS-V = 0 - G-V
         ELSE
          MOVE G-V TO ABS-V
         END-IF.
         ADD ABS-V TO ET-BASIS(ENT-IX, 2).
         ADD ABS-V TO BS-TOTAL(2).
         MOVE 'N' TO REPAIR-FL.
         MOVE 1 TO EV-IX.
         PERFORM 204-MATCH-ONE-EVENT UNTIL EV-IX > EV-CT.
         MOVE G-A TO NEW-CUR.
         PERFORM 215-NOTE-DAY-CURRENCY.
         MOVE G-B TO NEW-CUR.
         PERFORM 215-NOTE-DAY-CURRENCY.

        204-MATCH-ONE-EVENT.
         MOVE 0 TO TOUCH-N.
         IF EV-A(EV-IX) = G-A
          EVALUATE EV-TYPE(EV-IX)
           WHEN 1
            IF EV-B(EV-IX) = G-B AND EV-DT-FROM(EV-IX) = G-DT
               AND EV-GEN-DT(EV-IX) = CT-DATE(CAT-IX)
               AND EV-USED-FL(EV-IX) = 'N'
             MOVE 'Y' TO EV-USED-FL(EV-IX)
             ADD 1 TO ET-HOLD(ENT-IX)
             MOVE 1 TO TOUCH-N
            END-IF
           WHEN 2
            IF EV-B(EV-IX)(1:7) = G-B(1:7)
               AND EV-USED-FL(EV-IX) = 'N'
               AND EV-GEN-DT(EV-IX) NOT > CT-DATE(CAT-IX)
               AND REPAIR-FL = 'N'
             MOVE 'Y' TO EV-USED-FL(EV-IX)
             MOVE 'Y' TO REPAIR-FL
             ADD 1 TO ET-REPAIR(ENT-IX)
             MOVE 1 TO TOUCH-N
            END-IF
           WHEN 3
            IF EV-B(EV-IX) = G-B
               AND G-DT NOT < EV-DT-FROM(EV-IX)
               AND G-DT NOT > EV-DT-TO(EV-IX)
               AND CT-DATE(CAT-IX) NOT > EV-GEN-DT(EV-IX)
             ADD 1 TO ET-REVERSE(ENT-IX)
             MOVE 1 TO TOUCH-N
            END-IF
          END-EVALUATE
         END-IF.
         ADD TOUCH-N TO ET-BASIS(ENT-IX, 3).
         ADD TOUCH-N TO BS-TOTAL(3).
         ADD 1 TO EV-IX.

        210-FIND-ENTITY.
         MOVE 'N' TO ENT-FOUND-FL.
         MOVE 1 TO ENT-IX.
         PERFORM 211-SCAN-ENTITY UNTIL ENT-IX > ENT-CT
          OR ENT-IS-FOUND.
         IF NOT ENT-IS-FOUND
          IF ENT-CT >= 99
           DISPLAY 'ENTITY TABLE FULL, RUN ABORTED'
           MOVE 8 TO RETURN-CODE
           GOBACK
          END-IF
          ADD 1 TO ENT-CT
          MOVE ENT-CT TO ENT-IX
          INITIALIZE ENT-ENTRY(ENT-IX)
          MOVE NEW-ENT TO ET-ENT(ENT-IX)
         END-IF.

        211-SCAN-ENTITY.
         IF ET-ENT(ENT-IX) = NEW-ENT
          MOVE 'Y' TO ENT-FOUND-FL
         ELSE
          ADD 1 TO ENT-IX
         END-IF.

        215-NOTE-DAY-CURRENCY.
         MOVE 'N' TO DC-FOUND-FL.
         MOVE 1 TO DC-IX.
         PERFORM 216-SCAN-DAY-CURRENCY UNTIL DC-IX > DC-CT
          OR DC-IS-FOUND.
         IF NOT DC-IS-FOUND
          IF DC-CT >= 5000
           DISPLAY 'DAY/CURRENCY TABLE FULL, RUN ABORTED'
           MOVE 8 TO RETURN-CODE
           GOBACK
          END-IF
          ADD 1 TO DC-CT
          MOVE CT-DATE(CAT-IX) TO DC-DT(DC-CT)
          MOVE G-ENT TO DC-ENT(DC-CT)
          MOVE NEW-CUR TO DC-CUR(DC-CT)
         END-IF.

        216-SCAN-DAY-CURRENCY.
         IF DC-DT(DC-IX) = CT-DATE(CAT-IX) AND DC-ENT(DC-IX) = G-ENT
            AND DC-CUR(DC-IX) = NEW-CUR
          MOVE 'Y' TO DC-FOUND-FL
         ELSE
          ADD 1 TO DC-IX
         END-IF.

        230-LOAD-OVERRIDES.
      * AN OVERRIDE OF THE CHAIN OR OF THE CONVERSION GATES IS ONE
      * TOUCH FOR EVERY ENTITY THAT CONVERTED THAT DAY
         MOVE 'N' TO EOF-FL.
         OPEN INPUT OVR-FL.
         IF STTS-OVR NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 231-LOAD-ONE-OVERRIDE UNTIL IS-EOF.
         CLOSE OVR-FL.

        231-LOAD-ONE-OVERRIDE.
         READ OVR-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF (OV-PGM = 'CONV0001' OR OV-PGM = 'BDRV0001')
              AND OV-TS(1:6) = RUN-PERIOD
            ADD 1 TO CT-OVR
            MOVE OV-TS(1:8) TO EV-DT
            MOVE SPACES TO NEW-CUR
            PERFORM 232-CHARGE-DAY-ENTITIES
           END-IF
         END-READ.
         IF STTS-OVR NOT = ZEROS AND STTS-OVR NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        232-CHARGE-DAY-ENTITIES.
      * EACH ENTITY ONCE: ITS FIRST DAY/CURRENCY ROW CARRIES THE HIT
         MOVE 1 TO DC-IX.
         PERFORM 233-CLEAR-ONE-HIT UNTIL DC-IX > DC-CT.
         MOVE 'N' TO DC-FOUND-FL.
         MOVE 1 TO DC-IX.
         PERFORM 234-CHARGE-ONE-ROW UNTIL DC-IX > DC-CT.

        233-CLEAR-ONE-HIT.
         MOVE 'N' TO DC-HIT-FL(DC-IX).
         ADD 1 TO DC-IX.

        234-CHARGE-ONE-ROW.
         IF DC-DT(DC-IX) = EV-DT
            AND (NEW-CUR = SPACES OR DC-CUR(DC-IX) = NEW-CUR)
          MOVE DC-ENT(DC-IX) TO NEW-ENT
          MOVE 'N' TO ENT-FOUND-FL
          MOVE 1 TO DH-IX
          PERFORM 236-SCAN-ONE-HIT UNTIL DH-IX > DC-CT
           OR ENT-IS-FOUND
          IF NOT ENT-IS-FOUND
           MOVE 'Y' TO DC-HIT-FL(DC-IX)
           MOVE 'Y' TO DC-FOUND-FL
           PERFORM 210-FIND-ENTITY
           IF NEW-CUR = SPACES
            ADD 1 TO ET-OVERRIDE(ENT-IX)
            ADD 1 TO ET-BASIS(ENT-IX, 3)
            ADD 1 TO BS-TOTAL(3)
           ELSE
            ADD 1 TO ET-BASIS(ENT-IX, 4)
            ADD 1 TO BS-TOTAL(4)
           END-IF
          END-IF
         END-IF.
         ADD 1 TO DC-IX.

        236-SCAN-ONE-HIT.
         IF DC-HIT-FL(DH-IX) = 'Y' AND DC-ENT(DH-IX) = NEW-ENT
          MOVE 'Y' TO ENT-FOUND-FL
         ELSE
          ADD 1 TO DH-IX
         END-IF.

        235-LOAD-SETTLEMENTS.
      * SETL0001 NETS THE ENTITIES INTO ONE INSTRUCTION PER CURRENCY:
      * EACH INSTRUCTION COUNTS ONCE FOR EVERY ENTITY THAT CONVERTED
      * INTO OR OUT OF ITS CURRENCY ON THE DAY IT WAS ISSUED
         MOVE 'N' TO EOF-FL.
         OPEN INPUT REG-FL.
         IF STTS-REG NOT = ZEROS
          DISPLAY 'NO SETTLEMENT REGISTER (' REG-FL-PATH ')'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 237-LOAD-ONE-SETTLEMENT UNTIL IS-EOF.
         CLOSE REG-FL.

        237-LOAD-ONE-SETTLEMENT.
         READ REG-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF REG-DT IS NUMERIC AND REG-DT(1:6) = RUN-PERIOD
            ADD 1 TO CT-SETL
            MOVE REG-DT TO EV-DT
            MOVE REG-CUR TO NEW-CUR
            PERFORM 232-CHARGE-DAY-ENTITIES
            IF NOT DC-IS-FOUND
             ADD 1 TO CT-SETL-IDLE
            END-IF
           END-IF
         END-READ.
         IF STTS-REG NOT = ZEROS AND STTS-REG NOT = 10
          DISPLAY 'I/O ERROR READING REG-FL, STATUS = ' STTS-REG
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO EOF-FL
         END-IF.

        240-ALLOCATE.
      * A BASIS NOBODY USED IN THE PERIOD DROPS OUT AND THE OTHER
      * WEIGHTS ARE SCALED UP TO COVER THE WHOLE POOL
         MOVE ZEROS TO WGT-SUM.
         MOVE 1 TO BS-IX.
         PERFORM 241-CHECK-ONE-BASIS UNTIL BS-IX > 4.
         MOVE ZEROS TO ALLOC-SUM.
         MOVE 0 TO BIG-IX.
         MOVE 1 TO ENT-IX.
         PERFORM 242-SCORE-ONE-ENTITY UNTIL ENT-IX > ENT-CT.
         IF WGT-SUM = ZEROS OR ENT-CT = 0
          DISPLAY 'NOTHING TO ALLOCATE THE POOL ON'
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
      * ROUNDING LEAVES AT MOST A FEW CENTS OVER OR SHORT; THEY GO TO
      * THE LARGEST SHARE SO THE WORKSHEET ADDS UP TO THE POOL
         COMPUTE ALLOC-DIFF = POOL-AMT - ALLOC-SUM.
         IF ALLOC-DIFF NOT = ZEROS AND BIG-IX > 0
          COMPUTE ET-ALLOC(BIG-IX) = ET-ALLOC(BIG-IX) + ALLOC-DIFF
         END-IF.

        241-CHECK-ONE-BASIS.
         IF BS-TOTAL(BS-IX) > ZEROS AND BS-WEIGHT(BS-IX) > ZEROS
          MOVE 'Y' TO BS-USED-FL(BS-IX)
          ADD BS-WEIGHT(BS-IX) TO WGT-SUM
         ELSE
          MOVE 'N' TO BS-USED-FL(BS-IX)
         END-IF.
         ADD 1 TO BS-IX.

        242-SCORE-ONE-ENTITY.
         MOVE ZEROS TO ET-SCORE(ENT-IX).
         IF WGT-SUM > ZEROS
          MOVE 1 TO BS-IX
          PERFORM 243-SCORE-ONE-BASIS UNTIL BS-IX > 4
         END-IF.
         COMPUTE ET-ALLOC(ENT-IX) ROUNDED = POOL-AMT * ET-SCORE(ENT-IX).
         ADD ET-ALLOC(ENT-IX) TO ALLOC-SUM.
         IF BIG-IX = 0
          MOVE ENT-IX TO BIG-IX
         ELSE
          IF ET-ALLOC(ENT-IX) > ET-ALLOC(BIG-IX)
           MOVE ENT-IX TO BIG-IX
          END-IF
         END-IF.
         ADD 1 TO ENT-IX.

        243-SCORE-ONE-BASIS.
         IF BS-USED-FL(BS-IX) = 'Y'
          COMPUTE ET-SCORE(ENT-IX) ROUNDED = ET-SCORE(ENT-IX)
           + (BS-WEIGHT(BS-IX) / WGT-SUM)
           * (ET-BASIS(ENT-IX, BS-IX) / BS-TOTAL(BS-IX))
         END-IF.
         ADD 1 TO BS-IX.

        250-WRITE-WORKSHEET.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO RPT-REC.
         STRING 'CONVERSION COST CHARGEBACK PERIOD ' RUN-PERIOD
          '  RUN ' TODAY-TS
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE POOL-AMT TO ED-AMT.
         MOVE SPACES TO RPT-REC.
         STRING 'COST POOL ' ED-AMT ' ' POOL-CUR
          '  OWNER ' POOL-OWNER '  PARAMETER PERIOD ' POOL-PERIOD
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'GENERATIONS READ ' CT-GENS '  CONVERSIONS ' CT-CONV
          '  OVERRIDES ' CT-OVR '  SETTLEMENT INSTRUCTIONS ' CT-SETL
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE 'ALLOCATION BASES' TO RPT-REC.
         WRITE RPT-REC.
         MOVE ' BASIS                            WEIGHT  EFFECTIVE'
          TO RPT-REC.
         MOVE 'PERIOD TOTAL' TO RPT-REC(60:).
         WRITE RPT-REC.
         MOVE 1 TO BS-IX.
         PERFORM 251-WRITE-ONE-BASIS UNTIL BS-IX > 4.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE 'ALLOCATION WORKSHEET' TO RPT-REC.
         WRITE RPT-REC.
         MOVE ' ENT   CONVS               VALUE  HOLD  REPR  REVS'
          TO RPT-REC.
         MOVE '  OVRD  TOUCH   SETL   SHARE%' TO RPT-REC(52:).
         MOVE 'ALLOCATED' TO RPT-REC(93:).
         WRITE RPT-REC.
         MOVE 1 TO ENT-IX.
         PERFORM 252-WRITE-ONE-ENTITY UNTIL ENT-IX > ENT-CT.
         MOVE POOL-AMT TO ED-AMT.
         MOVE SPACES TO RPT-REC.
         MOVE ' TOTAL' TO RPT-REC.
         MOVE '100.00' TO RPT-REC(76:).
         MOVE ED-AMT TO RPT-REC(84:).
         WRITE RPT-REC.
         IF CT-SETL-IDLE > 0
          MOVE CT-SETL-IDLE TO ED-CT
          MOVE SPACES TO RPT-REC
          STRING ED-CT ' SETTLEMENT INSTRUCTION(S) ON DAYS WITH NO'
           ' CONVERSION IN THEIR CURRENCY WERE NOT CHARGED'
           DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
         END-IF.
         IF UNASSIGNED-AMT > ZEROS
          MOVE UNASSIGNED-AMT TO ED-AMT
          MOVE SPACES TO RPT-REC
          STRING 'CONVERSIONS WITH NO ENTITY CARRY ' ED-AMT
           ' THAT STAYS WITH THE OWNER'
           DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
         END-IF.
         CLOSE RPT-FL.
      * KEEP A DATED COPY IN THE REPORT REPOSITORY FOR REPRINTS
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT RPT-FL-PATH
           RPTF-PGM RPTF-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.
         DISPLAY 'CHARGEBACK WORKSHEET WRITTEN TO ' RPT-FL-PATH.

        251-WRITE-ONE-BASIS.
         MOVE BS-WEIGHT(BS-IX) TO ED-WGT.
         MOVE SPACES TO RPT-REC.
         STRING ' ' BS-CODE(BS-IX) ' ' BS-LABEL(BS-IX) ' ' ED-WGT
          DELIMITED BY SIZE INTO RPT-REC.
         IF BS-USED-FL(BS-IX) = 'Y'
          COMPUTE PCT-WRK ROUNDED = BS-WEIGHT(BS-IX) * 100 / WGT-SUM
          MOVE PCT-WRK TO ED-PCT
          MOVE ED-PCT TO RPT-REC(46:)
         ELSE
          MOVE 'UNUSED' TO RPT-REC(46:)
         END-IF.
         MOVE BS-TOTAL(BS-IX) TO ED-BASIS.
         MOVE ED-BASIS TO RPT-REC(55:).
         WRITE RPT-REC.
         ADD 1 TO BS-IX.

        252-WRITE-ONE-ENTITY.
         MOVE SPACES TO RPT-REC.
         MOVE ET-ENT(ENT-IX) TO RPT-REC(2:4).
         IF ET-ENT(ENT-IX) = SPACES
          MOVE '----' TO RPT-REC(2:4)
         END-IF.
         MOVE ET-BASIS(ENT-IX, 1) TO ED-CT.
         MOVE ED-CT TO RPT-REC(7:).
         MOVE ET-BASIS(ENT-IX, 2) TO ED-BASIS.
         MOVE ED-BASIS TO RPT-REC(14:).
         MOVE ET-HOLD(ENT-IX) TO ED-CT.
         MOVE ED-CT TO RPT-REC(32:).
         MOVE ET-REPAIR(ENT-IX) TO ED-CT.
         MOVE ED-CT TO RPT-REC(38:).
         MOVE ET-REVERSE(ENT-IX) TO ED-CT.
         MOVE ED-CT TO RPT-REC(44:).
         MOVE ET-OVERRIDE(ENT-IX) TO ED-CT.
         MOVE ED-CT TO RPT-REC(50:).
         MOVE ET-BASIS(ENT-IX, 3) TO ED-CT.
         MOVE ED-CT TO RPT-REC(57:).
         MOVE ET-BASIS(ENT-IX, 4) TO ED-CT.
         MOVE ED-CT TO RPT-REC(64:).
         COMPUTE PCT-WRK ROUNDED = ET-SCORE(ENT-IX) * 100.
         MOVE PCT-WRK TO ED-PCT.
         MOVE ED-PCT TO RPT-REC(76:).
         MOVE ET-ALLOC(ENT-IX) TO ED-AMT.
         MOVE ED-AMT TO RPT-REC(84:).
         IF ET-ENT(ENT-IX) = POOL-OWNER
          MOVE 'OWNER, NOT RECHARGED' TO RPT-REC(103:)
         END-IF.
         IF ET-ENT(ENT-IX) = SPACES
          MOVE 'NO ENTITY, NOT RECHARGED' TO RPT-REC(103:)
          ADD ET-ALLOC(ENT-IX) TO UNASSIGNED-AMT
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
         END-IF.
         WRITE RPT-REC.
         ADD 1 TO ENT-IX.

        260-WRITE-RECHARGE.
      * ONE BALANCED PAIR PER CHARGED ENTITY IN THE MANUAL ADJUSTMENT
      * LAYOUT: DEBIT THE ENTITY'S RECHARGE EXPENSE, CREDIT THE OWNER'S
      * RECOVERY. STATUS P WITH NO NUMBER AND NO MAKER: THE LINES GO
      * THROUGH ADJM0001 APPROVAL BEFORE JRNL0001 TAKES THEM
         OPEN OUTPUT RCH-FL.
         IF STTS-RCH NOT = ZEROS
          DISPLAY 'ERROR OPENING RCH-FL, STATUS = ' STTS-RCH
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 0 TO RCH-LINE.
         MOVE 1 TO ENT-IX.
         PERFORM 261-WRITE-ONE-RECHARGE UNTIL ENT-IX > ENT-CT.
         CLOSE RCH-FL.
         DISPLAY 'RECHARGE LINES WRITTEN TO ' RCH-FL-PATH ': ' CT-RCH.

        261-WRITE-ONE-RECHARGE.
         IF ET-ENT(ENT-IX) NOT = SPACES
            AND ET-ENT(ENT-IX) NOT = POOL-OWNER
            AND ET-ALLOC(ENT-IX) > ZEROS
          MOVE 'DR' TO ADJ-DRCR
          MOVE DR-ACCT TO ADJ-ACCT
          MOVE ET-ENT(ENT-IX) TO ADJ-ENT
          PERFORM 262-WRITE-ONE-LINE
          MOVE 'CR' TO ADJ-DRCR
          MOVE CR-ACCT TO ADJ-ACCT
          MOVE POOL-OWNER TO ADJ-ENT
          PERFORM 262-WRITE-ONE-LINE
         END-IF.
         ADD 1 TO ENT-IX.

        262-WRITE-ONE-LINE.
         ADD 1 TO RCH-LINE.
         ADD 1 TO CT-RCH.
         MOVE ZEROS TO ADJ-ID.
         MOVE RCH-LINE TO ADJ-LINE.
         MOVE POOL-CUR TO ADJ-CUR.
         MOVE ET-ALLOC(ENT-IX) TO ADJ-AMT.
         MOVE 'P' TO ADJ-STATUS.
         MOVE SPACES TO ADJ-MAKER.
         MOVE TODAY-TS TO ADJ-PROP-TS.
         MOVE SPACES TO ADJ-CHECKER.
         MOVE ZEROS TO ADJ-DEC-TS.
         MOVE ZEROS TO ADJ-EXP-DT.
         MOVE SPACES TO ADJ-REASON.
         STRING 'CONVERSION COST RECHARGE ' RUN-PERIOD ' '
           ET-ENT(ENT-IX)
          DELIMITED BY SIZE INTO ADJ-REASON.
         WRITE RCH-RCRD.

        300-END.
         DISPLAY '-- CHARGEBACK SUMMARY --'.
         DISPLAY ' PERIOD: ' RUN-PERIOD.
         DISPLAY ' GENERATIONS READ: ' CT-GENS.
         DISPLAY ' CONVERSIONS: ' CT-CONV.
         DISPLAY ' ENTITIES CHARGED: ' ENT-CT.
         MOVE POOL-AMT TO ED-AMT.
         DISPLAY ' POOL: ' ED-AMT ' ' POOL-CUR.
         DISPLAY 'END-PROGRAM: CHGB0001'.
         GOBACK.
       END PROGRAM CHGB0001.
