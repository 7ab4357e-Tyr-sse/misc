      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - ESCADA DE LIQUIDEZ A TERMO: POR MOEDA
      *          E ENTIDADE, PARTE DO SALDO DE POSMST.txt E DISTRIBUI
      *          PELAS FAIXAS DE DATA-VALOR (HOJE, AMANHA, ATE 1
      *          SEMANA, ATE 1 MES E ALEM) AS INSTRUCOES PENDENTES DE
      *          SETLREG.txt, OS REGISTROS A TERMO RETIDOS EM
      *          FWHSE.txt, OS ITENS DE CARRY.txt E AS CONVERSOES A
      *          TERMO DE LIN0001.txt; EMITE LQLDRPT.txt E ALERTA EM
      *          ALERT.txt QUANDO O DESCASAMENTO ACUMULADO PASSA DO
      *          LIMITE CONFIGURADO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. LQLD0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT POS-FL ASSIGN POS-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-POS.
         SELECT REG-FL ASSIGN REG-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-REG.
         SELECT FWH-FL ASSIGN FWH-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-FWH.
         SELECT CARRY-FL ASSIGN CARRY-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CARRY.
         SELECT LIN-FL ASSIGN LIN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-LIN.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.
         SELECT ALRT-FL ASSIGN ALRT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ALRT.

       DATA DIVISION.
        FILE SECTION.
         FD POS-FL.
         01 POS-RCRD.
          02 POS-CODE                                      PIC X(10).
          02 POS-BAL                                     PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 POS-ENT                                       PIC X(4).

         FD REG-FL.
         01 REG-RCRD.
          02 REG-SEQ                                       PIC 9(6).
          02 REG-DT                                        PIC 9(8).
          02 REG-CUR                                       PIC X(10).
          02 REG-DIR                                       PIC X(3).
          02 REG-AMT                                       PIC 9(12)V99.
          02 REG-STATUS                                    PIC X(8).

         FD FWH-FL.
         01 FWH-RCRD.
          02 FW-A                                          PIC X(10).
          02 FW-B                                          PIC X(10).
          02 FW-DT                                         PIC 9(8).
          02 FW-V                                         PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 FW-ENT                                        PIC X(4).
          02 FW-DIR                                        PIC X.
          02 FW-RECV-DT                                    PIC 9(8).
          02 FW-CPTY                                       PIC X(8).
          02 FW-TS                                         PIC 9(14).
          02 FW-SRC                                        PIC X(8).

         FD CARRY-FL.
         01 CARRY-RCRD.
          02 CRY-FIRST-DT                                   PIC 9(8).
          02 CRY-A                                          PIC X(10).
          02 CRY-B                                          PIC X(10).
          02 CRY-DT                                         PIC 9(8).
          02 CRY-V                                         PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 CRY-ENT                                        PIC X(4).
          02 CRY-DIR                                        PIC X.
          02 CRY-CPTY                                       PIC X(8).

         FD LIN-FL.
         01 LIN-RCRD.
          02 LIN-SEQ                                        PIC 9(6).
          02 LIN-A                                          PIC X(10).
          02 LIN-B                                          PIC X(10).
          02 LIN-DT                                         PIC 9(8).
          02 LIN-I-V                                       PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 LIN-O-V                                       PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 LIN-NUM                                        PIC 9(10).
          02 LIN-DEN                                        PIC 9(10).
          02 LIN-EFF-DT                                     PIC 9(8).
          02 LIN-MID                                        PIC X(10).
          02 LIN-RUN-DT                                     PIC 9(8).
          02 LIN-FIX                                        PIC X(5).
          02 LIN-TENOR                                      PIC X(3).
          02 LIN-ENT                                        PIC X(4).
          02 LIN-SIDE                                       PIC X.
          02 LIN-INV                                        PIC X.
          02 LIN-DIR                                        PIC X.

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

         FD ALRT-FL.
         01 ALRT-RCRD.
          02 ALRT-SEQ                                       PIC 999.
          02 ALRT-TYPE                                      PIC X(3).
          02 ALRT-A                                         PIC X(10).
          02 ALRT-B                                         PIC X(10).
          02 ALRT-MSG                                       PIC X(40).
          02 ALRT-DT                                        PIC 9(8).
          02 ALRT-TS                                        PIC 9(14).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'LQLD0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 POS-FL-PATH               PIC X(80)
             VALUE '.\..\fls\POSMST.txt'.
         77 REG-FL-PATH               PIC X(80)
             VALUE '.\..\fls\SETLREG.txt'.
         77 FWH-FL-PATH               PIC X(80)
             VALUE '.\..\fls\FWHSE.txt'.
         77 CARRY-FL-PATH             PIC X(80)
             VALUE '.\..\fls\CARRY.txt'.
         77 LIN-FL-PATH               PIC X(80)
             VALUE '.\..\fls\LIN0001.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\LQLDRPT.txt'.
         77 ALRT-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ALERT.txt'.
         77 POS-FL-PATH-ENV           PIC X(80).
         77 REG-FL-PATH-ENV           PIC X(80).
         77 FWH-FL-PATH-ENV           PIC X(80).
         77 CARRY-FL-PATH-ENV         PIC X(80).
         77 LIN-FL-PATH-ENV           PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'LQLD0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'LQLD0001'.
         77 RPTF-RC                                        PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.
         77 ALRT-FL-PATH-ENV          PIC X(80).
         77 REH-WRK-PATH                                   PIC X(80).
         77 REHEARSAL-ENV                              PIC X(3).

         77 STTS-POS                                       PIC 99.
         77 STTS-REG                                       PIC 99.
         77 STTS-FWH                                       PIC 99.
         77 STTS-CARRY                                     PIC 99.
         77 STTS-LIN                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 STTS-ALRT                                      PIC 99.
         77 POS-EOF-FL                               PIC X VALUE 'N'.
          88 POS-IS-EOF                                    VALUE 'Y'.
         77 REG-EOF-FL                               PIC X VALUE 'N'.
          88 REG-IS-EOF                                    VALUE 'Y'.
         77 FWH-EOF-FL                               PIC X VALUE 'N'.
          88 FWH-IS-EOF                                    VALUE 'Y'.
         77 CARRY-EOF-FL                             PIC X VALUE 'N'.
          88 CARRY-IS-EOF                                  VALUE 'Y'.
         77 LIN-EOF-FL                               PIC X VALUE 'N'.
          88 LIN-IS-EOF                                    VALUE 'Y'.

         77 TODAY-DT                                       PIC 9(8).
         77 RUN-DT                                         PIC 9(8).
         77 RUN-INT                                        PIC 9(8).
         77 ASOF-ENV                                       PIC X(8).
         77 GAP-LIMIT                  PIC 9(12)V99 VALUE 1000000.
         77 GAP-LIMIT-ENV                                  PIC X(15).
         77 ALRT-SEQ-CT                         PIC 999 VALUE ZEROS.

      * THE LADDER: ONE ROW PER CURRENCY AND ENTITY, THE OPENING
      * BALANCE AND THE NET FLOWS OF EACH VALUE-DATE BUCKET
      * (1 TODAY OR OVERDUE, 2 TOMORROW, 3 UP TO A WEEK, 4 UP TO A
      * MONTH, 5 BEYOND). PENDING SETTLEMENT INSTRUCTIONS CARRY NO
      * ENTITY AND LAND ON A ROW OF THEIR OWN (SET-ENT)
         77 LQ-CT                                      PIC 9(4) COMP.
         77 LQ-IX                                      PIC 9(4) COMP.
         77 LQ-FOUND-FL                                    PIC X.
          88 LQ-IS-FOUND                                   VALUE 'Y'.
         01 LQ-TBL.
          03 LQ-ENTRY OCCURS 1 TO 2999 TIMES
              DEPENDING ON LQ-CT.
           05 LQ-CUR                                       PIC X(10).
           05 LQ-ENT                                       PIC X(4).
           05 LQ-OPEN                                    PIC S9(14)V99.
           05 LQ-BKT OCCURS 5                            PIC S9(14)V99.
         77 BK-IX                                      PIC 9(4) COMP.
         77 CLR-IX                                     PIC 9(4) COMP.
         77 SET-ENT                            PIC X(4) VALUE '*SET'.

         01 BKT-NAMES.
          03 FILLER                        PIC X(8) VALUE 'TODAY'.
          03 FILLER                        PIC X(8) VALUE 'TOMORROW'.
          03 FILLER                        PIC X(8) VALUE '1 WEEK'.
          03 FILLER                        PIC X(8) VALUE '1 MONTH'.
          03 FILLER                        PIC X(8) VALUE 'BEYOND'.
         01 BKT-NAME-TBL REDEFINES BKT-NAMES.
          03 BKT-NAME OCCURS 5                             PIC X(8).

         77 KEY-CUR                                        PIC X(10).
         77 KEY-ENT                                        PIC X(4).
         77 FLOW-DT                                        PIC 9(8).
         77 FLOW-INT                                       PIC 9(8).
         77 FLOW-DAYS                                      PIC S9(8).
         77 FLOW-AMT                                     PIC S9(14)V99.
         77 CUM-AMT                                      PIC S9(14)V99.
         77 CUR-CUR                                        PIC X(10).
         77 CUR-TOT-OPEN                                 PIC S9(14)V99.
         01 CUR-TOT-BKT-TBL.
          03 CUR-TOT-BKT OCCURS 5                        PIC S9(14)V99.
         77 GAP-FL                                         PIC X.
          88 GAP-IS-OVER                                   VALUE 'Y'.

         77 CT-POS                              PIC 9(6) VALUE ZEROS.
         77 CT-REG                              PIC 9(6) VALUE ZEROS.
         77 CT-FWH                              PIC 9(6) VALUE ZEROS.
         77 CT-CARRY                            PIC 9(6) VALUE ZEROS.
         77 CT-LIN                              PIC 9(6) VALUE ZEROS.
         77 CT-BAD-DT                           PIC 9(6) VALUE ZEROS.
         77 CT-GAPS                             PIC 9(4) VALUE ZEROS.
         77 CT-CURR                             PIC 9(4) VALUE ZEROS.

         77 LINES-PER-PAGE                       PIC 99 VALUE 55.
         77 PAGE-LEN-ENV                                    PIC X(2).
         77 LINE-CT                              PIC 99 VALUE ZEROS.
         77 PAGE-CT                              PIC 9(4) VALUE ZEROS.
         77 SECT-HDR                                       PIC X(132).

         77 ED-OPEN                                PIC -9(13).99.
         77 ED-B1                                  PIC -9(13).99.
         77 ED-B2                                  PIC -9(13).99.
         77 ED-B3                                  PIC -9(13).99.
         77 ED-B4                                  PIC -9(13).99.
         77 ED-B5                                  PIC -9(13).99.
         77 ED-LIMIT                               PIC Z(11)9.99.



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
         DISPLAY 'MAIN: LQLD0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: LQLD0001'.
         ACCEPT POS-FL-PATH-ENV FROM ENVIRONMENT 'LQLD0001_POSFILE'.
         IF POS-FL-PATH-ENV NOT = SPACES
          MOVE POS-FL-PATH-ENV TO POS-FL-PATH
         END-IF.
         ACCEPT REG-FL-PATH-ENV FROM ENVIRONMENT 'LQLD0001_REGFILE'.
         IF REG-FL-PATH-ENV NOT = SPACES
          MOVE REG-FL-PATH-ENV TO REG-FL-PATH
         END-IF.
         ACCEPT FWH-FL-PATH-ENV FROM ENVIRONMENT 'LQLD0001_FWHFILE'.
         IF FWH-FL-PATH-ENV NOT = SPACES
          MOVE FWH-FL-PATH-ENV TO FWH-FL-PATH
         END-IF.
         ACCEPT CARRY-FL-PATH-ENV FROM ENVIRONMENT
          'LQLD0001_CARRYFILE'.
         IF CARRY-FL-PATH-ENV NOT = SPACES
          MOVE CARRY-FL-PATH-ENV TO CARRY-FL-PATH
         END-IF.
         ACCEPT LIN-FL-PATH-ENV FROM ENVIRONMENT 'LQLD0001_LINFILE'.
         IF LIN-FL-PATH-ENV NOT = SPACES
          MOVE LIN-FL-PATH-ENV TO LIN-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'LQLD0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT ALRT-FL-PATH-ENV FROM ENVIRONMENT 'LQLD0001_ALERTFILE'.
         IF ALRT-FL-PATH-ENV NOT = SPACES
          MOVE ALRT-FL-PATH-ENV TO ALRT-FL-PATH
         END-IF.
         ACCEPT PAGE-LEN-ENV FROM ENVIRONMENT 'LQLD0001_PAGELEN'.
         IF PAGE-LEN-ENV IS NUMERIC AND PAGE-LEN-ENV NOT = SPACES
          MOVE PAGE-LEN-ENV TO LINES-PER-PAGE
         END-IF.
      * THE GAP LIMIT IS AN AMOUNT IN THE ROW'S OWN CURRENCY; A
      * CUMULATIVE SHORTFALL DEEPER THAN IT RAISES THE ALERT
         ACCEPT GAP-LIMIT-ENV FROM ENVIRONMENT 'LQLD0001_GAPLIMIT'.
         IF GAP-LIMIT-ENV NOT = SPACES
          COMPUTE GAP-LIMIT = FUNCTION NUMVAL(GAP-LIMIT-ENV)
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         MOVE TODAY-DT TO RUN-DT.
         ACCEPT ASOF-ENV FROM ENVIRONMENT 'LQLD0001_ASOF'.
         IF ASOF-ENV IS NUMERIC AND ASOF-ENV NOT = SPACES
          MOVE ASOF-ENV TO RUN-DT
         END-IF.
         COMPUTE RUN-INT = FUNCTION INTEGER-OF-DATE(RUN-DT).
         IF RUN-INT = 0
          DISPLAY 'INVALID BUSINESS DATE: ' RUN-DT
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ACCEPT REHEARSAL-ENV FROM ENVIRONMENT 'CHAIN_REHEARSAL'.
         IF REHEARSAL-ENV(1:1) = 'Y'
          MOVE SPACES TO REH-WRK-PATH
          STRING RPT-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO RPT-FL-PATH
          MOVE SPACES TO REH-WRK-PATH
          STRING ALRT-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO ALRT-FL-PATH
         END-IF.
         MOVE 0 TO LQ-CT.

        200-PROCESS.
         DISPLAY 'PROCESS: LQLD0001'.
         PERFORM 210-LOAD-POSITIONS.
         PERFORM 220-LOAD-INSTRUCTIONS.
         PERFORM 230-LOAD-WAREHOUSE.
         PERFORM 240-LOAD-CARRY.
         PERFORM 250-LOAD-FORWARDS.
         IF LQ-CT > 1
          SORT LQ-ENTRY ON ASCENDING KEY LQ-CUR LQ-ENT
         END-IF.
         PERFORM 270-WRITE-LADDER.

        210-LOAD-POSITIONS.
      * THE BALANCE ON HAND IS WHERE EVERY ROW STARTS FROM
         OPEN INPUT POS-FL.
         IF STTS-POS NOT = ZEROS
          DISPLAY 'NO POSITION MASTER (' POS-FL-PATH ')'
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
          EXIT PARAGRAPH
         END-IF.
         PERFORM 211-LOAD-ONE-POS UNTIL POS-IS-EOF.
         CLOSE POS-FL.

        211-LOAD-ONE-POS.
         READ POS-FL
          AT END
           MOVE 'Y' TO POS-EOF-FL
          NOT AT END
           ADD 1 TO CT-POS
           MOVE POS-CODE TO KEY-CUR
           MOVE POS-ENT TO KEY-ENT
           PERFORM 260-FIND-ROW
           ADD POS-BAL TO LQ-OPEN(LQ-IX)
         END-READ.
         IF STTS-POS NOT = ZEROS AND STTS-POS NOT = 10
          DISPLAY 'I/O ERROR READING POS-FL, STATUS = ' STTS-POS
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO POS-EOF-FL
         END-IF.

        220-LOAD-INSTRUCTIONS.
      * ONLY INSTRUCTIONS STILL WAITING FOR THE NOSTRO STATEMENT ARE
      * FLOWS; SETTLED, RESOLVED AND AMOUNT BREAKS ARE NOT
         OPEN INPUT REG-FL.
         IF STTS-REG NOT = ZEROS
          DISPLAY 'NO SETTLEMENT REGISTER, NO INSTRUCTIONS LADDERED'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 221-LOAD-ONE-INSTRUCTION UNTIL REG-IS-EOF.
         CLOSE REG-FL.

        221-LOAD-ONE-INSTRUCTION.
         READ REG-FL
          AT END
           MOVE 'Y' TO REG-EOF-FL
          NOT AT END
           IF REG-STATUS = 'ISSUED' OR REG-STATUS = 'CARRIED'
            ADD 1 TO CT-REG
            MOVE REG-CUR TO KEY-CUR
            MOVE SET-ENT TO KEY-ENT
            MOVE REG-DT TO FLOW-DT
            IF REG-DIR = 'PAY'
             COMPUTE FLOW-AMT = REG-AMT * -1
            ELSE
             MOVE REG-AMT TO FLOW-AMT
            END-IF
            PERFORM 265-BOOK-FLOW
           END-IF
         END-READ.
         IF STTS-REG NOT = ZEROS AND STTS-REG NOT = 10
          DISPLAY 'I/O ERROR READING REG-FL, STATUS = ' STTS-REG
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO REG-EOF-FL
         END-IF.

        230-LOAD-WAREHOUSE.
      * A WAREHOUSED RECORD HAS NO RATE YET; ONLY THE SOLD LEG IS
      * KNOWN, AS AN OUTFLOW ON ITS VALUE DATE
         OPEN INPUT FWH-FL.
         IF STTS-FWH NOT = ZEROS
          DISPLAY 'NO FORWARD WAREHOUSE, NO HELD RECORDS LADDERED'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 231-LOAD-ONE-HELD UNTIL FWH-IS-EOF.
         CLOSE FWH-FL.

        231-LOAD-ONE-HELD.
         READ FWH-FL
          AT END
           MOVE 'Y' TO FWH-EOF-FL
          NOT AT END
           IF FWH-RCRD NOT = SPACES
            ADD 1 TO CT-FWH
            MOVE FW-A TO KEY-CUR
            MOVE FW-ENT TO KEY-ENT
            MOVE FW-DT TO FLOW-DT
            COMPUTE FLOW-AMT = FW-V * -1
            PERFORM 265-BOOK-FLOW
           END-IF
         END-READ.
         IF STTS-FWH NOT = ZEROS AND STTS-FWH NOT = 10
          DISPLAY 'I/O ERROR READING FWH-FL, STATUS = ' STTS-FWH
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO FWH-EOF-FL
         END-IF.

        240-LOAD-CARRY.
      * CARRIED RECORDS ARE STILL WAITING FOR A RATE: THE SOLD LEG IS
      * THE ONLY AMOUNT KNOWN, SO IT GOES IN AS AN OUTFLOW
         OPEN INPUT CARRY-FL.
         IF STTS-CARRY NOT = ZEROS
          DISPLAY 'NO CARRYOVER FILE, NO CARRIED RECORDS LADDERED'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 241-LOAD-ONE-CARRY UNTIL CARRY-IS-EOF.
         CLOSE CARRY-FL.

        241-LOAD-ONE-CARRY.
         READ CARRY-FL
          AT END
           MOVE 'Y' TO CARRY-EOF-FL
          NOT AT END
           IF CARRY-RCRD NOT = SPACES
            ADD 1 TO CT-CARRY
            MOVE CRY-A TO KEY-CUR
            MOVE CRY-ENT TO KEY-ENT
            MOVE CRY-DT TO FLOW-DT
            COMPUTE FLOW-AMT = CRY-V * -1
            PERFORM 265-BOOK-FLOW
           END-IF
         END-READ.
         IF STTS-CARRY NOT = ZEROS AND STTS-CARRY NOT = 10
          DISPLAY 'I/O ERROR READING CARRY-FL, STATUS = ' STTS-CARRY
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO CARRY-EOF-FL
         END-IF.

        250-LOAD-FORWARDS.
      * A FORWARD-TENOR CONVERSION STILL TO VALUE PAYS THE SOLD
      * CURRENCY AND RECEIVES THE BOUGHT ONE ON ITS VALUE DATE; SPOT
      * LINES AND LINES ALREADY VALUED ARE IN THE BALANCES
         OPEN INPUT LIN-FL.
         IF STTS-LIN NOT = ZEROS
          DISPLAY 'NO LINEAGE FILE, NO FORWARD CONVERSIONS LADDERED'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 251-LOAD-ONE-FORWARD UNTIL LIN-IS-EOF.
         CLOSE LIN-FL.

        251-LOAD-ONE-FORWARD.
         READ LIN-FL
          AT END
           MOVE 'Y' TO LIN-EOF-FL
          NOT AT END
           IF LIN-TENOR NOT = 'SPT' AND LIN-TENOR NOT = SPACES
            AND LIN-DT NUMERIC AND LIN-DT > RUN-DT
            ADD 1 TO CT-LIN
            MOVE LIN-DT TO FLOW-DT
            MOVE LIN-A TO KEY-CUR
            MOVE LIN-ENT TO KEY-ENT
            COMPUTE FLOW-AMT = LIN-I-V * -1
            PERFORM 265-BOOK-FLOW
            MOVE LIN-B TO KEY-CUR
            MOVE LIN-O-V TO FLOW-AMT
            PERFORM 265-BOOK-FLOW
           END-IF
         END-READ.
         IF STTS-LIN NOT = ZEROS AND STTS-LIN NOT = 10
          DISPLAY 'I/O ERROR READING LIN-FL, STATUS = ' STTS-LIN
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO LIN-EOF-FL
         END-IF.

        260-FIND-ROW.
         MOVE 'N' TO LQ-FOUND-FL.
         MOVE 1 TO LQ-IX.
         PERFORM 261-SCAN-ROW UNTIL LQ-IX > LQ-CT
          OR LQ-IS-FOUND.
         IF LQ-IS-FOUND
          EXIT PARAGRAPH
         END-IF.
         IF LQ-CT >= 2999
          DISPLAY 'LIQUIDITY LADDER TABLE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO LQ-CT.
         MOVE LQ-CT TO LQ-IX.
         MOVE KEY-CUR TO LQ-CUR(LQ-IX).
         MOVE KEY-ENT TO LQ-ENT(LQ-IX).
         MOVE ZEROS TO LQ-OPEN(LQ-IX).
         MOVE 1 TO CLR-IX.
         PERFORM 262-CLEAR-BUCKET UNTIL CLR-IX > 5.

        261-SCAN-ROW.
         IF LQ-CUR(LQ-IX) = KEY-CUR AND LQ-ENT(LQ-IX) = KEY-ENT
          MOVE 'Y' TO LQ-FOUND-FL
         ELSE
          ADD 1 TO LQ-IX
         END-IF.

        262-CLEAR-BUCKET.
         MOVE ZEROS TO LQ-BKT(LQ-IX CLR-IX).
         ADD 1 TO CLR-IX.

        265-BOOK-FLOW.
      * ANYTHING DUE ON OR BEFORE THE BUSINESS DATE IS NEEDED TODAY
         IF FLOW-DT NOT NUMERIC
          ADD 1 TO CT-BAD-DT
          EXIT PARAGRAPH
         END-IF.
         COMPUTE FLOW-INT = FUNCTION INTEGER-OF-DATE(FLOW-DT).
         IF FLOW-INT = 0
          ADD 1 TO CT-BAD-DT
          DISPLAY 'BAD VALUE DATE, FLOW NOT LADDERED: ' KEY-CUR
           ' ' KEY-ENT ' ' FLOW-DT
          EXIT PARAGRAPH
         END-IF.
         COMPUTE FLOW-DAYS = FLOW-INT - RUN-INT.
         EVALUATE TRUE
          WHEN FLOW-DAYS NOT > 0
           MOVE 1 TO BK-IX
          WHEN FLOW-DAYS = 1
           MOVE 2 TO BK-IX
          WHEN FLOW-DAYS NOT > 7
           MOVE 3 TO BK-IX
          WHEN FLOW-DAYS NOT > 31
           MOVE 4 TO BK-IX
          WHEN OTHER
           MOVE 5 TO BK-IX
         END-EVALUATE.
         PERFORM 260-FIND-ROW.
         ADD FLOW-AMT TO LQ-BKT(LQ-IX BK-IX).

        270-WRITE-LADDER.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE ZEROS TO PAGE-CT.
         MOVE SPACES TO CUR-CUR.
         MOVE SPACES TO SECT-HDR.
         STRING ' CUR        ENT  LINE         OPENING BALANCE'
          '           TODAY        TOMORROW'
          '        UP TO 1 WEEK   UP TO 1 MONTH          BEYOND'
          DELIMITED BY SIZE INTO SECT-HDR.
         PERFORM 311-NEW-PAGE.
         IF LQ-CT = 0
          MOVE 'NO BALANCES OR FLOWS TO LADDER' TO RPT-REC
          PERFORM 312-WRITE-LINE
         END-IF.
         MOVE 1 TO LQ-IX.
         PERFORM 271-WRITE-ONE-CURRENCY UNTIL LQ-IX > LQ-CT.
         MOVE GAP-LIMIT TO ED-LIMIT.
         MOVE SPACES TO RPT-REC.
         STRING ' CUMULATIVE GAP LIMIT ' ED-LIMIT
          '   ROWS OVER THE LIMIT ' CT-GAPS
          DELIMITED BY SIZE INTO RPT-REC.
         PERFORM 312-WRITE-LINE.
         CLOSE RPT-FL.
      * KEEP A DATED COPY IN THE REPORT REPOSITORY FOR REPRINTS
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT RPT-FL-PATH
           RPTF-PGM RPTF-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.
         DISPLAY 'LADDER WRITTEN TO ' RPT-FL-PATH.

        271-WRITE-ONE-CURRENCY.
         MOVE LQ-CUR(LQ-IX) TO CUR-CUR.
         ADD 1 TO CT-CURR.
         MOVE ZEROS TO CUR-TOT-OPEN.
         MOVE 1 TO BK-IX.
         PERFORM 274-CLEAR-TOTAL UNTIL BK-IX > 5.
         PERFORM 272-WRITE-ONE-ROW UNTIL LQ-IX > LQ-CT
          OR LQ-CUR(LQ-IX) NOT = CUR-CUR.
         MOVE CUR-TOT-OPEN TO ED-OPEN.
         MOVE CUR-TOT-BKT(1) TO ED-B1.
         MOVE CUR-TOT-BKT(2) TO ED-B2.
         MOVE CUR-TOT-BKT(3) TO ED-B3.
         MOVE CUR-TOT-BKT(4) TO ED-B4.
         MOVE CUR-TOT-BKT(5) TO ED-B5.
         MOVE SPACES TO RPT-REC.
         STRING ' ' CUR-CUR ' ALL  TOTAL ' ED-OPEN ' ' ED-B1 ' '
           ED-B2 ' ' ED-B3 ' ' ED-B4 ' ' ED-B5
          DELIMITED BY SIZE INTO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE SPACES TO RPT-REC.
         PERFORM 312-WRITE-LINE.

        272-WRITE-ONE-ROW.
         ADD LQ-OPEN(LQ-IX) TO CUR-TOT-OPEN.
         MOVE LQ-OPEN(LQ-IX) TO ED-OPEN.
         MOVE LQ-BKT(LQ-IX 1) TO ED-B1.
         MOVE LQ-BKT(LQ-IX 2) TO ED-B2.
         MOVE LQ-BKT(LQ-IX 3) TO ED-B3.
         MOVE LQ-BKT(LQ-IX 4) TO ED-B4.
         MOVE LQ-BKT(LQ-IX 5) TO ED-B5.
         MOVE SPACES TO RPT-REC.
         STRING ' ' LQ-CUR(LQ-IX) ' ' LQ-ENT(LQ-IX) ' FLOW '
           ED-OPEN ' ' ED-B1 ' ' ED-B2 ' ' ED-B3 ' ' ED-B4 ' ' ED-B5
          DELIMITED BY SIZE INTO RPT-REC.
         PERFORM 312-WRITE-LINE.
      * THE CUMULATIVE LINE RUNS THE OPENING BALANCE THROUGH THE
      * BUCKETS; THE FIRST BUCKET WHOSE SHORTFALL PASSES THE LIMIT
      * RAISES ONE ALERT FOR THE ROW
         MOVE 'N' TO GAP-FL.
         MOVE LQ-OPEN(LQ-IX) TO CUM-AMT.
         MOVE 1 TO BK-IX.
         PERFORM 273-RUN-CUMULATIVE UNTIL BK-IX > 5.
         MOVE SPACES TO RPT-REC.
         STRING ' ' LQ-CUR(LQ-IX) ' ' LQ-ENT(LQ-IX) ' CUMUL'
           '                  ' ED-B1 ' ' ED-B2 ' ' ED-B3 ' ' ED-B4
           ' ' ED-B5
          DELIMITED BY SIZE INTO RPT-REC.
         IF GAP-IS-OVER
          MOVE 'GAP' TO RPT-REC(130:3)
         END-IF.
         PERFORM 312-WRITE-LINE.
         ADD 1 TO LQ-IX.

        273-RUN-CUMULATIVE.
         ADD LQ-BKT(LQ-IX BK-IX) TO CUM-AMT.
         ADD LQ-BKT(LQ-IX BK-IX) TO CUR-TOT-BKT(BK-IX).
         EVALUATE BK-IX
          WHEN 1
           MOVE CUM-AMT TO ED-B1
          WHEN 2
           MOVE CUM-AMT TO ED-B2
          WHEN 3
           MOVE CUM-AMT TO ED-B3
          WHEN 4
           MOVE CUM-AMT TO ED-B4
          WHEN OTHER
           MOVE CUM-AMT TO ED-B5
         END-EVALUATE.
         IF NOT GAP-IS-OVER AND CUM-AMT < 0
          AND (CUM-AMT * -1) > GAP-LIMIT
          MOVE 'Y' TO GAP-FL
          ADD 1 TO CT-GAPS
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
          PERFORM 280-RAISE-ALERT
         END-IF.
         ADD 1 TO BK-IX.

        274-CLEAR-TOTAL.
         MOVE ZEROS TO CUR-TOT-BKT(BK-IX).
         ADD 1 TO BK-IX.

        280-RAISE-ALERT.
         OPEN EXTEND ALRT-FL.
         IF STTS-ALRT = 35 OR STTS-ALRT = 30
          OPEN OUTPUT ALRT-FL
         END-IF.
         IF STTS-ALRT NOT = ZEROS
          DISPLAY 'ERROR OPENING ALRT-FL, STATUS = ' STTS-ALRT
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO ALRT-SEQ-CT.
         MOVE ALRT-SEQ-CT TO ALRT-SEQ.
         MOVE 'LQG' TO ALRT-TYPE.
         MOVE LQ-CUR(LQ-IX) TO ALRT-A.
         MOVE LQ-ENT(LQ-IX) TO ALRT-B.
         MOVE SPACES TO ALRT-MSG.
         STRING 'LIQUIDITY GAP OVER LIMIT BY '
           BKT-NAME(BK-IX)
          DELIMITED BY SIZE INTO ALRT-MSG.
         MOVE RUN-DT TO ALRT-DT.
         MOVE FUNCTION CURRENT-DATE(1:14) TO ALRT-TS.
         DISPLAY 'ALERT: LQG ' ALRT-A '/' ALRT-B ' - ' ALRT-MSG.
         WRITE ALRT-RCRD.
         CLOSE ALRT-FL.

        311-NEW-PAGE.
         ADD 1 TO PAGE-CT.
         MOVE SPACES TO RPT-REC.
         STRING 'LQLD0001  FORWARD LIQUIDITY LADDER  BUSINESS DATE '
           RUN-DT '  RUN ' TODAY-DT
          '          PAGE ' PAGE-CT
          DELIMITED BY SIZE INTO RPT-REC.
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
         DISPLAY '-- LIQUIDITY LADDER SUMMARY --'.
         DISPLAY ' BUSINESS DATE: ' RUN-DT.
         DISPLAY ' POSITIONS READ: ' CT-POS.
         DISPLAY ' PENDING INSTRUCTIONS LADDERED: ' CT-REG.
         DISPLAY ' WAREHOUSED RECORDS LADDERED: ' CT-FWH.
         DISPLAY ' CARRIED RECORDS LADDERED: ' CT-CARRY.
         DISPLAY ' FORWARD CONVERSIONS LADDERED: ' CT-LIN.
         DISPLAY ' FLOWS WITH BAD VALUE DATES: ' CT-BAD-DT.
         DISPLAY ' CURRENCIES: ' CT-CURR '  LADDER ROWS: ' LQ-CT.
         DISPLAY ' ROWS OVER THE GAP LIMIT: ' CT-GAPS.
         DISPLAY 'END-PROGRAM: LQLD0001'.
         GOBACK.
       END PROGRAM LQLD0001.
