      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - PROCESSAMENTO DIARIO DO REGISTRO DE
      *          OPERACOES A TERMO (FWDREG.txt): MARCA A MERCADO CADA
      *          OPERACAO EM ABERTO CONTRA A CURVA DE PRAZOS DO DIA EM
      *          RATE.txt E, NO VENCIMENTO, LIBERA A OPERACAO PARA A
      *          LIQUIDACAO EM FWDREL.txt, QUE O POSN0001 LANCA NA
      *          POSICAO NESSE DIA (E NAO NA DATA DA CONTRATACAO);
      *          EMITE O RELATORIO FWDMTM.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FWDM0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT FWD-FL ASSIGN FWD-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-FWD.
         SELECT FWW-FL ASSIGN FWW-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-FWW.
         SELECT REL-FL ASSIGN REL-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-REL.
         SELECT RATE-FL ASSIGN RATE-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RATE.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.

       DATA DIVISION.
        FILE SECTION.
         FD FWD-FL.
         01 FWD-RCRD.
          COPY FWDREC.

         FD FWW-FL.
         01 FWW-RCRD                                       PIC X(159).

         FD REL-FL.
         01 REL-RCRD                                       PIC X(159).

         FD RATE-FL.
         01 RATE-RCRD.
          02 RATE-A                                        PIC X(10).
          02 RATE-B                                        PIC X(10).
          02 RATE-EFF-DT                                   PIC 9(8).
          02 RATE-NUM                                      PIC 9(10).
          02 RATE-DEN                                      PIC 9(10).
          02 RATE-FIX                                      PIC X(5).
          02 RATE-TENOR                                    PIC X(3).
          02 RATE-SIDE                                     PIC X.

         FD RPT-FL.
         01 RPT-REC                                        PIC X(160).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'FWDM0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 FWD-FL-PATH               PIC X(80)
             VALUE '.\..\fls\FWDREG.txt'.
         77 FWW-FL-PATH                                    PIC X(80).
         77 REL-FL-PATH               PIC X(80)
             VALUE '.\..\fls\FWDREL.txt'.
         77 RATE-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RATE.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\FWDMTM.txt'.
         77 FWD-FL-PATH-ENV           PIC X(80).
         77 REL-FL-PATH-ENV           PIC X(80).
         77 RATE-FL-PATH-ENV          PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).

         77 STTS-FWD                                       PIC 99.
         77 STTS-FWW                                       PIC 99.
         77 STTS-REL                                       PIC 99.
         77 STTS-RATE                                      PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 FWD-EOF-FL                               PIC X VALUE 'N'.
          88 FWD-IS-EOF                                    VALUE 'Y'.
         77 RATE-EOF                                 PIC X VALUE 'N'.
          88 IS-RATE-EOF                                   VALUE 'Y'.

         77 TODAY-DT                                       PIC 9(8).
         77 BUS-DT                                         PIC 9(8).
         77 BUS-INT                                        PIC 9(9).
         77 ASOF-ENV                                       PIC X(8).
         77 RUN-FIXING                         PIC X(5) VALUE 'CLOSE'.
         77 FIXING-ENV                                     PIC X(5).
         77 REHEARSAL-ENV                              PIC X(3).
         77 REHEARSAL-FL                          PIC X VALUE 'N'.
          88 IS-REHEARSAL                               VALUE 'Y'.
         77 REH-WRK-PATH                               PIC X(80).

      * THE DAY'S CURVE: THE LATEST MID RATE IN FORCE FOR EACH PAIR AND
      * TENOR AT THE CHOSEN FIXING
         77 RATE-CT                                    PIC 9(4) COMP.
         77 RATE-IX                                    PIC 9(4) COMP.
         01 RATE-TBL.
          02 RATE-ENTRY OCCURS 9999 TIMES.
           03 RT-A                                         PIC X(10).
           03 RT-B                                         PIC X(10).
           03 RT-TENOR                                     PIC X(3).
           03 RT-EFF-DT                                    PIC 9(8).
           03 RT-NUM                                       PIC 9(10).
           03 RT-DEN                                       PIC 9(10).
         77 RATE-FOUND-FL                                  PIC X.
          88 RATE-IS-FOUND                                 VALUE 'Y'.
         77 WRK-TENOR                                      PIC X(3).
         77 KEY-A                                          PIC X(10).
         77 KEY-B                                          PIC X(10).
         77 KEY-TENOR                                      PIC X(3).
         77 MKT-NUM                                        PIC 9(10).
         77 MKT-DEN                                        PIC 9(10).
         77 MKT-TENOR                                      PIC X(3).
         77 MKT-INV                                        PIC X.

      * MARK-TO-MARKET TOTALS BY THE BOUGHT CURRENCY, IN WHICH THE
      * RESULT OF EACH DEAL IS EXPRESSED
         77 MT-CT                                      PIC 9(4) COMP.
         77 MT-IX                                      PIC 9(4) COMP.
         01 MT-TBL.
          02 MT-ENTRY OCCURS 999 TIMES.
           03 MT-CUR                                       PIC X(10).
           03 MT-CT-DEALS                                  PIC 9(6).
           03 MT-AMT                                     PIC S9(14)V99.
         77 MT-FOUND-FL                                    PIC X.
          88 MT-IS-FOUND                                   VALUE 'Y'.

         77 DAYS-LEFT                                      PIC S9(7).
         77 MAT-INT                                        PIC 9(9).
         77 MKT-VALUE                                    PIC S9(12)V99.
         77 MTM-WRK                                      PIC S9(12)V99.

         77 CT-READ                             PIC 9(6) VALUE ZEROS.
         77 CT-OPEN                             PIC 9(6) VALUE ZEROS.
         77 CT-MARKED                           PIC 9(6) VALUE ZEROS.
         77 CT-UNPRICED                         PIC 9(6) VALUE ZEROS.
         77 CT-RELEASED                         PIC 9(6) VALUE ZEROS.
         77 CT-LATE                             PIC 9(6) VALUE ZEROS.
         77 CT-CLOSED                           PIC 9(6) VALUE ZEROS.

         77 SECT-HDR                                       PIC X(160).
         77 ED-SOLD                                PIC -9(8).99.
         77 ED-BOUGHT                              PIC -9(8).99.
         77 ED-MTM                                 PIC -9(12).99.
         77 ED-TOT                                 PIC -9(14).99.



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
         DISPLAY 'MAIN: FWDM0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: FWDM0001'.
         ACCEPT FWD-FL-PATH-ENV FROM ENVIRONMENT 'FWDM0001_FWDFILE'.
         IF FWD-FL-PATH-ENV NOT = SPACES
          MOVE FWD-FL-PATH-ENV TO FWD-FL-PATH
         END-IF.
         ACCEPT REL-FL-PATH-ENV FROM ENVIRONMENT 'FWDM0001_RELFILE'.
         IF REL-FL-PATH-ENV NOT = SPACES
          MOVE REL-FL-PATH-ENV TO REL-FL-PATH
         END-IF.
         ACCEPT RATE-FL-PATH-ENV FROM ENVIRONMENT 'FWDM0001_RATEFILE'.
         IF RATE-FL-PATH-ENV NOT = SPACES
          MOVE RATE-FL-PATH-ENV TO RATE-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'FWDM0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT FIXING-ENV FROM ENVIRONMENT 'FWDM0001_FIXING'.
         IF FIXING-ENV NOT = SPACES
          MOVE FIXING-ENV TO RUN-FIXING
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         MOVE TODAY-DT TO BUS-DT.
         ACCEPT ASOF-ENV FROM ENVIRONMENT 'FWDM0001_ASOFDATE'.
         IF ASOF-ENV IS NUMERIC AND ASOF-ENV NOT = SPACES
          MOVE ASOF-ENV TO BUS-DT
          DISPLAY 'AS-OF DATE OVERRIDE: RUNNING FOR ' BUS-DT
         END-IF.
         COMPUTE BUS-INT = FUNCTION INTEGER-OF-DATE(BUS-DT).
         IF BUS-INT = 0
          DISPLAY 'INVALID BUSINESS DATE: ' BUS-DT
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
      * REHEARSAL: THE RELEASE FILE AND THE REPORT GO TO .RHSL PATHS
      * AND THE REGISTER ITSELF IS LEFT AS IT WAS
         ACCEPT REHEARSAL-ENV FROM ENVIRONMENT 'CHAIN_REHEARSAL'.
         IF REHEARSAL-ENV(1:1) = 'Y'
          MOVE 'Y' TO REHEARSAL-FL
          MOVE SPACES TO REH-WRK-PATH
          STRING REL-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO REL-FL-PATH
          MOVE SPACES TO REH-WRK-PATH
          STRING RPT-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO RPT-FL-PATH
          DISPLAY 'REHEARSAL MODE: FORWARD REGISTER UNTOUCHED'
         END-IF.
         MOVE SPACES TO FWW-FL-PATH.
         IF IS-REHEARSAL
          STRING FWD-FL-PATH DELIMITED BY SPACE
           '.NEW.RHSL' DELIMITED BY SIZE
           INTO FWW-FL-PATH
         ELSE
          STRING FWD-FL-PATH DELIMITED BY SPACE
           '.NEW' DELIMITED BY SIZE
           INTO FWW-FL-PATH
         END-IF.
         MOVE 0 TO RATE-CT.
         MOVE 0 TO MT-CT.
         PERFORM 101-LOAD-RATES.

        101-LOAD-RATES.
      * MID RATES ONLY: A MARK IS A VALUATION, NOT A DEAL, SO THE
      * BID/ASK SIDE OF THE ORIGINAL CONVERSION DOES NOT APPLY
         OPEN INPUT RATE-FL.
         IF STTS-RATE NOT = ZEROS
          DISPLAY 'RATE-FL NOT FOUND, NO DEAL CAN BE MARKED TODAY'
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
          EXIT PARAGRAPH
         END-IF.
         PERFORM 102-LOAD-ONE-RATE UNTIL IS-RATE-EOF.
         CLOSE RATE-FL.
         DISPLAY 'CURVE POINTS LOADED: ' RATE-CT.

        102-LOAD-ONE-RATE.
         READ RATE-FL
          AT END
           MOVE 'Y' TO RATE-EOF
          NOT AT END
           IF (RATE-FIX = RUN-FIXING
               OR (RATE-FIX = SPACES AND RUN-FIXING = 'CLOSE'))
              AND (RATE-SIDE = SPACE OR RATE-SIDE = 'M')
              AND RATE-EFF-DT NOT > BUS-DT
              AND RATE-DEN NOT = 0
            PERFORM 103-KEEP-LATEST-RATE
           END-IF
         END-READ.
         IF STTS-RATE NOT = ZEROS AND STTS-RATE NOT = 10
          DISPLAY 'I/O ERROR READING RATE-FL, STATUS = ' STTS-RATE
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO RATE-EOF
         END-IF.

        103-KEEP-LATEST-RATE.
         IF RATE-TENOR = SPACES
          MOVE 'SPT' TO WRK-TENOR
         ELSE
          MOVE RATE-TENOR TO WRK-TENOR
         END-IF.
         MOVE RATE-A TO KEY-A.
         MOVE RATE-B TO KEY-B.
         MOVE WRK-TENOR TO KEY-TENOR.
         PERFORM 104-FIND-RATE.
         IF RATE-IS-FOUND
          IF RATE-EFF-DT NOT < RT-EFF-DT(RATE-IX)
           MOVE RATE-EFF-DT TO RT-EFF-DT(RATE-IX)
           MOVE RATE-NUM TO RT-NUM(RATE-IX)
           MOVE RATE-DEN TO RT-DEN(RATE-IX)
          END-IF
         ELSE
          IF RATE-CT >= 9999
           DISPLAY 'RATE TABLE FULL, RUN ABORTED'
           MOVE 8 TO RETURN-CODE
           GOBACK
          END-IF
          ADD 1 TO RATE-CT
          MOVE RATE-A TO RT-A(RATE-CT)
          MOVE RATE-B TO RT-B(RATE-CT)
          MOVE WRK-TENOR TO RT-TENOR(RATE-CT)
          MOVE RATE-EFF-DT TO RT-EFF-DT(RATE-CT)
          MOVE RATE-NUM TO RT-NUM(RATE-CT)
          MOVE RATE-DEN TO RT-DEN(RATE-CT)
         END-IF.

        104-FIND-RATE.
         MOVE 'N' TO RATE-FOUND-FL.
         MOVE 1 TO RATE-IX.
         PERFORM 105-SCAN-RATE UNTIL RATE-IX > RATE-CT
          OR RATE-IS-FOUND.

        105-SCAN-RATE.
         IF RT-A(RATE-IX) = KEY-A AND RT-B(RATE-IX) = KEY-B
            AND RT-TENOR(RATE-IX) = KEY-TENOR
          MOVE 'Y' TO RATE-FOUND-FL
         ELSE
          ADD 1 TO RATE-IX
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: FWDM0001'.
         OPEN INPUT FWD-FL.
         IF STTS-FWD NOT = ZEROS
          DISPLAY 'NO FORWARD REGISTER (' FWD-FL-PATH ')'
          DISPLAY 'NOTHING TO MARK OR RELEASE TODAY'
          EXIT PARAGRAPH
         END-IF.
         OPEN OUTPUT FWW-FL.
         IF STTS-FWW NOT = ZEROS
          DISPLAY 'ERROR OPENING FWW-FL, STATUS = ' STTS-FWW
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         OPEN OUTPUT REL-FL.
         IF STTS-REL NOT = ZEROS
          DISPLAY 'ERROR OPENING REL-FL, STATUS = ' STTS-REL
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         OPEN OUTPUT RPT-FL.
         MOVE SPACES TO RPT-REC.
         STRING 'FWDM0001  FORWARD REGISTER - MARK TO MARKET AND '
          'MATURITIES  BUSINESS DATE ' BUS-DT '  FIXING ' RUN-FIXING
          '  RUN ' TODAY-DT
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO SECT-HDR.
         STRING ' TRADE DT SEQ    SOLD       BOUGHT     ENT  MATURITY'
          '     SOLD AMT   BOUGHT AMT TNR  MKT NUM    MKT DEN'
          '    MTM (BOUGHT CUR) NOTE'
          DELIMITED BY SIZE INTO SECT-HDR.
         MOVE SECT-HDR TO RPT-REC.
         WRITE RPT-REC.
         PERFORM 210-JUDGE-ONE-DEAL UNTIL FWD-IS-EOF.
         CLOSE FWD-FL.
         CLOSE FWW-FL.
         CLOSE REL-FL.
         PERFORM 250-WRITE-TOTALS.
         CLOSE RPT-FL.
         IF IS-REHEARSAL
          DISPLAY 'FORWARD REGISTER LEFT UNTOUCHED (REHEARSAL)'
         ELSE
          PERFORM 240-SWAP-REGISTER
         END-IF.

        210-JUDGE-ONE-DEAL.
         READ FWD-FL
          AT END
           MOVE 'Y' TO FWD-EOF-FL
          NOT AT END
           IF FWD-RCRD NOT = SPACES
            ADD 1 TO CT-READ
            PERFORM 211-JUDGE-DEAL
            MOVE FWD-RCRD TO FWW-RCRD
            WRITE FWW-RCRD
           END-IF
         END-READ.
         IF STTS-FWD NOT = ZEROS AND STTS-FWD NOT = 10
          DISPLAY 'I/O ERROR READING FWD-FL, STATUS = ' STTS-FWD
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO FWD-EOF-FL
         END-IF.

        211-JUDGE-DEAL.
      * ONLY OPEN DEALS MOVE; RELEASED ONES STAY IN THE REGISTER AS
      * THE HISTORY OF WHAT WAS TRADED AND WHEN IT SETTLED
         IF FWD-STATUS NOT = 'OPEN'
          ADD 1 TO CT-CLOSED
          EXIT PARAGRAPH
         END-IF.
         IF FWD-MAT-DT NOT > BUS-DT
          PERFORM 220-RELEASE-DEAL
         ELSE
          ADD 1 TO CT-OPEN
          PERFORM 230-MARK-DEAL
         END-IF.

        220-RELEASE-DEAL.
      * AT MATURITY THE DEAL SETTLES AT ITS CONTRACT AMOUNTS; THE
      * RELEASE FILE IS WHAT THE POSITION RUN POSTS TODAY, AND FROM
      * THE POSITION MASTER SETL0001 ISSUES THE INSTRUCTIONS
         ADD 1 TO CT-RELEASED.
         MOVE 'RELEASED' TO FWD-STATUS.
         MOVE BUS-DT TO FWD-REL-DT.
         MOVE FWD-RCRD TO REL-RCRD.
         WRITE REL-RCRD.
         MOVE FWD-SOLD TO ED-SOLD.
         MOVE FWD-BOUGHT TO ED-BOUGHT.
         MOVE FWD-MTM TO ED-MTM.
         MOVE SPACES TO RPT-REC.
         IF FWD-MAT-DT < BUS-DT
          ADD 1 TO CT-LATE
          STRING ' ' FWD-TRADE-DT ' ' FWD-SEQ ' ' FWD-A ' ' FWD-B ' '
            FWD-ENT ' ' FWD-MAT-DT ' ' ED-SOLD ' ' ED-BOUGHT ' '
            FWD-TENOR '                        ' ED-MTM
            ' RELEASED LATE'
           DELIMITED BY SIZE INTO RPT-REC
         ELSE
          STRING ' ' FWD-TRADE-DT ' ' FWD-SEQ ' ' FWD-A ' ' FWD-B ' '
            FWD-ENT ' ' FWD-MAT-DT ' ' ED-SOLD ' ' ED-BOUGHT ' '
            FWD-TENOR '                        ' ED-MTM
            ' MATURED, RELEASED'
           DELIMITED BY SIZE INTO RPT-REC
         END-IF.
         WRITE RPT-REC.

        230-MARK-DEAL.
      * THE CURVE POINT IS PICKED FROM THE DAYS LEFT TO MATURITY WITH
      * THE SAME TENOR BANDS THE CONVERSION USES, FALLING BACK TO SPOT
      * AND THEN TO THE INVERSE PAIR; THE RESULT IS WHAT THE BOUGHT
      * AMOUNT IS WORTH OVER THE SOLD AMOUNT AT TODAY'S RATE
         COMPUTE MAT-INT = FUNCTION INTEGER-OF-DATE(FWD-MAT-DT).
         COMPUTE DAYS-LEFT = MAT-INT - BUS-INT.
         EVALUATE TRUE
          WHEN DAYS-LEFT NOT > 2
           MOVE 'SPT' TO MKT-TENOR
          WHEN DAYS-LEFT NOT > 7
           MOVE '1W' TO MKT-TENOR
          WHEN DAYS-LEFT NOT > 31
           MOVE '1M' TO MKT-TENOR
          WHEN DAYS-LEFT NOT > 92
           MOVE '3M' TO MKT-TENOR
          WHEN DAYS-LEFT NOT > 183
           MOVE '6M' TO MKT-TENOR
          WHEN OTHER
           MOVE '1Y' TO MKT-TENOR
         END-EVALUATE.
         PERFORM 231-FIND-MARKET-RATE.
         MOVE FWD-SOLD TO ED-SOLD.
         MOVE FWD-BOUGHT TO ED-BOUGHT.
         MOVE SPACES TO RPT-REC.
         IF NOT RATE-IS-FOUND
          ADD 1 TO CT-UNPRICED
          MOVE FWD-MTM TO ED-MTM
          STRING ' ' FWD-TRADE-DT ' ' FWD-SEQ ' ' FWD-A ' ' FWD-B ' '
            FWD-ENT ' ' FWD-MAT-DT ' ' ED-SOLD ' ' ED-BOUGHT ' '
            MKT-TENOR '                        ' ED-MTM
            ' NO MARKET RATE, LAST MARK KEPT'
           DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CT-MARKED.
         COMPUTE MKT-VALUE ROUNDED = (FWD-SOLD * MKT-NUM) / MKT-DEN.
         COMPUTE MTM-WRK = FWD-BOUGHT - MKT-VALUE.
         MOVE BUS-DT TO FWD-MTM-DT.
         MOVE MKT-NUM TO FWD-MTM-NUM.
         MOVE MKT-DEN TO FWD-MTM-DEN.
         MOVE MTM-WRK TO FWD-MTM.
         MOVE MTM-WRK TO ED-MTM.
         STRING ' ' FWD-TRADE-DT ' ' FWD-SEQ ' ' FWD-A ' ' FWD-B ' '
           FWD-ENT ' ' FWD-MAT-DT ' ' ED-SOLD ' ' ED-BOUGHT ' '
           MKT-TENOR '  ' MKT-NUM ' ' MKT-DEN ' ' ED-MTM
          DELIMITED BY SIZE INTO RPT-REC.
         IF MKT-INV = 'Y'
          MOVE 'INVERSE PAIR' TO RPT-REC(124:12)
         END-IF.
         WRITE RPT-REC.
         PERFORM 235-ADD-MTM-TOTAL.

        231-FIND-MARKET-RATE.
         MOVE 'N' TO MKT-INV.
         MOVE FWD-A TO KEY-A.
         MOVE FWD-B TO KEY-B.
         PERFORM 232-TRY-TENORS.
         IF RATE-IS-FOUND
          MOVE RT-NUM(RATE-IX) TO MKT-NUM
          MOVE RT-DEN(RATE-IX) TO MKT-DEN
          EXIT PARAGRAPH
         END-IF.
         MOVE FWD-B TO KEY-A.
         MOVE FWD-A TO KEY-B.
         PERFORM 232-TRY-TENORS.
         IF RATE-IS-FOUND
          MOVE 'Y' TO MKT-INV
          MOVE RT-DEN(RATE-IX) TO MKT-NUM
          MOVE RT-NUM(RATE-IX) TO MKT-DEN
         END-IF.

        232-TRY-TENORS.
         MOVE MKT-TENOR TO KEY-TENOR.
         PERFORM 104-FIND-RATE.
         IF NOT RATE-IS-FOUND AND MKT-TENOR NOT = 'SPT'
          MOVE 'SPT' TO KEY-TENOR
          PERFORM 104-FIND-RATE
         END-IF.
         IF RATE-IS-FOUND
          IF RT-NUM(RATE-IX) = 0
           MOVE 'N' TO RATE-FOUND-FL
          ELSE
           MOVE KEY-TENOR TO MKT-TENOR
          END-IF
         END-IF.

        235-ADD-MTM-TOTAL.
         MOVE 'N' TO MT-FOUND-FL.
         MOVE 1 TO MT-IX.
         PERFORM 236-SCAN-MTM-TOTAL UNTIL MT-IX > MT-CT
          OR MT-IS-FOUND.
         IF NOT MT-IS-FOUND
          IF MT-CT >= 999
           DISPLAY 'MTM TOTAL TABLE FULL, DEAL LEFT OUT OF TOTALS'
           EXIT PARAGRAPH
          END-IF
          ADD 1 TO MT-CT
          MOVE MT-CT TO MT-IX
          MOVE FWD-B TO MT-CUR(MT-IX)
          MOVE ZEROS TO MT-CT-DEALS(MT-IX)
          MOVE ZEROS TO MT-AMT(MT-IX)
         END-IF.
         ADD 1 TO MT-CT-DEALS(MT-IX).
         ADD FWD-MTM TO MT-AMT(MT-IX).

        236-SCAN-MTM-TOTAL.
         IF MT-CUR(MT-IX) = FWD-B
          MOVE 'Y' TO MT-FOUND-FL
         ELSE
          ADD 1 TO MT-IX
         END-IF.

        240-SWAP-REGISTER.
         MOVE 'N' TO FWD-EOF-FL.
         OPEN INPUT FWW-FL.
         IF STTS-FWW NOT = ZEROS
          DISPLAY 'REGISTER WORK FILE UNREADABLE, STATUS = '
           STTS-FWW
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         OPEN OUTPUT FWD-FL.
         PERFORM 241-COPY-ONE-BACK UNTIL FWD-IS-EOF.
         CLOSE FWD-FL.
         CLOSE FWW-FL.
         DISPLAY 'FORWARD REGISTER UPDATED: ' FWD-FL-PATH.

        241-COPY-ONE-BACK.
         READ FWW-FL
          AT END
           MOVE 'Y' TO FWD-EOF-FL
          NOT AT END
           MOVE FWW-RCRD TO FWD-RCRD
           WRITE FWD-RCRD
         END-READ.
         IF STTS-FWW NOT = ZEROS AND STTS-FWW NOT = 10
          MOVE 'Y' TO FWD-EOF-FL
         END-IF.

        250-WRITE-TOTALS.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE ' MARK TO MARKET OF OPEN DEALS BY BOUGHT CURRENCY'
          TO RPT-REC.
         WRITE RPT-REC.
         IF MT-CT = 0
          MOVE '  NO OPEN DEAL MARKED TODAY' TO RPT-REC
          WRITE RPT-REC
         END-IF.
         MOVE 1 TO MT-IX.
         PERFORM 251-WRITE-ONE-TOTAL UNTIL MT-IX > MT-CT.
         MOVE SPACES TO RPT-REC.
         STRING ' OPEN: ' CT-OPEN '  MARKED: ' CT-MARKED
          '  UNPRICED: ' CT-UNPRICED '  RELEASED: ' CT-RELEASED
          '  RELEASED LATE: ' CT-LATE
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.

        251-WRITE-ONE-TOTAL.
         MOVE MT-AMT(MT-IX) TO ED-TOT.
         MOVE SPACES TO RPT-REC.
         STRING '  ' MT-CUR(MT-IX) ' DEALS ' MT-CT-DEALS(MT-IX)
          '  MTM ' ED-TOT
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO MT-IX.

        300-END.
         DISPLAY '-- FORWARD REGISTER SUMMARY --'.
         DISPLAY ' BUSINESS DATE: ' BUS-DT.
         DISPLAY ' DEALS IN REGISTER: ' CT-READ
          '  ALREADY SETTLED: ' CT-CLOSED.
         DISPLAY ' OPEN DEALS: ' CT-OPEN.
         DISPLAY ' MARKED TO MARKET: ' CT-MARKED.
         DISPLAY ' WITHOUT A MARKET RATE: ' CT-UNPRICED.
         DISPLAY ' RELEASED TO SETTLEMENT: ' CT-RELEASED.
         DISPLAY ' RELEASED PAST MATURITY: ' CT-LATE.
         IF (CT-UNPRICED > 0 OR CT-LATE > 0) AND RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: FWDM0001'.
         GOBACK.
       END PROGRAM FWDM0001.
