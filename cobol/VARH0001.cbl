      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - VALOR EM RISCO POR SIMULACAO HISTORICA:
      *          REAPLICA AS VARIACOES DIARIAS DAS TAXAS DOS ULTIMOS N
      *          DIAS DE RATEARCH.txt SOBRE AS POSICOES DE HOJE EM
      *          POSMST.txt E RELATA O VAR DE 1 DIA E O EXPECTED
      *          SHORTFALL NO NIVEL DE CONFIANCA PEDIDO, POR MOEDA, POR
      *          ENTIDADE E NO TOTAL; ESTOURO DOS LIMITES DE VARLIM.txt
      *          VAI PARA ALERT.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. VARH0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT ARCH-FL ASSIGN ARCH-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ARCH.
         SELECT POS-FL ASSIGN POS-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-POS.
         SELECT VLM-FL ASSIGN VLM-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-VLM.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.
         SELECT ALRT-FL ASSIGN ALRT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ALRT.
         SELECT SRT-SD ASSIGN SRW-FL-PATH.
         SELECT VW-FL ASSIGN VW-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-VW.

       DATA DIVISION.
        FILE SECTION.
         FD ARCH-FL.
         01 ARCH-RCRD.
          02 AR-LOAD-TS                                    PIC 9(14).
          02 AR-A                                          PIC X(10).
          02 AR-B                                          PIC X(10).
          02 AR-EFF-DT                                     PIC 9(8).
          02 AR-NUM                                        PIC 9(10).
          02 AR-DEN                                        PIC 9(10).
          02 AR-FIX                                        PIC X(5).
          02 AR-TENOR                                      PIC X(3).
          02 AR-SIDE                                       PIC X.

         FD POS-FL.
         01 POS-RCRD.
          02 POS-CODE                                      PIC X(10).
          02 POS-BAL                                     PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 POS-ENT                                       PIC X(4).

         FD VLM-FL.
         01 VLM-RCRD.
          02 VLM-TYPE                                      PIC X.
          02 VLM-KEY                                       PIC X(10).
          02 VLM-LIMIT                                     PIC 9(12).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(100).

         FD ALRT-FL.
         01 ALRT-RCRD.
          02 ALRT-SEQ                                       PIC 999.
          02 ALRT-TYPE                                      PIC X(3).
          02 ALRT-A                                         PIC X(10).
          02 ALRT-B                                         PIC X(10).
          02 ALRT-MSG                                       PIC X(40).
          02 ALRT-DT                                        PIC 9(8).
          02 ALRT-TS                                        PIC 9(14).

         SD SRT-SD.
         01 SRT-REC.
          02 SRT-DT                                         PIC 9(8).
          02 SRT-CUR                                        PIC X(10).
          02 SRT-TS                                         PIC 9(14).
          02 SRT-FX                                    PIC 9(7)V9(9).

         FD VW-FL.
         01 VW-RCRD.
          02 VW-DT                                          PIC 9(8).
          02 VW-CUR                                         PIC X(10).
          02 VW-TS                                          PIC 9(14).
          02 VW-FX                                     PIC 9(7)V9(9).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'VARH0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 ARCH-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RATEARCH.txt'.
         77 POS-FL-PATH               PIC X(80)
             VALUE '.\..\fls\POSMST.txt'.
         77 VLM-FL-PATH               PIC X(80)
             VALUE '.\..\fls\VARLIM.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\VARRPT.txt'.
         77 ALRT-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ALERT.txt'.
         77 SRW-FL-PATH               PIC X(80)
             VALUE '.\..\fls\VARH0001.SRW'.
         77 VW-FL-PATH                PIC X(80)
             VALUE '.\..\fls\VARH0001.VW'.
         77 ARCH-FL-PATH-ENV          PIC X(80).
         77 POS-FL-PATH-ENV           PIC X(80).
         77 VLM-FL-PATH-ENV           PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'VARH0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'VARH0001'.
         77 RPTF-RC                                        PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.
         77 ALRT-FL-PATH-ENV          PIC X(80).

         77 STTS-ARCH                                      PIC 99.
         77 STTS-POS                                       PIC 99.
         77 STTS-VLM                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 STTS-ALRT                                      PIC 99.
         77 STTS-VW                                        PIC 99.
         77 ARCH-EOF-FL                              PIC X VALUE 'N'.
          88 ARCH-IS-EOF                                   VALUE 'Y'.
         77 POS-EOF-FL                               PIC X VALUE 'N'.
          88 POS-IS-EOF                                    VALUE 'Y'.
         77 VLM-EOF-FL                               PIC X VALUE 'N'.
          88 VLM-IS-EOF                                    VALUE 'Y'.
         77 VW-EOF-FL                                PIC X VALUE 'N'.
          88 VW-IS-EOF                                     VALUE 'Y'.

         77 BASE-CUR                        PIC X(10) VALUE 'USD'.
         77 BASE-CUR-ENV                                   PIC X(10).
         77 RUN-FIXING                         PIC X(5) VALUE 'CLOSE'.
         77 FIXING-ENV                                     PIC X(5).
      * LOOKBACK IN SCENARIO DAYS (N DAILY CHANGES NEED N+1 DATES)
      * AND CONFIDENCE IN TENTHS OF A PERCENT (990 = 99.0%)
         77 LOOKBACK-DAYS                      PIC 9(3) VALUE 250.
         77 LOOKBACK-ENV                                   PIC X(3).
         77 CONF-TENTHS                        PIC 9(3) VALUE 990.
         77 CONF-ENV                                       PIC X(3).

      * RATE HISTORY: ONE ROW PER ARCHIVE DATE IN THE WINDOW, ONE
      * COLUMN PER CURRENCY, HOLDING THE VALUE OF ONE UNIT IN BASE;
      * A DATE WITH NO NEW RATE CARRIES THE PREVIOUS DATE'S VALUE
         77 CUR-CT                                     PIC 9(4) COMP.
         77 CUR-IX                                     PIC 9(4) COMP.
         01 CUR-TBL.
          02 CUR-ENTRY OCCURS 50 TIMES.
           03 CU-CODE                                      PIC X(10).
         77 DS-CT                                      PIC 9(4) COMP.
         77 DS-IX                                      PIC 9(4) COMP.
         01 DS-TBL.
          02 DS-ENTRY OCCURS 1000 TIMES.
           03 DS-DT                                        PIC 9(8).
           03 DS-FX                   PIC 9(7)V9(9) OCCURS 50 TIMES.
         77 DT-TOTAL                                   PIC 9(6) COMP.
         77 DT-ORD                                     PIC 9(6) COMP.
         77 DT-START                                   PIC 9(6) COMP.
         77 LAST-DT                                        PIC 9(8).

         77 POS-CT                                     PIC 9(4) COMP.
         77 POS-IX                                     PIC 9(4) COMP.
         01 POS-TBL.
          02 POS-ENTRY OCCURS 999 TIMES.
           03 PS-CODE                                      PIC X(10).
           03 PS-ENT                                       PIC X(4).
           03 PS-BAL                                     PIC S9(12)V99.
           03 PS-CUR-IX                               PIC 9(4) COMP.
           03 PS-VAL                                     PIC S9(14)V99.

         77 KEY-CT                                     PIC 9(4) COMP.
         77 KEY-IX                                     PIC 9(4) COMP.
         01 KEY-TBL.
          02 KEY-ENTRY OCCURS 200 TIMES.
           03 KY-TYPE                                      PIC X.
           03 KY-CODE                                      PIC X(10).
           03 KY-EXPO                                    PIC S9(14)V99.
           03 KY-VAR                                     PIC S9(14)V99.
           03 KY-ES                                      PIC S9(14)V99.
           03 KY-LIMIT                                     PIC 9(12).
           03 KY-BRCH-FL                                   PIC X.

         77 VLM-CT                                     PIC 9(4) COMP.
         77 VLM-IX                                     PIC 9(4) COMP.
         01 VLM-TBL.
          02 VLM-ENTRY OCCURS 200 TIMES.
           03 VL-TYPE                                      PIC X.
           03 VL-KEY                                       PIC X(10).
           03 VL-LIMIT                                     PIC 9(12).

         77 SCN-CT                                     PIC 9(4) COMP.
         77 SCN-IX                                     PIC 9(4) COMP.
         77 SCN-JX                                    PIC S9(4) COMP.
         77 SCN-HOLD                                    PIC S9(14)V99.
         77 SCN-DONE-FL                                    PIC X.
          88 SCN-IS-PLACED                                 VALUE 'Y'.
         01 SCN-TBL.
          02 SCN-PNL                   PIC S9(14)V99 OCCURS 1000 TIMES.
         77 TAIL-CT                                    PIC 9(4) COMP.
         77 TAIL-SUM                                    PIC S9(16)V99.
         77 WRK-RET                                     PIC S9(3)V9(9).
         77 WRK-PNL                                     PIC S9(14)V99.
         77 WRK-FX                                      PIC 9(7)V9(9).

         77 CT-NORATE                           PIC 9(4) VALUE ZEROS.
         77 CT-BREACHED                         PIC 9(4) VALUE ZEROS.
         77 ALRT-SEQ-CT                         PIC 999 VALUE ZEROS.
         77 TODAY-DT                                       PIC 9(8).
         77 ED-EXPO                               PIC -9(14).99.
         77 ED-VAR                                PIC -9(14).99.
         77 ED-ES                                 PIC -9(14).99.
         77 ED-LIMIT                                  PIC Z(11)9.
         77 ED-CONF                                   PIC 99.9.
         77 WRK-CONF                                  PIC 99V9.
         77 ED-SCN                                        PIC ZZZ9.
         77 WRK-LABEL                                      PIC X(8).



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
         DISPLAY 'MAIN: VARH0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: VARH0001'.
         ACCEPT ARCH-FL-PATH-ENV FROM ENVIRONMENT 'VARH0001_ARCHFILE'.
         IF ARCH-FL-PATH-ENV NOT = SPACES
          MOVE ARCH-FL-PATH-ENV TO ARCH-FL-PATH
         END-IF.
         ACCEPT POS-FL-PATH-ENV FROM ENVIRONMENT 'VARH0001_POSFILE'.
         IF POS-FL-PATH-ENV NOT = SPACES
          MOVE POS-FL-PATH-ENV TO POS-FL-PATH
         END-IF.
         ACCEPT VLM-FL-PATH-ENV FROM ENVIRONMENT 'VARH0001_LIMFILE'.
         IF VLM-FL-PATH-ENV NOT = SPACES
          MOVE VLM-FL-PATH-ENV TO VLM-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'VARH0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT ALRT-FL-PATH-ENV FROM ENVIRONMENT 'VARH0001_ALERTFILE'.
         IF ALRT-FL-PATH-ENV NOT = SPACES
          MOVE ALRT-FL-PATH-ENV TO ALRT-FL-PATH
         END-IF.
         ACCEPT BASE-CUR-ENV FROM ENVIRONMENT 'VARH0001_BASECUR'.
         IF BASE-CUR-ENV NOT = SPACES
          MOVE BASE-CUR-ENV TO BASE-CUR
         END-IF.
         ACCEPT FIXING-ENV FROM ENVIRONMENT 'VARH0001_FIXING'.
         IF FIXING-ENV NOT = SPACES
          MOVE FIXING-ENV TO RUN-FIXING
         END-IF.
         ACCEPT LOOKBACK-ENV FROM ENVIRONMENT 'VARH0001_DAYS'.
         IF LOOKBACK-ENV IS NUMERIC AND LOOKBACK-ENV NOT = SPACES
          MOVE LOOKBACK-ENV TO LOOKBACK-DAYS
         END-IF.
         IF LOOKBACK-DAYS < 1
          MOVE 250 TO LOOKBACK-DAYS
         END-IF.
         ACCEPT CONF-ENV FROM ENVIRONMENT 'VARH0001_CONF'.
         IF CONF-ENV IS NUMERIC AND CONF-ENV NOT = SPACES
          MOVE CONF-ENV TO CONF-TENTHS
         END-IF.
         IF CONF-TENTHS < 500 OR CONF-TENTHS > 999
          DISPLAY 'VARH0001_CONF OUT OF RANGE (500-999), USING 990'
          MOVE 990 TO CONF-TENTHS
         END-IF.
         COMPUTE WRK-CONF = CONF-TENTHS / 10.
         MOVE WRK-CONF TO ED-CONF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         DISPLAY 'BASE ' BASE-CUR ' LOOKBACK ' LOOKBACK-DAYS
          ' DAY(S) CONFIDENCE ' ED-CONF '%'.
         MOVE 0 TO CUR-CT.
         MOVE 0 TO DS-CT.
         MOVE 0 TO POS-CT.
         MOVE 0 TO KEY-CT.
         MOVE 0 TO VLM-CT.
         PERFORM 101-SORT-ARCHIVE.
         PERFORM 110-LOAD-HISTORY.
         PERFORM 120-LOAD-POSITIONS.
         PERFORM 130-LOAD-LIMITS.

        101-SORT-ARCHIVE.
      * THE ARCHIVE IS IN LOAD ORDER; SORTED BY VALUE DATE, CURRENCY
      * AND LOAD TIME, THE LAST LOAD OF A DAY IS THE ONE THAT STICKS
         SORT SRT-SD
          ON ASCENDING KEY SRT-DT SRT-CUR SRT-TS
          INPUT PROCEDURE IS 102-RELEASE-ARCHIVE
          GIVING VW-FL.

        102-RELEASE-ARCHIVE.
         OPEN INPUT ARCH-FL.
         IF STTS-ARCH NOT = ZEROS
          DISPLAY 'NO RATE ARCHIVE (' ARCH-FL-PATH ')'
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO ARCH-EOF-FL
         END-IF.
         PERFORM 103-RELEASE-ONE-RATE UNTIL ARCH-IS-EOF.
         IF STTS-ARCH NOT = 35
          CLOSE ARCH-FL
         END-IF.

        103-RELEASE-ONE-RATE.
         READ ARCH-FL
          AT END
           MOVE 'Y' TO ARCH-EOF-FL
          NOT AT END
           IF (AR-A = BASE-CUR OR AR-B = BASE-CUR)
              AND AR-A NOT = AR-B
              AND (AR-FIX = RUN-FIXING
               OR (AR-FIX = SPACES AND RUN-FIXING = 'CLOSE'))
              AND (AR-TENOR = SPACES OR AR-TENOR = 'SPT')
              AND (AR-SIDE = SPACE OR AR-SIDE = 'M')
              AND AR-NUM > 0 AND AR-DEN > 0
            MOVE AR-EFF-DT TO SRT-DT
            MOVE AR-LOAD-TS TO SRT-TS
            IF AR-B = BASE-CUR
             MOVE AR-A TO SRT-CUR
             COMPUTE SRT-FX ROUNDED = AR-NUM / AR-DEN
            ELSE
             MOVE AR-B TO SRT-CUR
             COMPUTE SRT-FX ROUNDED = AR-DEN / AR-NUM
            END-IF
            RELEASE SRT-REC
           END-IF
         END-READ.
         IF STTS-ARCH NOT = ZEROS AND STTS-ARCH NOT = 10
          DISPLAY 'I/O ERROR READING ARCH-FL, STATUS = ' STTS-ARCH
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO ARCH-EOF-FL
         END-IF.

        110-LOAD-HISTORY.
      * FIRST PASS COUNTS THE DATES SO THE SECOND ONLY KEEPS THE LAST
      * LOOKBACK+1 OF THEM
         MOVE 0 TO DT-TOTAL.
         MOVE ZEROS TO LAST-DT.
         MOVE 'N' TO VW-EOF-FL.
         OPEN INPUT VW-FL.
         IF STTS-VW NOT = ZEROS
          DISPLAY 'ERROR OPENING VW-FL, STATUS = ' STTS-VW
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 111-COUNT-ONE-DATE UNTIL VW-IS-EOF.
         CLOSE VW-FL.
         MOVE 0 TO DT-START.
         IF DT-TOTAL > LOOKBACK-DAYS + 1
          COMPUTE DT-START = DT-TOTAL - LOOKBACK-DAYS - 1
         END-IF.
         MOVE 0 TO DT-ORD.
         MOVE ZEROS TO LAST-DT.
         MOVE 'N' TO VW-EOF-FL.
         OPEN INPUT VW-FL.
         PERFORM 112-LOAD-ONE-RATE UNTIL VW-IS-EOF.
         CLOSE VW-FL.
         IF DS-CT < 2
          DISPLAY 'LESS THAN TWO ARCHIVE DATES, NO SCENARIOS'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         COMPUTE SCN-CT = DS-CT - 1.
         IF SCN-CT < LOOKBACK-DAYS
          DISPLAY 'ONLY ' SCN-CT ' SCENARIO DAY(S) IN THE ARCHIVE'
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
         END-IF.
         DISPLAY 'WINDOW ' DS-DT(1) ' TO ' DS-DT(DS-CT).

        111-COUNT-ONE-DATE.
         READ VW-FL
          AT END
           MOVE 'Y' TO VW-EOF-FL
          NOT AT END
           IF VW-DT NOT = LAST-DT
            ADD 1 TO DT-TOTAL
            MOVE VW-DT TO LAST-DT
           END-IF
         END-READ.
         IF STTS-VW NOT = ZEROS AND STTS-VW NOT = 10
          DISPLAY 'I/O ERROR READING VW-FL, STATUS = ' STTS-VW
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO VW-EOF-FL
         END-IF.

        112-LOAD-ONE-RATE.
         READ VW-FL
          AT END
           MOVE 'Y' TO VW-EOF-FL
          NOT AT END
           IF VW-DT NOT = LAST-DT
            ADD 1 TO DT-ORD
            MOVE VW-DT TO LAST-DT
            IF DT-ORD > DT-START
             PERFORM 113-OPEN-DATE-ROW
            END-IF
           END-IF
           IF DT-ORD > DT-START
            PERFORM 115-FIND-CURRENCY
            IF CUR-IX > 0
             MOVE VW-FX TO DS-FX(DS-CT, CUR-IX)
            END-IF
           END-IF
         END-READ.
         IF STTS-VW NOT = ZEROS AND STTS-VW NOT = 10
          DISPLAY 'I/O ERROR READING VW-FL, STATUS = ' STTS-VW
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO VW-EOF-FL
         END-IF.

        113-OPEN-DATE-ROW.
         IF DS-CT >= 1000
          DISPLAY 'RATE HISTORY TABLE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO DS-CT.
         IF DS-CT > 1
          COMPUTE DS-IX = DS-CT - 1
          MOVE DS-ENTRY(DS-IX) TO DS-ENTRY(DS-CT)
         ELSE
          MOVE 1 TO CUR-IX
          PERFORM 114-CLEAR-ONE-FX UNTIL CUR-IX > 50
         END-IF.
         MOVE VW-DT TO DS-DT(DS-CT).

        114-CLEAR-ONE-FX.
         MOVE ZEROS TO DS-FX(DS-CT, CUR-IX).
         ADD 1 TO CUR-IX.

        115-FIND-CURRENCY.
         MOVE 1 TO CUR-IX.
         PERFORM 116-SCAN-CURRENCY UNTIL CUR-IX > CUR-CT
          OR CU-CODE(CUR-IX) = VW-CUR.
         IF CUR-IX > CUR-CT
          IF CUR-CT >= 50
           DISPLAY 'CURRENCY TABLE FULL, ' VW-CUR ' IGNORED'
           MOVE 0 TO CUR-IX
          ELSE
           ADD 1 TO CUR-CT
           MOVE VW-CUR TO CU-CODE(CUR-CT)
           MOVE CUR-CT TO CUR-IX
          END-IF
         END-IF.

        116-SCAN-CURRENCY.
         ADD 1 TO CUR-IX.

        120-LOAD-POSITIONS.
         OPEN INPUT POS-FL.
         IF STTS-POS NOT = ZEROS
          DISPLAY 'NO POSITION MASTER (' POS-FL-PATH ')'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 121-LOAD-ONE-POS UNTIL POS-IS-EOF.
         CLOSE POS-FL.

        121-LOAD-ONE-POS.
         READ POS-FL
          AT END
           MOVE 'Y' TO POS-EOF-FL
          NOT AT END
           IF POS-CODE NOT = BASE-CUR AND POS-BAL NOT = 0
            IF POS-CT >= 999
             DISPLAY 'POSITION TABLE FULL, RUN ABORTED'
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
            ADD 1 TO POS-CT
            MOVE POS-CODE TO PS-CODE(POS-CT)
            MOVE POS-ENT TO PS-ENT(POS-CT)
            MOVE POS-BAL TO PS-BAL(POS-CT)
            PERFORM 122-VALUE-POSITION
           END-IF
         END-READ.
         IF STTS-POS NOT = ZEROS AND STTS-POS NOT = 10
          DISPLAY 'I/O ERROR READING POS-FL, STATUS = ' STTS-POS
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO POS-EOF-FL
         END-IF.

        122-VALUE-POSITION.
      * THE POSITION IS VALUED AT THE LAST RATE IN THE WINDOW; ONE
      * WITH NO HISTORY CARRIES NO RISK HERE AND IS COUNTED
         MOVE 1 TO CUR-IX.
         PERFORM 116-SCAN-CURRENCY UNTIL CUR-IX > CUR-CT
          OR CU-CODE(CUR-IX) = POS-CODE.
         IF CUR-IX > CUR-CT
          MOVE 0 TO PS-CUR-IX(POS-CT)
         ELSE
          MOVE CUR-IX TO PS-CUR-IX(POS-CT)
         END-IF.
         MOVE ZEROS TO PS-VAL(POS-CT).
         IF PS-CUR-IX(POS-CT) > 0
          MOVE DS-FX(DS-CT, CUR-IX) TO WRK-FX
          IF WRK-FX > 0
           COMPUTE PS-VAL(POS-CT) ROUNDED = POS-BAL * WRK-FX
          ELSE
           MOVE 0 TO PS-CUR-IX(POS-CT)
          END-IF
         END-IF.
         IF PS-CUR-IX(POS-CT) = 0
          ADD 1 TO CT-NORATE
          DISPLAY ' NO RATE HISTORY FOR ' POS-CODE ' ' POS-ENT
         END-IF.
         MOVE 'C' TO KY-TYPE(KEY-CT + 1).
         MOVE POS-CODE TO KY-CODE(KEY-CT + 1).
         PERFORM 125-ADD-KEY.
         MOVE 'E' TO KY-TYPE(KEY-CT + 1).
         MOVE POS-ENT TO KY-CODE(KEY-CT + 1).
         PERFORM 125-ADD-KEY.

        125-ADD-KEY.
      * THE CANDIDATE IS STAGED IN THE FIRST FREE SLOT; IT ONLY
      * BECOMES A KEY WHEN NO EARLIER SLOT ALREADY HOLDS IT
         IF KEY-CT >= 199
          DISPLAY 'VAR KEY TABLE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE 1 TO KEY-IX.
         PERFORM 126-SCAN-KEY UNTIL KEY-IX > KEY-CT
          OR (KY-TYPE(KEY-IX) = KY-TYPE(KEY-CT + 1)
           AND KY-CODE(KEY-IX) = KY-CODE(KEY-CT + 1)).
         IF KEY-IX > KEY-CT
          ADD 1 TO KEY-CT
          MOVE ZEROS TO KY-EXPO(KEY-CT)
          MOVE ZEROS TO KY-VAR(KEY-CT)
          MOVE ZEROS TO KY-ES(KEY-CT)
          MOVE ZEROS TO KY-LIMIT(KEY-CT)
          MOVE 'N' TO KY-BRCH-FL(KEY-CT)
         END-IF.

        126-SCAN-KEY.
         ADD 1 TO KEY-IX.

        130-LOAD-LIMITS.
         OPEN INPUT VLM-FL.
         IF STTS-VLM NOT = ZEROS
          DISPLAY 'NO VAR LIMITS (' VLM-FL-PATH '), NO CHECKS'
         ELSE
          PERFORM 131-LOAD-ONE-LIMIT UNTIL VLM-IS-EOF
          CLOSE VLM-FL
         END-IF.

        131-LOAD-ONE-LIMIT.
         READ VLM-FL
          AT END
           MOVE 'Y' TO VLM-EOF-FL
          NOT AT END
           IF VLM-CT >= 200
            DISPLAY 'VAR LIMIT TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO VLM-CT
           MOVE VLM-TYPE TO VL-TYPE(VLM-CT)
           MOVE VLM-KEY TO VL-KEY(VLM-CT)
           MOVE VLM-LIMIT TO VL-LIMIT(VLM-CT)
         END-READ.
         IF STTS-VLM NOT = ZEROS AND STTS-VLM NOT = 10
          DISPLAY 'I/O ERROR READING VLM-FL, STATUS = ' STTS-VLM
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO VLM-EOF-FL
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: VARH0001'.
         MOVE 'T' TO KY-TYPE(KEY-CT + 1).
         MOVE 'TOTAL' TO KY-CODE(KEY-CT + 1).
         PERFORM 125-ADD-KEY.
         OPEN OUTPUT RPT-FL.
         MOVE SCN-CT TO ED-SCN.
         MOVE SPACES TO RPT-REC.
         STRING 'HISTORICAL VAR (1 DAY) ' TODAY-DT
          '  BASE ' BASE-CUR(1:3)
          '  CONFIDENCE ' ED-CONF '%'
          '  SCENARIOS ' ED-SCN
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'RATE WINDOW ' DS-DT(1) ' TO ' DS-DT(DS-CT)
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING ' LEVEL    KEY           EXPOSURE-BASE'
          '            VAR              ES         LIMIT'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO KEY-IX.
         PERFORM 210-MEASURE-ONE-KEY UNTIL KEY-IX > KEY-CT.
         IF CT-NORATE > 0
          MOVE SPACES TO RPT-REC
          STRING 'POSITIONS WITH NO RATE HISTORY (NOT IN VAR): '
           CT-NORATE
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

        210-MEASURE-ONE-KEY.
         MOVE ZEROS TO KY-EXPO(KEY-IX).
         MOVE 1 TO POS-IX.
         PERFORM 211-ADD-EXPOSURE UNTIL POS-IX > POS-CT.
         MOVE 1 TO SCN-IX.
         PERFORM 220-BUILD-ONE-SCENARIO UNTIL SCN-IX > SCN-CT.
         PERFORM 230-SORT-SCENARIOS.
         PERFORM 240-TAIL-MEASURES.
         PERFORM 250-CHECK-LIMIT.
         PERFORM 260-WRITE-KEY-LINE.
         ADD 1 TO KEY-IX.

        211-ADD-EXPOSURE.
         PERFORM 212-POSITION-IN-KEY.
         IF SCN-IS-PLACED
          ADD PS-VAL(POS-IX) TO KY-EXPO(KEY-IX)
         END-IF.
         ADD 1 TO POS-IX.

        212-POSITION-IN-KEY.
         MOVE 'N' TO SCN-DONE-FL.
         IF PS-CUR-IX(POS-IX) > 0
          EVALUATE KY-TYPE(KEY-IX)
           WHEN 'C'
            IF PS-CODE(POS-IX) = KY-CODE(KEY-IX)
             MOVE 'Y' TO SCN-DONE-FL
            END-IF
           WHEN 'E'
            IF PS-ENT(POS-IX) = KY-CODE(KEY-IX)
             MOVE 'Y' TO SCN-DONE-FL
            END-IF
           WHEN OTHER
            MOVE 'Y' TO SCN-DONE-FL
          END-EVALUATE
         END-IF.

        220-BUILD-ONE-SCENARIO.
      * SCENARIO N APPLIES THE CHANGE FROM WINDOW DATE N TO N+1 TO
      * TODAY'S BASE VALUE OF EVERY POSITION IN THE KEY
         MOVE ZEROS TO SCN-PNL(SCN-IX).
         MOVE 1 TO POS-IX.
         PERFORM 221-APPLY-ONE-POS UNTIL POS-IX > POS-CT.
         ADD 1 TO SCN-IX.

        221-APPLY-ONE-POS.
         PERFORM 212-POSITION-IN-KEY.
         IF SCN-IS-PLACED
          MOVE PS-CUR-IX(POS-IX) TO CUR-IX
          COMPUTE DS-IX = SCN-IX + 1
          IF DS-FX(SCN-IX, CUR-IX) > 0 AND DS-FX(DS-IX, CUR-IX) > 0
           COMPUTE WRK-RET ROUNDED = DS-FX(DS-IX, CUR-IX)
            / DS-FX(SCN-IX, CUR-IX) - 1
           COMPUTE WRK-PNL ROUNDED = PS-VAL(POS-IX) * WRK-RET
           ADD WRK-PNL TO SCN-PNL(SCN-IX)
          END-IF
         END-IF.
         ADD 1 TO POS-IX.

        230-SORT-SCENARIOS.
      * STRAIGHT INSERTION SORT, WORST LOSS FIRST; THE WINDOW NEVER
      * HOLDS MORE THAN 999 SCENARIOS
         MOVE 2 TO SCN-IX.
         PERFORM 231-INSERT-ONE UNTIL SCN-IX > SCN-CT.

        231-INSERT-ONE.
         MOVE SCN-PNL(SCN-IX) TO SCN-HOLD.
         COMPUTE SCN-JX = SCN-IX - 1.
         MOVE 'N' TO SCN-DONE-FL.
         PERFORM 232-SHIFT-ONE UNTIL SCN-IS-PLACED.
         MOVE SCN-HOLD TO SCN-PNL(SCN-JX + 1).
         ADD 1 TO SCN-IX.

        232-SHIFT-ONE.
         IF SCN-JX < 1
          MOVE 'Y' TO SCN-DONE-FL
         ELSE
          IF SCN-PNL(SCN-JX) > SCN-HOLD
           MOVE SCN-PNL(SCN-JX) TO SCN-PNL(SCN-JX + 1)
           SUBTRACT 1 FROM SCN-JX
          ELSE
           MOVE 'Y' TO SCN-DONE-FL
          END-IF
         END-IF.

        240-TAIL-MEASURES.
      * VAR IS THE LOSS AT THE CONFIDENCE CUT OF THE SORTED SCENARIOS;
      * EXPECTED SHORTFALL IS THE AVERAGE LOSS FROM THERE TO THE WORST
         COMPUTE TAIL-CT = SCN-CT * (1000 - CONF-TENTHS) / 1000.
         IF TAIL-CT < 1
          MOVE 1 TO TAIL-CT
         END-IF.
         MOVE ZEROS TO TAIL-SUM.
         MOVE 1 TO SCN-IX.
         PERFORM 241-SUM-TAIL UNTIL SCN-IX > TAIL-CT.
         COMPUTE KY-VAR(KEY-IX) = SCN-PNL(TAIL-CT) * -1.
         COMPUTE KY-ES(KEY-IX) ROUNDED = (TAIL-SUM / TAIL-CT) * -1.
         IF KY-VAR(KEY-IX) < 0
          MOVE ZEROS TO KY-VAR(KEY-IX)
         END-IF.
         IF KY-ES(KEY-IX) < 0
          MOVE ZEROS TO KY-ES(KEY-IX)
         END-IF.

        241-SUM-TAIL.
         ADD SCN-PNL(SCN-IX) TO TAIL-SUM.
         ADD 1 TO SCN-IX.

        250-CHECK-LIMIT.
         MOVE 1 TO VLM-IX.
         PERFORM 251-SCAN-LIMIT UNTIL VLM-IX > VLM-CT.
         IF KY-LIMIT(KEY-IX) > 0 AND KY-VAR(KEY-IX) > KY-LIMIT(KEY-IX)
          MOVE 'Y' TO KY-BRCH-FL(KEY-IX)
          ADD 1 TO CT-BREACHED
          PERFORM 252-RAISE-ALERT
         END-IF.

        251-SCAN-LIMIT.
         IF VL-TYPE(VLM-IX) = KY-TYPE(KEY-IX)
            AND (VL-KEY(VLM-IX) = KY-CODE(KEY-IX)
             OR KY-TYPE(KEY-IX) = 'T')
          MOVE VL-LIMIT(VLM-IX) TO KY-LIMIT(KEY-IX)
          MOVE VLM-CT TO VLM-IX
         END-IF.
         ADD 1 TO VLM-IX.

        252-RAISE-ALERT.
         OPEN EXTEND ALRT-FL.
         IF STTS-ALRT = 35 OR STTS-ALRT = 30
          OPEN OUTPUT ALRT-FL
         END-IF.
         ADD 1 TO ALRT-SEQ-CT.
         MOVE ALRT-SEQ-CT TO ALRT-SEQ.
         MOVE 'VAR' TO ALRT-TYPE.
         MOVE KY-CODE(KEY-IX) TO ALRT-A.
         MOVE SPACES TO ALRT-B.
         MOVE KY-TYPE(KEY-IX) TO ALRT-B(1:1).
         MOVE 'HISTORICAL VAR OVER LIMIT' TO ALRT-MSG.
         MOVE TODAY-DT TO ALRT-DT.
         MOVE FUNCTION CURRENT-DATE(1:14) TO ALRT-TS.
         DISPLAY 'ALERT: VAR ' KY-CODE(KEY-IX)
          ' - VAR ' KY-VAR(KEY-IX) ' OVER LIMIT ' KY-LIMIT(KEY-IX).
         WRITE ALRT-RCRD.
         CLOSE ALRT-FL.

        260-WRITE-KEY-LINE.
         EVALUATE KY-TYPE(KEY-IX)
          WHEN 'C'
           MOVE 'CURRENCY' TO WRK-LABEL
          WHEN 'E'
           MOVE 'ENTITY' TO WRK-LABEL
          WHEN OTHER
           MOVE 'TOTAL' TO WRK-LABEL
         END-EVALUATE.
         MOVE KY-EXPO(KEY-IX) TO ED-EXPO.
         MOVE KY-VAR(KEY-IX) TO ED-VAR.
         MOVE KY-ES(KEY-IX) TO ED-ES.
         MOVE KY-LIMIT(KEY-IX) TO ED-LIMIT.
         MOVE SPACES TO RPT-REC.
         STRING ' ' WRK-LABEL ' ' KY-CODE(KEY-IX)
          ' ' ED-EXPO ' ' ED-VAR ' ' ED-ES ' ' ED-LIMIT
          DELIMITED BY SIZE INTO RPT-REC.
         IF KY-BRCH-FL(KEY-IX) = 'Y'
          MOVE '*BREACH*' TO RPT-REC(93:8)
         END-IF.
         WRITE RPT-REC.
         DISPLAY ' ' WRK-LABEL ' ' KY-CODE(KEY-IX)
          ' VAR ' ED-VAR ' ES ' ED-ES.

        300-END.
         DISPLAY '-- HISTORICAL VAR SUMMARY --'.
         DISPLAY ' SCENARIO DAYS: ' SCN-CT.
         DISPLAY ' POSITIONS MEASURED: ' POS-CT.
         DISPLAY ' POSITIONS WITH NO RATE HISTORY: ' CT-NORATE.
         DISPLAY ' LIMIT BREACHES: ' CT-BREACHED.
         IF (CT-BREACHED > 0 OR CT-NORATE > 0) AND RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: VARH0001'.
         GOBACK.
       END PROGRAM VARH0001.
