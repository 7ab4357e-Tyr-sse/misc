      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - TAXAS DO PERIODO PARA A CONVERSAO DE
      *          FECHAMENTO: SUBPROGRAMA CHAMADO PELO MNTH0001 NO FECHO
      *          DO MES. LE RATEARCH.txt E DERIVA POR PAR A MEDIA
      *          SIMPLES DAS COTACOES DO MES, A MEDIA PONDERADA POR DIA
      *          UTIL (A COTACAO EM VIGOR EM CADA DIA UTIL, FERIADOS DE
      *          HOLIDAY.txt DESCONTADOS) E A TAXA DE FECHAMENTO, E AS
      *          GRAVA EM PERRATE.txt COM O CARIMBO DO FECHO. UM PERIODO
      *          JA GRAVADO FICA TRAVADO; SO UM REFECHO (FORCADO OU
      *          REAPRESENTACAO) PEDE A REGERACAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. PRAT0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT ARCH-FL ASSIGN ARCH-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ARCH.
         SELECT PRR-FL ASSIGN PRR-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-PRR.
         SELECT PRW-FL ASSIGN PRW-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-PRW.
         SELECT HOLIDAY-FL ASSIGN HOLIDAY-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-HOL.
         SELECT SRT-SD ASSIGN SRW-FL-PATH.

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
          02 AR-SRC                                        PIC X(3).

         FD PRR-FL.
         01 PRR-RCRD.
          COPY PRRREC.

         FD PRW-FL.
         01 PRW-RCRD                                       PIC X(108).

         FD HOLIDAY-FL.
         01 HOL-RCRD.
          02 HOL-MKT                                        PIC X(10).
          02 HOL-DT                                         PIC 9(8).

         SD SRT-SD.
         01 SRT-REC.
          02 SRT-A                                          PIC X(10).
          02 SRT-B                                          PIC X(10).
          02 SRT-DT                                         PIC 9(8).
          02 SRT-TS                                         PIC 9(14).
          02 SRT-FX                                    PIC 9(8)V9(10).

        WORKING-STORAGE SECTION.
         77 ARCH-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RATEARCH.txt'.
         77 PRR-FL-PATH               PIC X(80)
             VALUE '.\..\fls\PERRATE.txt'.
         77 HOLIDAY-FL-PATH           PIC X(80)
             VALUE '.\..\fls\HOLIDAY.txt'.
         77 SRW-FL-PATH               PIC X(80)
             VALUE '.\..\fls\PRAT0001.SRW'.
         77 PRW-FL-PATH                                    PIC X(80).
         77 ARCH-FL-PATH-ENV          PIC X(80).
         77 PRR-FL-PATH-ENV           PIC X(80).
         77 HOLIDAY-FL-PATH-ENV       PIC X(80).

         77 STTS-ARCH                                      PIC 99.
         77 STTS-PRR                                       PIC 99.
         77 STTS-PRW                                       PIC 99.
         77 STTS-HOL                                       PIC 99.
         77 ARCH-EOF-FL                                    PIC X.
          88 ARCH-IS-EOF                                   VALUE 'Y'.
         77 PRR-EOF-FL                                     PIC X.
          88 PRR-IS-EOF                                    VALUE 'Y'.
         77 HOL-EOF-FL                                     PIC X.
          88 HOL-IS-EOF                                    VALUE 'Y'.
         77 SRT-EOF-FL                                     PIC X.
          88 SRT-IS-EOF                                    VALUE 'Y'.

         77 PER-YEAR                                       PIC 9(4).
         77 PER-MONTH                                      PIC 99.
         77 PER-START-DT                                   PIC 9(8).
         77 PER-END-DT                                     PIC 9(8).
         77 NEXT-START-DT                                  PIC 9(8).
         77 START-INT                                      PIC 9(7).
         77 END-INT                                        PIC 9(7).
         77 WRK-INT                                        PIC 9(7).
         77 WRK-DOW                                        PIC 9.
         77 DAYS-IN-PER                                PIC 9(4) COMP.
         77 DAY-IX                                     PIC 9(4) COMP.
      * ONE SLOT PER CALENDAR DAY OF THE PERIOD: WHETHER THE SHOP IS
      * OPEN THAT DAY, AND THE LAST QUOTE LOADED FOR IT (PER PAIR)
         01 DAY-TBL.
          02 DAY-ENTRY OCCURS 31 TIMES.
           03 DY-OPEN                                      PIC X.
           03 DY-HAS                                       PIC X.
           03 DY-FX                                    PIC 9(8)V9(10).

      * MARKET HOLIDAYS INSIDE THE PERIOD ONLY CLOSE THE PAIRS THAT
      * TRADE ONE OF THAT MARKET'S CURRENCIES
         77 HP-CT                                      PIC 9(4) COMP.
         77 HP-IX                                      PIC 9(4) COMP.
         01 HP-TBL.
          02 HP-ENTRY OCCURS 999 TIMES.
           03 HP-MKT                                       PIC X(10).
           03 HP-DAY                                       PIC 99.
         77 HP-HIT-FL                                      PIC X.
          88 HP-IS-HIT                                     VALUE 'Y'.

         77 PAIR-OPEN-FL                                   PIC X.
          88 PAIR-IS-OPEN                                  VALUE 'Y'.
         77 CUR-A                                          PIC X(10).
         77 CUR-B                                          PIC X(10).
         77 CARRY-FX                                   PIC 9(8)V9(10).
         77 INFORCE-FX                                 PIC 9(8)V9(10).
         77 SUM-FX                                    PIC 9(11)V9(10).
         77 SUM-WFX                                   PIC 9(11)V9(10).
         77 OBS-CT                                         PIC 9(3).
         77 BDAY-CT                                        PIC 9(3).
         77 LAST-OBS-DT                                    PIC 9(8).

         77 PRT-CT                                     PIC 9(4) COMP.
         77 PRT-IX                                     PIC 9(4) COMP.
         01 PRT-TBL.
          02 PRT-ENTRY OCCURS 999 TIMES.
           03 PT-A                                         PIC X(10).
           03 PT-B                                         PIC X(10).
           03 PT-AVG                                   PIC 9(8)V9(10).
           03 PT-WAVG                                  PIC 9(8)V9(10).
           03 PT-CLOSE                                 PIC 9(8)V9(10).
           03 PT-CLOSE-DT                                  PIC 9(8).
           03 PT-OBS                                       PIC 9(3).
           03 PT-BDAYS                                     PIC 9(3).
         77 PRT-FULL-FL                                    PIC X.
          88 PRT-IS-FULL                                   VALUE 'Y'.

         01 NEW-RCRD.
          COPY PRRREC REPLACING LEADING ==PRR-== BY ==NPR-==.

         77 LOCKED-FL                                      PIC X.
          88 PERIOD-IS-LOCKED                              VALUE 'Y'.
         77 LOCKED-TS                                      PIC 9(14).
         77 CT-EXISTING                                    PIC 9(4).
         77 SAVED-RC                                PIC S9(9) COMP-5.

        LINKAGE SECTION.
         01 PRAT-PERIOD                                    PIC 9(6).
         01 PRAT-LOCK-TS                                   PIC 9(14).
         01 PRAT-REGEN                                     PIC X.
         01 PRAT-CT                                        PIC 9(4).
         01 PRAT-RC                                        PIC 99.

       PROCEDURE DIVISION USING PRAT-PERIOD PRAT-LOCK-TS PRAT-REGEN
           PRAT-CT PRAT-RC.
        000-MAIN.
      * PRESERVE THE CALLER'S RETURN-CODE ACROSS THIS SERVICE CALL
         MOVE RETURN-CODE TO SAVED-RC.
         MOVE ZEROS TO PRAT-RC.
         MOVE ZEROS TO PRAT-CT.
         PERFORM 100-INIT.
         IF PRAT-RC NOT = ZEROS
          MOVE SAVED-RC TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 110-CHECK-LOCKED.
         IF PERIOD-IS-LOCKED AND PRAT-REGEN NOT = 'Y'
          DISPLAY 'PRAT0001: RATES FOR ' PRAT-PERIOD
           ' LOCKED BY THE CLOSE OF ' LOCKED-TS
          MOVE CT-EXISTING TO PRAT-CT
          MOVE SAVED-RC TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 200-DERIVE-RATES.
         IF PRT-CT = 0
          DISPLAY 'PRAT0001: NO ARCHIVED RATES FOR ' PRAT-PERIOD
          MOVE 4 TO PRAT-RC
          MOVE SAVED-RC TO RETURN-CODE
          GOBACK
         END-IF.
         IF PERIOD-IS-LOCKED
          PERFORM 240-REPLACE-PERIOD
         ELSE
          PERFORM 230-APPEND-PERIOD
         END-IF.
         IF PRAT-RC = ZEROS
          MOVE PRT-CT TO PRAT-CT
          DISPLAY 'PRAT0001: ' PRAT-CT ' PAIR RATE(S) FOR '
           PRAT-PERIOD ' WRITTEN TO ' PRR-FL-PATH(1:40)
         END-IF.
         MOVE SAVED-RC TO RETURN-CODE.
         GOBACK.

        100-INIT.
         ACCEPT ARCH-FL-PATH-ENV FROM ENVIRONMENT 'PRAT0001_ARCHFILE'.
         IF ARCH-FL-PATH-ENV NOT = SPACES
          MOVE ARCH-FL-PATH-ENV TO ARCH-FL-PATH
         END-IF.
         ACCEPT PRR-FL-PATH-ENV FROM ENVIRONMENT 'PRAT0001_PRRFILE'.
         IF PRR-FL-PATH-ENV NOT = SPACES
          MOVE PRR-FL-PATH-ENV TO PRR-FL-PATH
         END-IF.
         ACCEPT HOLIDAY-FL-PATH-ENV FROM ENVIRONMENT 'PRAT0001_HOLFILE'.
         IF HOLIDAY-FL-PATH-ENV NOT = SPACES
          MOVE HOLIDAY-FL-PATH-ENV TO HOLIDAY-FL-PATH
         END-IF.
         DIVIDE PRAT-PERIOD BY 100 GIVING PER-YEAR
          REMAINDER PER-MONTH.
         IF PER-MONTH < 1 OR PER-MONTH > 12
          DISPLAY 'PRAT0001: INVALID PERIOD ' PRAT-PERIOD
          MOVE 8 TO PRAT-RC
          EXIT PARAGRAPH
         END-IF.
         COMPUTE PER-START-DT = PRAT-PERIOD * 100 + 1.
         IF PER-MONTH = 12
          COMPUTE NEXT-START-DT = (PER-YEAR + 1) * 10000 + 101
         ELSE
          COMPUTE NEXT-START-DT = PER-START-DT + 100
         END-IF.
         COMPUTE START-INT = FUNCTION INTEGER-OF-DATE(PER-START-DT).
         COMPUTE END-INT = FUNCTION INTEGER-OF-DATE(NEXT-START-DT) - 1.
         COMPUTE DAYS-IN-PER = END-INT - START-INT + 1.
         COMPUTE PER-END-DT = PER-START-DT + DAYS-IN-PER - 1.
         MOVE 1 TO DAY-IX.
         PERFORM 101-MARK-ONE-DAY UNTIL DAY-IX > 31.
         MOVE 0 TO HP-CT.
         MOVE 'N' TO HOL-EOF-FL.
         OPEN INPUT HOLIDAY-FL.
         IF STTS-HOL = ZEROS
          PERFORM 102-LOAD-ONE-HOLIDAY UNTIL HOL-IS-EOF
          CLOSE HOLIDAY-FL
         END-IF.

        101-MARK-ONE-DAY.
      * MOD 7 OF THE INTEGER DATE: 0 IS SUNDAY AND 6 IS SATURDAY
         MOVE 'N' TO DY-OPEN(DAY-IX).
         IF DAY-IX NOT > DAYS-IN-PER
          COMPUTE WRK-INT = START-INT + DAY-IX - 1
          COMPUTE WRK-DOW = FUNCTION MOD(WRK-INT, 7)
          IF WRK-DOW NOT = 0 AND WRK-DOW NOT = 6
           MOVE 'Y' TO DY-OPEN(DAY-IX)
          END-IF
         END-IF.
         ADD 1 TO DAY-IX.

        102-LOAD-ONE-HOLIDAY.
         READ HOLIDAY-FL
          AT END
           MOVE 'Y' TO HOL-EOF-FL
          NOT AT END
           IF HOL-DT NOT < PER-START-DT AND HOL-DT NOT > PER-END-DT
            COMPUTE DAY-IX = HOL-DT - PER-START-DT + 1
            IF HOL-MKT = 'ALL' OR HOL-MKT = SPACES
             MOVE 'N' TO DY-OPEN(DAY-IX)
            ELSE
             IF HP-CT < 999
              ADD 1 TO HP-CT
              MOVE HOL-MKT TO HP-MKT(HP-CT)
              MOVE DAY-IX TO HP-DAY(HP-CT)
             END-IF
            END-IF
           END-IF
         END-READ.
         IF STTS-HOL NOT = ZEROS AND STTS-HOL NOT = 10
          MOVE 'Y' TO HOL-EOF-FL
         END-IF.

        110-CHECK-LOCKED.
         MOVE 'N' TO LOCKED-FL.
         MOVE ZEROS TO LOCKED-TS.
         MOVE ZEROS TO CT-EXISTING.
         MOVE 'N' TO PRR-EOF-FL.
         OPEN INPUT PRR-FL.
         IF STTS-PRR NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 111-SCAN-ONE-RATE UNTIL PRR-IS-EOF.
         CLOSE PRR-FL.

        111-SCAN-ONE-RATE.
         READ PRR-FL
          AT END
           MOVE 'Y' TO PRR-EOF-FL
          NOT AT END
           IF PRR-PERIOD = PRAT-PERIOD
            MOVE 'Y' TO LOCKED-FL
            MOVE PRR-LOCK-TS TO LOCKED-TS
            ADD 1 TO CT-EXISTING
           END-IF
         END-READ.
         IF STTS-PRR NOT = ZEROS AND STTS-PRR NOT = 10
          DISPLAY 'PRAT0001: I/O ERROR READING PRR-FL, STATUS = '
           STTS-PRR
          MOVE 8 TO PRAT-RC
          MOVE 'Y' TO PRR-EOF-FL
         END-IF.

        200-DERIVE-RATES.
      * THE ARCHIVE IS IN LOAD ORDER; SORTED BY PAIR, VALUE DATE AND
      * LOAD TIME, THE LAST LOAD OF A DAY IS THE ONE THAT STICKS
         MOVE 0 TO PRT-CT.
         MOVE 'N' TO PRT-FULL-FL.
         SORT SRT-SD
          ON ASCENDING KEY SRT-A SRT-B SRT-DT SRT-TS
          INPUT PROCEDURE IS 210-RELEASE-ARCHIVE
          OUTPUT PROCEDURE IS 220-COLLECT-RATES.

        210-RELEASE-ARCHIVE.
         MOVE 'N' TO ARCH-EOF-FL.
         OPEN INPUT ARCH-FL.
         IF STTS-ARCH NOT = ZEROS
          DISPLAY 'PRAT0001: NO RATE ARCHIVE (' ARCH-FL-PATH ')'
          MOVE 'Y' TO ARCH-EOF-FL
         END-IF.
         PERFORM 211-RELEASE-ONE-RATE UNTIL ARCH-IS-EOF.
         IF STTS-ARCH NOT = 35
          CLOSE ARCH-FL
         END-IF.

        211-RELEASE-ONE-RATE.
      * ONLY THE SPOT MID AT THE CLOSING FIXING FEEDS PERIOD RATES;
      * RATES BEFORE THE PERIOD ARE KEPT TO CARRY THE ONE IN FORCE
      * ON THE FIRST DAYS OF THE MONTH
         READ ARCH-FL
          AT END
           MOVE 'Y' TO ARCH-EOF-FL
          NOT AT END
           IF AR-EFF-DT NOT > PER-END-DT
              AND AR-A NOT = AR-B
              AND (AR-FIX = 'CLOSE' OR AR-FIX = SPACES)
              AND (AR-TENOR = SPACES OR AR-TENOR = 'SPT')
              AND (AR-SIDE = SPACE OR AR-SIDE = 'M')
              AND AR-NUM > 0 AND AR-DEN > 0
            MOVE AR-A TO SRT-A
            MOVE AR-B TO SRT-B
            MOVE AR-EFF-DT TO SRT-DT
            MOVE AR-LOAD-TS TO SRT-TS
            COMPUTE SRT-FX ROUNDED = AR-NUM / AR-DEN
            RELEASE SRT-REC
           END-IF
         END-READ.
         IF STTS-ARCH NOT = ZEROS AND STTS-ARCH NOT = 10
          DISPLAY 'PRAT0001: I/O ERROR READING ARCH-FL, STATUS = '
           STTS-ARCH
          MOVE 8 TO PRAT-RC
          MOVE 'Y' TO ARCH-EOF-FL
         END-IF.

        220-COLLECT-RATES.
         MOVE 'N' TO SRT-EOF-FL.
         MOVE 'N' TO PAIR-OPEN-FL.
         PERFORM 221-RETURN-ONE-RATE UNTIL SRT-IS-EOF.
         IF PAIR-IS-OPEN
          PERFORM 223-FINISH-PAIR
         END-IF.

        221-RETURN-ONE-RATE.
         RETURN SRT-SD
          AT END
           MOVE 'Y' TO SRT-EOF-FL
          NOT AT END
           IF PAIR-IS-OPEN
              AND (SRT-A NOT = CUR-A OR SRT-B NOT = CUR-B)
            PERFORM 223-FINISH-PAIR
           END-IF
           IF NOT PAIR-IS-OPEN
            PERFORM 222-START-PAIR
           END-IF
           IF SRT-DT < PER-START-DT
            MOVE SRT-FX TO CARRY-FX
           ELSE
            COMPUTE DAY-IX = SRT-DT - PER-START-DT + 1
            MOVE 'Y' TO DY-HAS(DAY-IX)
            MOVE SRT-FX TO DY-FX(DAY-IX)
           END-IF
         END-RETURN.

        222-START-PAIR.
         MOVE SRT-A TO CUR-A.
         MOVE SRT-B TO CUR-B.
         MOVE ZEROS TO CARRY-FX.
         MOVE 1 TO DAY-IX.
         PERFORM 224-CLEAR-ONE-DAY UNTIL DAY-IX > 31.
         MOVE 'Y' TO PAIR-OPEN-FL.

        223-FINISH-PAIR.
      * A PAIR WITH NO QUOTE INSIDE THE PERIOD GETS NO PERIOD RATE
         MOVE 'N' TO PAIR-OPEN-FL.
         MOVE ZEROS TO OBS-CT.
         MOVE ZEROS TO BDAY-CT.
         MOVE ZEROS TO SUM-FX.
         MOVE ZEROS TO SUM-WFX.
         MOVE ZEROS TO LAST-OBS-DT.
         MOVE CARRY-FX TO INFORCE-FX.
         MOVE 1 TO DAY-IX.
         PERFORM 225-WEIGH-ONE-DAY UNTIL DAY-IX > DAYS-IN-PER.
         IF OBS-CT = 0
          EXIT PARAGRAPH
         END-IF.
         IF PRT-CT >= 999
          IF NOT PRT-IS-FULL
           DISPLAY 'PRAT0001: PERIOD RATE TABLE FULL, PAIRS DROPPED'
           MOVE 'Y' TO PRT-FULL-FL
           MOVE 4 TO PRAT-RC
          END-IF
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO PRT-CT.
         MOVE CUR-A TO PT-A(PRT-CT).
         MOVE CUR-B TO PT-B(PRT-CT).
         COMPUTE PT-AVG(PRT-CT) ROUNDED = SUM-FX / OBS-CT.
         IF BDAY-CT > 0
          COMPUTE PT-WAVG(PRT-CT) ROUNDED = SUM-WFX / BDAY-CT
         ELSE
          MOVE PT-AVG(PRT-CT) TO PT-WAVG(PRT-CT)
         END-IF.
         MOVE INFORCE-FX TO PT-CLOSE(PRT-CT).
         MOVE LAST-OBS-DT TO PT-CLOSE-DT(PRT-CT).
         MOVE OBS-CT TO PT-OBS(PRT-CT).
         MOVE BDAY-CT TO PT-BDAYS(PRT-CT).

        224-CLEAR-ONE-DAY.
         MOVE 'N' TO DY-HAS(DAY-IX).
         MOVE ZEROS TO DY-FX(DAY-IX).
         ADD 1 TO DAY-IX.

        225-WEIGH-ONE-DAY.
      * EVERY BUSINESS DAY WEIGHS THE RATE IN FORCE ON IT: THE DAY'S
      * OWN QUOTE OR, FAILING THAT, THE LAST ONE BEFORE IT
         IF DY-HAS(DAY-IX) = 'Y'
          ADD 1 TO OBS-CT
          ADD DY-FX(DAY-IX) TO SUM-FX
          MOVE DY-FX(DAY-IX) TO INFORCE-FX
          COMPUTE LAST-OBS-DT = PER-START-DT + DAY-IX - 1
         END-IF.
         IF DY-OPEN(DAY-IX) = 'Y' AND INFORCE-FX > 0
          MOVE 'N' TO HP-HIT-FL
          MOVE 1 TO HP-IX
          PERFORM 226-SCAN-PAIR-HOLIDAY UNTIL HP-IX > HP-CT
           OR HP-IS-HIT
          IF NOT HP-IS-HIT
           ADD 1 TO BDAY-CT
           ADD INFORCE-FX TO SUM-WFX
          END-IF
         END-IF.
         ADD 1 TO DAY-IX.

        226-SCAN-PAIR-HOLIDAY.
         IF HP-DAY(HP-IX) = DAY-IX
            AND (HP-MKT(HP-IX) = CUR-A OR HP-MKT(HP-IX) = CUR-B)
          MOVE 'Y' TO HP-HIT-FL
         ELSE
          ADD 1 TO HP-IX
         END-IF.

        230-APPEND-PERIOD.
         OPEN EXTEND PRR-FL.
         IF STTS-PRR = 35 OR STTS-PRR = 30
          OPEN OUTPUT PRR-FL
         END-IF.
         IF STTS-PRR NOT = ZEROS
          DISPLAY 'PRAT0001: ERROR OPENING PRR-FL, STATUS = ' STTS-PRR
          MOVE 8 TO PRAT-RC
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO PRT-IX.
         PERFORM 231-WRITE-ONE-RATE UNTIL PRT-IX > PRT-CT.
         CLOSE PRR-FL.

        231-WRITE-ONE-RATE.
         PERFORM 232-BUILD-ONE-RATE.
         WRITE PRR-RCRD FROM NEW-RCRD.
         ADD 1 TO PRT-IX.

        232-BUILD-ONE-RATE.
         MOVE PRAT-PERIOD TO NPR-PERIOD.
         MOVE PT-A(PRT-IX) TO NPR-A.
         MOVE PT-B(PRT-IX) TO NPR-B.
         MOVE PT-AVG(PRT-IX) TO NPR-AVG.
         MOVE PT-WAVG(PRT-IX) TO NPR-WAVG.
         MOVE PT-CLOSE(PRT-IX) TO NPR-CLOSE.
         MOVE PT-CLOSE-DT(PRT-IX) TO NPR-CLOSE-DT.
         MOVE PT-OBS(PRT-IX) TO NPR-OBS.
         MOVE PT-BDAYS(PRT-IX) TO NPR-BDAYS.
         MOVE PRAT-LOCK-TS TO NPR-LOCK-TS.

        240-REPLACE-PERIOD.
      * A RE-CLOSE RETIRES THE PERIOD'S OLD ROWS AND RE-STAMPS THE NEW
      * ONES WITH THE NEW CLOSE; OTHER PERIODS ARE COPIED UNTOUCHED
         MOVE SPACES TO PRW-FL-PATH.
         STRING PRR-FL-PATH DELIMITED BY SPACE
          '.NEW' DELIMITED BY SIZE
          INTO PRW-FL-PATH.
         MOVE 'N' TO PRR-EOF-FL.
         OPEN INPUT PRR-FL.
         IF STTS-PRR NOT = ZEROS
          DISPLAY 'PRAT0001: ERROR OPENING PRR-FL, STATUS = ' STTS-PRR
          MOVE 8 TO PRAT-RC
          EXIT PARAGRAPH
         END-IF.
         OPEN OUTPUT PRW-FL.
         PERFORM 241-COPY-ONE-OTHER UNTIL PRR-IS-EOF.
         CLOSE PRR-FL.
         MOVE 1 TO PRT-IX.
         PERFORM 242-WRITE-ONE-NEW UNTIL PRT-IX > PRT-CT.
         CLOSE PRW-FL.
         MOVE 'N' TO PRR-EOF-FL.
         OPEN INPUT PRW-FL.
         OPEN OUTPUT PRR-FL.
         PERFORM 243-COPY-BACK-ONE UNTIL PRR-IS-EOF.
         CLOSE PRR-FL.
         CLOSE PRW-FL.
         DISPLAY 'PRAT0001: ' CT-EXISTING ' LOCKED ROW(S) FOR '
           PRAT-PERIOD ' REPLACED ON RE-CLOSE'.

        241-COPY-ONE-OTHER.
         READ PRR-FL
          AT END
           MOVE 'Y' TO PRR-EOF-FL
          NOT AT END
           IF PRR-PERIOD NOT = PRAT-PERIOD
            MOVE PRR-RCRD TO PRW-RCRD
            WRITE PRW-RCRD
           END-IF
         END-READ.
         IF STTS-PRR NOT = ZEROS AND STTS-PRR NOT = 10
          MOVE 8 TO PRAT-RC
          MOVE 'Y' TO PRR-EOF-FL
         END-IF.

        242-WRITE-ONE-NEW.
         PERFORM 232-BUILD-ONE-RATE.
         WRITE PRW-RCRD FROM NEW-RCRD.
         ADD 1 TO PRT-IX.

        243-COPY-BACK-ONE.
         READ PRW-FL
          AT END
           MOVE 'Y' TO PRR-EOF-FL
          NOT AT END
           MOVE PRW-RCRD TO PRR-RCRD
           WRITE PRR-RCRD
         END-READ.
         IF STTS-PRW NOT = ZEROS AND STTS-PRW NOT = 10
          MOVE 8 TO PRAT-RC
          MOVE 'Y' TO PRR-EOF-FL
         END-IF.
       END PROGRAM PRAT0001.
