      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - MONITOR DE CHEGADA DOS ARQUIVOS DE
      *          ENTRADA: SUBPROGRAMA CHAMADO COM (FUNCAO, ARQUIVO,
      *          SITUACAO, RC). CONFERE CONTRA A AGENDA (ARRVSCHD.txt)
      *          SE O ARQUIVO ESPERADO HOJE JA CHEGOU (DATA/HORA E
      *          TAMANHO DO PROPRIO ARQUIVO), GRAVA A CHEGADA NO
      *          HISTORICO (ARRVHIST.txt) COMO ONTIME OU LATE E, PASSADA
      *          A HORA DE CORTE SEM ARQUIVO, COMO MISSING; ATRASO E
      *          FALTA GERAM ALERTA EM ALERT.txt. SCAN CONFERE UM OU
      *          TODOS OS ARQUIVOS; WAIT ESPERA POR UM ARQUIVO ATE A
      *          HORA DE CORTE (USADO PELO BDRV0001 COM WAITFILE=).
      *          RC=0 OK/NAO VENCIDO, RC=4 ATRASADO, RC=8 FALTANDO,
      *          RC=12 CHAMADA INVALIDA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. ARRV0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT SCHD-FL ASSIGN SCHD-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-SCHD.
         SELECT HIST-FL ASSIGN HIST-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-HIST.
         SELECT HOL-FL ASSIGN HOL-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-HOL.
         SELECT ALRT-FL ASSIGN ALRT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ALRT.

       DATA DIVISION.
        FILE SECTION.
         FD SCHD-FL.
         01 SCHD-RCRD.
           COPY ARRSREC.

         FD HIST-FL.
         01 HIST-RCRD.
           COPY ARRHREC.

         FD HOL-FL.
         01 HOL-RCRD.
          02 HOL-MKT                                        PIC X(10).
          02 HOL-DT                                         PIC 9(8).

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
         77 SCHD-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ARRVSCHD.txt'.
         77 HIST-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ARRVHIST.txt'.
         77 HOL-FL-PATH               PIC X(80)
             VALUE '.\..\fls\HOLIDAY.txt'.
         77 ALRT-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ALERT.txt'.
         77 SCHD-FL-PATH-ENV          PIC X(80).
         77 HIST-FL-PATH-ENV          PIC X(80).
         77 HOL-FL-PATH-ENV           PIC X(80).
         77 ALRT-FL-PATH-ENV          PIC X(80).
         77 STTS-SCHD                                      PIC 99.
         77 STTS-HIST                                      PIC 99.
         77 STTS-HOL                                       PIC 99.
         77 STTS-ALRT                                      PIC 99.
         77 SCHD-EOF-FL                                    PIC X.
          88 SCHD-IS-EOF                                   VALUE 'Y'.
         77 HIST-EOF-FL                                    PIC X.
          88 HIST-IS-EOF                                   VALUE 'Y'.
         77 HOL-EOF-FL                                     PIC X.
          88 HOL-IS-EOF                                    VALUE 'Y'.

         77 POLL-SEC                            PIC 9(4) VALUE 60.
         77 POLL-SEC-ENV                                   PIC X(4).

         77 SCH-CT                                     PIC 9(4) COMP.
         77 SX                                         PIC 9(4) COMP.
         01 SCH-TBL.
          02 SCH-ENTRY OCCURS 50 TIMES.
           03 SC-ID                                        PIC X(8).
           03 SC-PATH                                      PIC X(80).
           03 SC-EXPECT                                    PIC 9(4).
           03 SC-CUTOFF                                    PIC 9(4).
           03 SC-DAYS                                      PIC X(7).
           03 SC-ON-HOL                                    PIC X.
           03 SC-VENDOR                                    PIC X(20).

         77 EVT-CT                                     PIC 9(4) COMP.
         77 EX                                         PIC 9(4) COMP.
         01 EVT-TBL.
          02 EVT-ENTRY OCCURS 200 TIMES.
           03 EV-ID                                        PIC X(8).
           03 EV-EVENT                                     PIC X(8).
         77 EVT-ONTIME-FL                                  PIC X.
         77 EVT-LATE-FL                                    PIC X.
         77 EVT-MISSING-FL                                 PIC X.

         77 TODAY-HOL-FL                                   PIC X.
          88 TODAY-IS-HOLIDAY                              VALUE 'Y'.
         77 NOW-TS                                         PIC 9(14).
         77 TODAY-DT                                       PIC 9(8).
         77 NOW-HHMM                                       PIC 9(4).
         77 WRK-INT                                        PIC 9(9).
         77 WRK-DOW                                        PIC 9.

         01 FILE-INFO.
          02 FI-SIZE                                  PIC X(8) COMP-X.
          02 FI-DD                                       PIC X COMP-X.
          02 FI-MM                                       PIC X COMP-X.
          02 FI-YYYY                                  PIC X(2) COMP-X.
          02 FI-HH                                       PIC X COMP-X.
          02 FI-MI                                       PIC X COMP-X.
          02 FI-SS                                       PIC X COMP-X.
          02 FI-HS                                       PIC X COMP-X.
         77 CHK-RC                                  PIC S9(9) COMP-5.
         01 ARR-TS.
          02 ARR-YYYY                                      PIC 9(4).
          02 ARR-MM                                        PIC 99.
          02 ARR-DD                                        PIC 99.
          02 ARR-HH                                        PIC 99.
          02 ARR-MI                                        PIC 99.
          02 ARR-SS                                        PIC 99.
         01 ARR-TS-N REDEFINES ARR-TS                      PIC 9(14).
         77 ARR-SIZE                                       PIC 9(12).
         77 ARR-MIN                                        PIC 9(5).
         77 EXP-MIN                                        PIC 9(5).
         77 LATE-MIN                                       PIC 9(5).
         77 EVENT-WRK                                      PIC X(8).
         77 STAT-WRK                                       PIC X(8).
         77 RC-WRK                                         PIC 99.
         77 FOUND-FL                                       PIC X.
          88 ID-IS-FOUND                                   VALUE 'Y'.
         77 ALRT-SEQ-CT                         PIC 999 VALUE ZEROS.
         77 SLEEP-SAVED-RC                          PIC S9(9) COMP-5.
         77 SAVED-RC                                PIC S9(9) COMP-5.

        LINKAGE SECTION.
         01 ARRV-FUNC                                      PIC X(4).
         01 ARRV-ID                                        PIC X(8).
         01 ARRV-STATUS                                    PIC X(8).
         01 ARRV-RC                                        PIC 99.

       PROCEDURE DIVISION USING ARRV-FUNC ARRV-ID ARRV-STATUS ARRV-RC.
        000-MAIN.
      * PRESERVE THE CALLER'S RETURN-CODE ACROSS THIS SERVICE CALL
         MOVE RETURN-CODE TO SAVED-RC.
         MOVE ZEROS TO ARRV-RC.
         MOVE SPACES TO ARRV-STATUS.
         PERFORM 100-INIT.
         EVALUATE ARRV-FUNC
          WHEN 'SCAN'
           PERFORM 200-SCAN
          WHEN 'WAIT'
           PERFORM 300-WAIT
          WHEN OTHER
           DISPLAY 'ARRV0001: UNKNOWN FUNCTION ' ARRV-FUNC
           MOVE 12 TO ARRV-RC
         END-EVALUATE.
         MOVE SAVED-RC TO RETURN-CODE.
         GOBACK.

        100-INIT.
         ACCEPT SCHD-FL-PATH-ENV FROM ENVIRONMENT 'ARRV0001_SCHDFILE'.
         IF SCHD-FL-PATH-ENV NOT = SPACES
          MOVE SCHD-FL-PATH-ENV TO SCHD-FL-PATH
         END-IF.
         ACCEPT HIST-FL-PATH-ENV FROM ENVIRONMENT 'ARRV0001_HISTFILE'.
         IF HIST-FL-PATH-ENV NOT = SPACES
          MOVE HIST-FL-PATH-ENV TO HIST-FL-PATH
         END-IF.
         ACCEPT HOL-FL-PATH-ENV FROM ENVIRONMENT 'ARRV0001_HOLFILE'.
         IF HOL-FL-PATH-ENV NOT = SPACES
          MOVE HOL-FL-PATH-ENV TO HOL-FL-PATH
         END-IF.
         ACCEPT ALRT-FL-PATH-ENV FROM ENVIRONMENT 'ARRV0001_ALERTFILE'.
         IF ALRT-FL-PATH-ENV NOT = SPACES
          MOVE ALRT-FL-PATH-ENV TO ALRT-FL-PATH
         END-IF.
         ACCEPT POLL-SEC-ENV FROM ENVIRONMENT 'ARRV0001_POLLSEC'.
         IF POLL-SEC-ENV NOT = SPACES
          COMPUTE POLL-SEC = FUNCTION NUMVAL(POLL-SEC-ENV)
         END-IF.
         IF POLL-SEC = 0
          MOVE 1 TO POLL-SEC
         END-IF.
         PERFORM 190-GET-NOW.
         PERFORM 110-LOAD-SCHEDULE.
         PERFORM 120-CHECK-HOLIDAY.
         PERFORM 130-LOAD-TODAY-EVENTS.

        110-LOAD-SCHEDULE.
         MOVE 0 TO SCH-CT.
         MOVE 'N' TO SCHD-EOF-FL.
         OPEN INPUT SCHD-FL.
         IF STTS-SCHD NOT = ZEROS
          DISPLAY 'ARRV0001: NO ARRIVAL SCHEDULE ('
           SCHD-FL-PATH(1:40) ')'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 111-LOAD-ONE-SCHEDULE UNTIL SCHD-IS-EOF.
         CLOSE SCHD-FL.

        111-LOAD-ONE-SCHEDULE.
         READ SCHD-FL
          AT END
           MOVE 'Y' TO SCHD-EOF-FL
          NOT AT END
           IF AS-ID NOT = SPACES AND AS-ID(1:1) NOT = '*'
            IF SCH-CT < 50
             ADD 1 TO SCH-CT
             MOVE AS-ID TO SC-ID(SCH-CT)
             MOVE AS-PATH TO SC-PATH(SCH-CT)
             MOVE AS-EXPECT TO SC-EXPECT(SCH-CT)
             MOVE AS-CUTOFF TO SC-CUTOFF(SCH-CT)
             MOVE AS-DAYS TO SC-DAYS(SCH-CT)
             MOVE AS-ON-HOL TO SC-ON-HOL(SCH-CT)
             MOVE AS-VENDOR TO SC-VENDOR(SCH-CT)
      * A CUT-OFF BEFORE THE EXPECTED TIME WOULD DECLARE THE FILE
      * MISSING BEFORE IT IS EVEN DUE
             IF SC-CUTOFF(SCH-CT) NOT NUMERIC
                OR SC-CUTOFF(SCH-CT) < SC-EXPECT(SCH-CT)
              MOVE SC-EXPECT(SCH-CT) TO SC-CUTOFF(SCH-CT)
             END-IF
            ELSE
             DISPLAY 'ARRV0001: SCHEDULE FULL, ' AS-ID ' IGNORED'
            END-IF
           END-IF
         END-READ.
         IF STTS-SCHD NOT = ZEROS AND STTS-SCHD NOT = 10
          MOVE 'Y' TO SCHD-EOF-FL
         END-IF.

        120-CHECK-HOLIDAY.
      * ONLY A WHOLE-SYSTEM CLOSURE (ALL OR BLANK MARKET) STOPS THE
      * DELIVERIES; A SINGLE MARKET'S HOLIDAY DOES NOT
         MOVE 'N' TO TODAY-HOL-FL.
         MOVE 'N' TO HOL-EOF-FL.
         OPEN INPUT HOL-FL.
         IF STTS-HOL NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 121-CHECK-ONE-HOLIDAY UNTIL HOL-IS-EOF.
         CLOSE HOL-FL.

        121-CHECK-ONE-HOLIDAY.
         READ HOL-FL
          AT END
           MOVE 'Y' TO HOL-EOF-FL
          NOT AT END
           IF (HOL-MKT = 'ALL' OR HOL-MKT = SPACES)
              AND HOL-DT = TODAY-DT
            MOVE 'Y' TO TODAY-HOL-FL
           END-IF
         END-READ.
         IF STTS-HOL NOT = ZEROS AND STTS-HOL NOT = 10
          MOVE 'Y' TO HOL-EOF-FL
         END-IF.

        130-LOAD-TODAY-EVENTS.
         MOVE 0 TO EVT-CT.
         MOVE 'N' TO HIST-EOF-FL.
         OPEN INPUT HIST-FL.
         IF STTS-HIST NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 131-LOAD-ONE-EVENT UNTIL HIST-IS-EOF.
         CLOSE HIST-FL.

        131-LOAD-ONE-EVENT.
         READ HIST-FL
          AT END
           MOVE 'Y' TO HIST-EOF-FL
          NOT AT END
           IF AH-DT = TODAY-DT AND EVT-CT < 200
            ADD 1 TO EVT-CT
            MOVE AH-ID TO EV-ID(EVT-CT)
            MOVE AH-EVENT TO EV-EVENT(EVT-CT)
           END-IF
         END-READ.
         IF STTS-HIST NOT = ZEROS AND STTS-HIST NOT = 10
          DISPLAY 'ARRV0001: I/O ERROR ON ' HIST-FL-PATH(1:40)
           ', STATUS = ' STTS-HIST
          MOVE 'Y' TO HIST-EOF-FL
         END-IF.

        190-GET-NOW.
         MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TS.
         MOVE NOW-TS(1:8) TO TODAY-DT.
         MOVE NOW-TS(9:4) TO NOW-HHMM.

        200-SCAN.
         IF ARRV-ID = SPACES
          MOVE 1 TO SX
          PERFORM 201-SCAN-ONE UNTIL SX > SCH-CT
          EXIT PARAGRAPH
         END-IF.
         PERFORM 290-FIND-ID.
         IF NOT ID-IS-FOUND
          DISPLAY 'ARRV0001: ' ARRV-ID ' IS NOT ON THE SCHEDULE'
          MOVE 'UNKNOWN' TO ARRV-STATUS
          MOVE 12 TO ARRV-RC
          EXIT PARAGRAPH
         END-IF.
         PERFORM 210-CHECK-ONE.
         MOVE STAT-WRK TO ARRV-STATUS.

        201-SCAN-ONE.
         PERFORM 210-CHECK-ONE.
         DISPLAY 'ARRIVAL: ' SC-ID(SX) ' ' STAT-WRK.
         ADD 1 TO SX.

        210-CHECK-ONE.
         PERFORM 211-CHECK-DUE-TODAY.
         IF STAT-WRK = 'NOTDUE'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 212-CHECK-RECORDED.
         IF EVT-ONTIME-FL = 'Y'
          MOVE 'ONTIME' TO STAT-WRK
          EXIT PARAGRAPH
         END-IF.
         IF EVT-LATE-FL = 'Y'
          MOVE 'LATE' TO STAT-WRK
          MOVE 4 TO RC-WRK
          PERFORM 280-TAKE-RC
          EXIT PARAGRAPH
         END-IF.
      * ONLY A FILE WRITTEN TODAY COUNTS: YESTERDAY'S DELIVERY LEFT
      * IN PLACE IS NOT TODAY'S ARRIVAL
         MOVE RETURN-CODE TO SLEEP-SAVED-RC.
         CALL 'CBL_CHECK_FILE_EXIST' USING SC-PATH(SX) FILE-INFO
          RETURNING CHK-RC.
         MOVE SLEEP-SAVED-RC TO RETURN-CODE.
         IF CHK-RC = 0
          MOVE FI-YYYY TO ARR-YYYY
          MOVE FI-MM TO ARR-MM
          MOVE FI-DD TO ARR-DD
          MOVE FI-HH TO ARR-HH
          MOVE FI-MI TO ARR-MI
          MOVE FI-SS TO ARR-SS
          IF ARR-TS-N(1:8) NOT = TODAY-DT
           MOVE 1 TO CHK-RC
          END-IF
         END-IF.
         IF CHK-RC = 0
          PERFORM 220-RECORD-ARRIVAL
          EXIT PARAGRAPH
         END-IF.
         IF EVT-MISSING-FL = 'Y'
          MOVE 'MISSING' TO STAT-WRK
          MOVE 8 TO RC-WRK
          PERFORM 280-TAKE-RC
          EXIT PARAGRAPH
         END-IF.
         IF NOW-HHMM NOT < SC-CUTOFF(SX)
          PERFORM 230-RECORD-MISSING
          EXIT PARAGRAPH
         END-IF.
         IF NOW-HHMM > SC-EXPECT(SX)
          MOVE 'OVERDUE' TO STAT-WRK
          MOVE 4 TO RC-WRK
          PERFORM 280-TAKE-RC
         ELSE
          MOVE 'PENDING' TO STAT-WRK
         END-IF.

        211-CHECK-DUE-TODAY.
         MOVE SPACES TO STAT-WRK.
         COMPUTE WRK-INT = FUNCTION INTEGER-OF-DATE(TODAY-DT).
         COMPUTE WRK-DOW = FUNCTION MOD(WRK-INT, 7).
         IF WRK-DOW = 0
          MOVE 7 TO WRK-DOW
         END-IF.
         IF SC-DAYS(SX)(WRK-DOW:1) NOT = 'Y'
          MOVE 'NOTDUE' TO STAT-WRK
         END-IF.
         IF TODAY-IS-HOLIDAY AND SC-ON-HOL(SX) NOT = 'Y'
          MOVE 'NOTDUE' TO STAT-WRK
         END-IF.

        212-CHECK-RECORDED.
         MOVE 'N' TO EVT-ONTIME-FL.
         MOVE 'N' TO EVT-LATE-FL.
         MOVE 'N' TO EVT-MISSING-FL.
         MOVE 1 TO EX.
         PERFORM 213-CHECK-ONE-EVENT UNTIL EX > EVT-CT.

        213-CHECK-ONE-EVENT.
         IF EV-ID(EX) = SC-ID(SX)
          EVALUATE EV-EVENT(EX)
           WHEN 'ONTIME'
            MOVE 'Y' TO EVT-ONTIME-FL
           WHEN 'LATE'
            MOVE 'Y' TO EVT-LATE-FL
           WHEN 'MISSING'
            MOVE 'Y' TO EVT-MISSING-FL
          END-EVALUATE
         END-IF.
         ADD 1 TO EX.

        220-RECORD-ARRIVAL.
         MOVE FI-SIZE TO ARR-SIZE.
         COMPUTE ARR-MIN = ARR-HH * 60 + ARR-MI.
         COMPUTE EXP-MIN = (SC-EXPECT(SX) / 100) * 60.
         COMPUTE EXP-MIN = EXP-MIN
           + SC-EXPECT(SX) - (SC-EXPECT(SX) / 100) * 100.
         MOVE ZEROS TO LATE-MIN.
         IF ARR-MIN > EXP-MIN
          COMPUTE LATE-MIN = ARR-MIN - EXP-MIN
          MOVE 'LATE' TO EVENT-WRK
          MOVE 4 TO RC-WRK
         ELSE
          MOVE 'ONTIME' TO EVENT-WRK
          MOVE ZEROS TO RC-WRK
         END-IF.
         PERFORM 240-WRITE-HISTORY.
         MOVE EVENT-WRK TO STAT-WRK.
         PERFORM 280-TAKE-RC.
         DISPLAY 'ARRIVED: ' SC-ID(SX) ' AT ' ARR-TS ' SIZE ' ARR-SIZE
           ' ' EVENT-WRK.
         IF EVENT-WRK = 'LATE'
          MOVE 'ARL' TO ALRT-TYPE
          MOVE SPACES TO ALRT-MSG
          STRING 'INBOUND FILE ARRIVED ' LATE-MIN ' MIN LATE'
           DELIMITED BY SIZE INTO ALRT-MSG
          PERFORM 250-RAISE-ALERT
         END-IF.

        230-RECORD-MISSING.
         MOVE ZEROS TO ARR-TS-N.
         MOVE ZEROS TO ARR-SIZE.
         MOVE ZEROS TO LATE-MIN.
         MOVE 'MISSING' TO EVENT-WRK.
         PERFORM 240-WRITE-HISTORY.
         MOVE 'MISSING' TO STAT-WRK.
         MOVE 8 TO RC-WRK.
         PERFORM 280-TAKE-RC.
         DISPLAY 'MISSING: ' SC-ID(SX) ' NOT IN AT CUT-OFF '
           SC-CUTOFF(SX).
         MOVE 'ARM' TO ALRT-TYPE.
         MOVE SPACES TO ALRT-MSG.
         STRING 'INBOUND FILE MISSING AT CUT-OFF ' SC-CUTOFF(SX)
           DELIMITED BY SIZE INTO ALRT-MSG.
         PERFORM 250-RAISE-ALERT.

        240-WRITE-HISTORY.
         OPEN EXTEND HIST-FL.
         IF STTS-HIST = 35 OR STTS-HIST = 30
          OPEN OUTPUT HIST-FL
         END-IF.
         IF STTS-HIST NOT = ZEROS
          DISPLAY 'ARRV0001: CANNOT OPEN ' HIST-FL-PATH(1:40)
           ', STATUS = ' STTS-HIST
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO HIST-RCRD.
         MOVE TODAY-DT TO AH-DT.
         MOVE SC-ID(SX) TO AH-ID.
         MOVE EVENT-WRK TO AH-EVENT.
         MOVE SC-EXPECT(SX) TO AH-EXPECT.
         MOVE SC-CUTOFF(SX) TO AH-CUTOFF.
         MOVE ARR-TS-N TO AH-ARR-TS.
         MOVE ARR-SIZE TO AH-SIZE.
         MOVE LATE-MIN TO AH-LATE-MIN.
         MOVE SC-VENDOR(SX) TO AH-VENDOR.
         MOVE FUNCTION CURRENT-DATE(1:14) TO AH-REC-TS.
         WRITE HIST-RCRD.
         CLOSE HIST-FL.
         IF EVT-CT < 200
          ADD 1 TO EVT-CT
          MOVE SC-ID(SX) TO EV-ID(EVT-CT)
          MOVE EVENT-WRK TO EV-EVENT(EVT-CT)
         END-IF.

        250-RAISE-ALERT.
         OPEN EXTEND ALRT-FL.
         IF STTS-ALRT = 35 OR STTS-ALRT = 30
          OPEN OUTPUT ALRT-FL
         END-IF.
         IF STTS-ALRT NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO ALRT-SEQ-CT.
         MOVE ALRT-SEQ-CT TO ALRT-SEQ.
         MOVE SC-ID(SX) TO ALRT-A.
         MOVE SC-VENDOR(SX) TO ALRT-B.
         MOVE TODAY-DT TO ALRT-DT.
         MOVE FUNCTION CURRENT-DATE(1:14) TO ALRT-TS.
         DISPLAY 'ALERT: ' ALRT-TYPE ' ' SC-ID(SX) ' - ' ALRT-MSG.
         WRITE ALRT-RCRD.
         CLOSE ALRT-FL.

        280-TAKE-RC.
         IF RC-WRK > ARRV-RC
          MOVE RC-WRK TO ARRV-RC
         END-IF.

        290-FIND-ID.
         MOVE 'N' TO FOUND-FL.
         MOVE 1 TO SX.
         PERFORM 291-SCAN-ID UNTIL SX > SCH-CT OR ID-IS-FOUND.

        291-SCAN-ID.
         IF SC-ID(SX) = ARRV-ID
          MOVE 'Y' TO FOUND-FL
         ELSE
          ADD 1 TO SX
         END-IF.

        300-WAIT.
      * THE STEP THAT NEEDS THE FILE IS HELD UNTIL IT ARRIVES OR
      * ITS CUT-OFF PASSES; THE FILE IS LOOKED FOR EVERY POLL-SEC
         PERFORM 290-FIND-ID.
         IF NOT ID-IS-FOUND
          DISPLAY 'ARRV0001: ' ARRV-ID ' IS NOT ON THE SCHEDULE'
          MOVE 'UNKNOWN' TO ARRV-STATUS
          MOVE 12 TO ARRV-RC
          EXIT PARAGRAPH
         END-IF.
         MOVE ZEROS TO ARRV-RC.
         PERFORM 210-CHECK-ONE.
         PERFORM 301-WAIT-ONE-POLL UNTIL STAT-WRK NOT = 'PENDING'
           AND STAT-WRK NOT = 'OVERDUE'.
         MOVE STAT-WRK TO ARRV-STATUS.
         IF STAT-WRK = 'NOTDUE'
          DISPLAY 'ARRV0001: ' ARRV-ID ' IS NOT EXPECTED TODAY'
         END-IF.

        301-WAIT-ONE-POLL.
         DISPLAY 'WAITING FOR ' SC-ID(SX) ' (' STAT-WRK
           ', CUT-OFF ' SC-CUTOFF(SX) ')'.
         MOVE RETURN-CODE TO SLEEP-SAVED-RC.
         CALL 'C$SLEEP' USING POLL-SEC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SLEEP-SAVED-RC TO RETURN-CODE.
         PERFORM 190-GET-NOW.
         MOVE ZEROS TO ARRV-RC.
         PERFORM 210-CHECK-ONE.
       END PROGRAM ARRV0001.
