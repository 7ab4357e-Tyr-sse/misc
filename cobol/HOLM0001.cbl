      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - MANUTENCAO DO CALENDARIO DE FERIADOS
      *          (HOLIDAY.txt): INCLUI E EXCLUI UM FERIADO DE UM
      *          MERCADO E IMPORTA A LISTA ANUAL DE UM MERCADO A PARTIR
      *          DE UM ARQUIVO (UMA DATA AAAAMMDD POR LINHA). RECUSA
      *          DATA INVALIDA, SABADO/DOMINGO, MERCADO FORA DO CADASTRO
      *          DE MOEDAS E DE RATE.txt E FERIADO DUPLICADO; REGRAVA O
      *          CALENDARIO EM ORDEM DE MERCADO E DATA E REGISTRA CADA
      *          MUDANCA COM OPERADOR E TIMESTAMP EM HOLMAUD.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. HOLM0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT HOLIDAY-FL ASSIGN HOLIDAY-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-HOL.
         SELECT CUR-FL ASSIGN CUR-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CUR.
         SELECT RATE-FL ASSIGN RATE-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RATE.
         SELECT IMP-FL ASSIGN IMP-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-IMP.

       DATA DIVISION.
        FILE SECTION.
         FD HOLIDAY-FL.
         01 HOL-RCRD.
          02 HOL-MKT                                        PIC X(10).
          02 HOL-DT                                         PIC 9(8).

         FD CUR-FL.
         01 CUR-RCRD.
          COPY CURREC.

         FD RATE-FL.
         01 RATE-RCRD.
          02 RATE-A                                        PIC X(10).
          02 RATE-B                                        PIC X(10).
          02 FILLER                                        PIC X(38).

         FD IMP-FL.
         01 IMP-RCRD.
          02 IMP-DT                                         PIC X(8).
          02 FILLER                                         PIC X(72).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'HOLM0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 HOLIDAY-FL-PATH           PIC X(80)
             VALUE '.\..\fls\HOLIDAY.txt'.
         77 CUR-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CURRMST.txt'.
         77 RATE-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RATE.txt'.
         77 AUD-FL-PATH               PIC X(80)
             VALUE '.\..\fls\HOLMAUD.txt'.
         77 IMP-FL-PATH               PIC X(80).
         77 HOLIDAY-FL-PATH-ENV       PIC X(80).
         77 CUR-FL-PATH-ENV           PIC X(80).
         77 RATE-FL-PATH-ENV          PIC X(80).
         77 AUD-FL-PATH-ENV           PIC X(80).
         77 IMP-FL-PATH-ENV           PIC X(80).

         77 STTS-HOL                                       PIC 99.
         77 STTS-CUR                                       PIC 99.
         77 STTS-RATE                                      PIC 99.
         77 STTS-IMP                                       PIC 99.
         77 AUD-REC                                        PIC X(100).
         77 AUD-WIDTH                          PIC 9(3) VALUE 100.
         77 AUDC-RC                                        PIC 99.
         77 HOL-EOF-FL                                     PIC X.
          88 HOL-IS-EOF                                    VALUE 'Y'.
         77 CUR-EOF-FL                                     PIC X.
          88 CUR-IS-EOF                                    VALUE 'Y'.
         77 RATE-EOF-FL                                    PIC X.
          88 RATE-IS-EOF                                   VALUE 'Y'.
         77 IMP-EOF-FL                                     PIC X.
          88 IMP-IS-EOF                                    VALUE 'Y'.

         77 HOL-CT                                     PIC 9(4) COMP.
         77 HOL-IX                                     PIC 9(4) COMP.
         01 HOL-TBL.
          02 HOL-ENTRY OCCURS 1 TO 999 TIMES
             DEPENDING ON HOL-CT.
           03 HT-MKT                                       PIC X(10).
           03 HT-DT                                        PIC 9(8).
           03 HT-DEL                                       PIC X.

         77 CUR-CT                                     PIC 9(4) COMP.
         77 CUR-IX                                     PIC 9(4) COMP.
         01 CUR-TBL.
          02 CUR-ENTRY OCCURS 999 TIMES.
           03 CU-CODE                                      PIC X(10).

         77 MORE-FL                                    PIC X VALUE 'Y'.
          88 IS-MORE                                       VALUE 'Y'.
         77 ANS-OPER                                       PIC X(3).
         77 OPRV-FUNC                                  PIC X(3).
         77 OPRV-ROLE                                  PIC X(8).
         77 OPRV-PGM                                   PIC X(8).
         77 OPRV-RC                                    PIC 99.
         77 OPRV-SAVED-RC                        PIC S9(9) COMP-5.
         77 ANS-ACTION                                     PIC X.
         77 ANS-MKT                                        PIC X(10).
         77 SAVED-MKT                                      PIC X(10).
         77 ANS-DT                                         PIC X(8).
         77 ANS-YEAR                                       PIC X(4).
         77 ANS-AGAIN                                      PIC X.
         77 ACT-WRK                                        PIC X(6).
         77 NEW-DT                                         PIC 9(8).
         77 FOUND-FL                                       PIC X.
          88 DATE-IS-FOUND                                 VALUE 'Y'.
         77 REJECT-FL                                      PIC X.
          88 DATE-IS-REJECTED                              VALUE 'Y'.
         77 WRK-INT                                        PIC 9(9).
         77 WRK-DOW                                        PIC 9.
         77 CT-ADDED                            PIC 9(4) VALUE ZEROS.
         77 CT-REMOVED                          PIC 9(4) VALUE ZEROS.
         77 CT-REJECTED                         PIC 9(4) VALUE ZEROS.
         77 CT-IMP-READ                         PIC 9(4) VALUE ZEROS.
         77 CT-LOADED                           PIC 9(4) VALUE ZEROS.
         77 CT-WRITTEN                                     PIC 9(4).
         77 TODAY-TS                                       PIC 9(14).

         77 DTVL-DATE                 PIC 9(8).
         77 DTVL-RC                   PIC 99.
         77 SAVED-RC                  PIC S9(9) COMP-5.



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
         DISPLAY 'MAIN: HOLM0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: HOLM0001'.
         ACCEPT HOLIDAY-FL-PATH-ENV FROM ENVIRONMENT 'HOLM0001_HOLFILE'.
         IF HOLIDAY-FL-PATH-ENV NOT = SPACES
          MOVE HOLIDAY-FL-PATH-ENV TO HOLIDAY-FL-PATH
         END-IF.
         ACCEPT CUR-FL-PATH-ENV FROM ENVIRONMENT 'HOLM0001_CURFILE'.
         IF CUR-FL-PATH-ENV NOT = SPACES
          MOVE CUR-FL-PATH-ENV TO CUR-FL-PATH
         END-IF.
         ACCEPT RATE-FL-PATH-ENV FROM ENVIRONMENT 'HOLM0001_RATEFILE'.
         IF RATE-FL-PATH-ENV NOT = SPACES
          MOVE RATE-FL-PATH-ENV TO RATE-FL-PATH
         END-IF.
         ACCEPT AUD-FL-PATH-ENV FROM ENVIRONMENT 'HOLM0001_AUDFILE'.
         IF AUD-FL-PATH-ENV NOT = SPACES
          MOVE AUD-FL-PATH-ENV TO AUD-FL-PATH
         END-IF.
         ACCEPT IMP-FL-PATH-ENV FROM ENVIRONMENT 'HOLM0001_IMPFILE'.
         MOVE FUNCTION CURRENT-DATE(1:14) TO TODAY-TS.
         PERFORM 101-LOAD-CURRENCY.
         PERFORM 105-LOAD-RATE-MARKETS.
         PERFORM 103-LOAD-HOLIDAYS.

        101-LOAD-CURRENCY.
         MOVE 0 TO CUR-CT.
         MOVE 'N' TO CUR-EOF-FL.
         OPEN INPUT CUR-FL.
         IF STTS-CUR NOT = ZEROS
          DISPLAY 'CURRENCY MASTER NOT FOUND (' CUR-FL-PATH ')'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 102-LOAD-ONE-CUR UNTIL CUR-IS-EOF.
         CLOSE CUR-FL.

        102-LOAD-ONE-CUR.
         READ CUR-FL
          AT END
           MOVE 'Y' TO CUR-EOF-FL
          NOT AT END
           IF CUR-CT >= 999
            DISPLAY 'CURRENCY TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO CUR-CT
           MOVE CUR-CODE TO CU-CODE(CUR-CT)
         END-READ.
         IF STTS-CUR NOT = ZEROS AND STTS-CUR NOT = 10
          DISPLAY 'I/O ERROR READING CUR-FL, STATUS = ' STTS-CUR
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        103-LOAD-HOLIDAYS.
      * A CALENDAR THAT DOES NOT EXIST YET IS STARTED EMPTY
         MOVE 0 TO HOL-CT.
         MOVE 'N' TO HOL-EOF-FL.
         OPEN INPUT HOLIDAY-FL.
         IF STTS-HOL NOT = ZEROS
          DISPLAY 'HOLIDAY-FL NOT FOUND, STARTING AN EMPTY CALENDAR'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 104-LOAD-ONE-HOLIDAY UNTIL HOL-IS-EOF.
         CLOSE HOLIDAY-FL.
         MOVE HOL-CT TO CT-LOADED.

        104-LOAD-ONE-HOLIDAY.
         READ HOLIDAY-FL
          AT END
           MOVE 'Y' TO HOL-EOF-FL
          NOT AT END
           IF HOL-CT >= 999
            DISPLAY 'HOLIDAY TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO HOL-CT
           MOVE HOL-MKT TO HT-MKT(HOL-CT)
           MOVE HOL-DT TO HT-DT(HOL-CT)
           MOVE 'N' TO HT-DEL(HOL-CT)
         END-READ.
         IF STTS-HOL NOT = ZEROS AND STTS-HOL NOT = 10
          DISPLAY 'I/O ERROR READING HOLIDAY-FL, STATUS = ' STTS-HOL
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        105-LOAD-RATE-MARKETS.
      * A CODE QUOTED ON RATE.txt IS A MARKET IN USE EVEN BEFORE IT
      * REACHES THE CURRENCY MASTER, AND THE COVERAGE CHECK WANTS
      * ITS CALENDAR TOO
         MOVE 'N' TO RATE-EOF-FL.
         OPEN INPUT RATE-FL.
         IF STTS-RATE NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 106-LOAD-ONE-RATE UNTIL RATE-IS-EOF.
         CLOSE RATE-FL.

        106-LOAD-ONE-RATE.
         READ RATE-FL
          AT END
           MOVE 'Y' TO RATE-EOF-FL
          NOT AT END
           MOVE RATE-A TO ANS-MKT
           PERFORM 107-ADD-KNOWN-MARKET
           MOVE RATE-B TO ANS-MKT
           PERFORM 107-ADD-KNOWN-MARKET
         END-READ.
         IF STTS-RATE NOT = ZEROS AND STTS-RATE NOT = 10
          MOVE 'Y' TO RATE-EOF-FL
         END-IF.

        107-ADD-KNOWN-MARKET.
         IF ANS-MKT = SPACES
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO CUR-IX.
         PERFORM 204-SCAN-CUR UNTIL CUR-IX > CUR-CT
          OR CU-CODE(CUR-IX) = ANS-MKT.
         IF CUR-IX <= CUR-CT OR CUR-CT >= 999
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CUR-CT.
         MOVE ANS-MKT TO CU-CODE(CUR-CT).

        200-PROCESS.
         DISPLAY 'PROCESS: HOLM0001'.
         DISPLAY 'HOLIDAY CALENDAR MAINTENANCE'.
         DISPLAY 'OPERATOR INITIALS: '.
         ACCEPT ANS-OPER.
         IF ANS-OPER = SPACES
          DISPLAY 'OPERATOR INITIALS REQUIRED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 290-SIGN-ON-OPERATOR.
         PERFORM 201-ONE-CHANGE UNTIL NOT IS-MORE.
         IF CT-ADDED > 0 OR CT-REMOVED > 0
          PERFORM 230-REWRITE-CALENDAR
         END-IF.

        201-ONE-CHANGE.
         DISPLAY 'ACTION - A=ADD D=DELETE I=IMPORT YEAR '
          '(OTHER = STOP): '.
         ACCEPT ANS-ACTION.
         INSPECT ANS-ACTION CONVERTING 'adi' TO 'ADI'.
         IF ANS-ACTION NOT = 'A' AND ANS-ACTION NOT = 'D'
            AND ANS-ACTION NOT = 'I'
          MOVE 'N' TO MORE-FL
          EXIT PARAGRAPH
         END-IF.
         DISPLAY 'MARKET (CURRENCY CODE OR ALL): '.
         ACCEPT ANS-MKT.
         EVALUATE ANS-ACTION
          WHEN 'A'
           DISPLAY 'HOLIDAY DATE (YYYYMMDD): '
           ACCEPT ANS-DT
           MOVE 'ADD' TO ACT-WRK
           PERFORM 202-ADD-HOLIDAY
          WHEN 'D'
           DISPLAY 'HOLIDAY DATE (YYYYMMDD): '
           ACCEPT ANS-DT
           PERFORM 205-REMOVE-HOLIDAY
          WHEN 'I'
           PERFORM 210-IMPORT-YEAR
         END-EVALUATE.
         DISPLAY 'ANOTHER CHANGE? (Y/N)'.
         ACCEPT ANS-AGAIN.
         IF ANS-AGAIN NOT = 'Y' AND ANS-AGAIN NOT = 'y'
          MOVE 'N' TO MORE-FL
         END-IF.

        202-ADD-HOLIDAY.
         PERFORM 203-VALIDATE-DATE.
         IF DATE-IS-REJECTED
          ADD 1 TO CT-REJECTED
          EXIT PARAGRAPH
         END-IF.
         PERFORM 207-FIND-HOLIDAY.
         IF DATE-IS-FOUND
          DISPLAY 'REJECTED: ' ANS-MKT ' ' NEW-DT
           ' IS ALREADY ON THE CALENDAR'
          ADD 1 TO CT-REJECTED
          EXIT PARAGRAPH
         END-IF.
      * A DAY ALREADY CLOSED FOR ALL MARKETS NEEDS NO OWN ENTRY
         IF ANS-MKT NOT = 'ALL'
          MOVE ANS-MKT TO SAVED-MKT
          MOVE 'ALL' TO ANS-MKT
          PERFORM 207-FIND-HOLIDAY
          MOVE SAVED-MKT TO ANS-MKT
          IF DATE-IS-FOUND
           DISPLAY 'REJECTED: ' NEW-DT ' IS ALREADY A HOLIDAY FOR ALL'
            ' MARKETS'
           ADD 1 TO CT-REJECTED
           EXIT PARAGRAPH
          END-IF
         END-IF.
         IF HOL-CT >= 999
          DISPLAY 'REJECTED: HOLIDAY TABLE FULL'
          ADD 1 TO CT-REJECTED
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO HOL-CT.
         MOVE ANS-MKT TO HT-MKT(HOL-CT).
         MOVE NEW-DT TO HT-DT(HOL-CT).
         MOVE 'N' TO HT-DEL(HOL-CT).
         ADD 1 TO CT-ADDED.
         PERFORM 220-WRITE-AUDIT.
         DISPLAY 'ADDED: ' ANS-MKT ' ' NEW-DT.

        203-VALIDATE-DATE.
      * A HOLIDAY IS A BUSINESS DAY TAKEN AWAY: THE MARKET MUST BE
      * KNOWN, THE DATE REAL, AND NEVER A SATURDAY OR SUNDAY
         MOVE 'Y' TO REJECT-FL.
         IF ANS-MKT NOT = 'ALL'
          MOVE 1 TO CUR-IX
          PERFORM 204-SCAN-CUR UNTIL CUR-IX > CUR-CT
           OR CU-CODE(CUR-IX) = ANS-MKT
          IF CUR-IX > CUR-CT
           DISPLAY 'REJECTED: MARKET ' ANS-MKT ' NOT ON CURRENCY'
            ' MASTER OR RATE FILE'
           EXIT PARAGRAPH
          END-IF
         END-IF.
         IF ANS-DT NOT NUMERIC
          DISPLAY 'REJECTED: DATE MUST BE NUMERIC YYYYMMDD (' ANS-DT
           ')'
          EXIT PARAGRAPH
         END-IF.
         MOVE ANS-DT TO NEW-DT.
         MOVE NEW-DT TO DTVL-DATE.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'DTVL0001' USING DTVL-DATE DTVL-RC.
         MOVE SAVED-RC TO RETURN-CODE.
         IF DTVL-RC NOT = ZEROS
          DISPLAY 'REJECTED: ' NEW-DT ' IS NOT A VALID CALENDAR DATE'
          EXIT PARAGRAPH
         END-IF.
         COMPUTE WRK-INT = FUNCTION INTEGER-OF-DATE(NEW-DT).
         COMPUTE WRK-DOW = FUNCTION MOD(WRK-INT, 7).
         IF WRK-DOW = 0 OR WRK-DOW = 6
          DISPLAY 'REJECTED: ' NEW-DT ' FALLS ON A WEEKEND'
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO REJECT-FL.

        204-SCAN-CUR.
         ADD 1 TO CUR-IX.

        205-REMOVE-HOLIDAY.
         IF ANS-DT NOT NUMERIC
          DISPLAY 'REJECTED: DATE MUST BE NUMERIC YYYYMMDD'
          ADD 1 TO CT-REJECTED
          EXIT PARAGRAPH
         END-IF.
         MOVE ANS-DT TO NEW-DT.
         PERFORM 207-FIND-HOLIDAY.
         IF NOT DATE-IS-FOUND
          DISPLAY 'REJECTED: ' ANS-MKT ' ' NEW-DT
           ' IS NOT ON THE CALENDAR'
          ADD 1 TO CT-REJECTED
          EXIT PARAGRAPH
         END-IF.
         MOVE 'Y' TO HT-DEL(HOL-IX).
         ADD 1 TO CT-REMOVED.
         MOVE 'DELETE' TO ACT-WRK.
         PERFORM 220-WRITE-AUDIT.
         DISPLAY 'REMOVED: ' ANS-MKT ' ' NEW-DT.

        207-FIND-HOLIDAY.
         MOVE 'N' TO FOUND-FL.
         MOVE 1 TO HOL-IX.
         PERFORM 208-SCAN-HOLIDAY UNTIL HOL-IX > HOL-CT
          OR DATE-IS-FOUND.

        208-SCAN-HOLIDAY.
         IF HT-MKT(HOL-IX) = ANS-MKT AND HT-DT(HOL-IX) = NEW-DT
            AND HT-DEL(HOL-IX) NOT = 'Y'
          MOVE 'Y' TO FOUND-FL
         ELSE
          ADD 1 TO HOL-IX
         END-IF.

        210-IMPORT-YEAR.
      * THE MARKET'S PUBLISHED LIST FOR ONE YEAR, ONE YYYYMMDD PER
      * LINE (ANYTHING AFTER COLUMN 8 IS A FREE DESCRIPTION); EACH
      * DATE PASSES THE SAME CHECKS AS A SINGLE ADD
         DISPLAY 'YEAR BEING IMPORTED (YYYY): '.
         ACCEPT ANS-YEAR.
         IF ANS-YEAR NOT NUMERIC
          DISPLAY 'REJECTED: YEAR MUST BE NUMERIC YYYY'
          EXIT PARAGRAPH
         END-IF.
         IF IMP-FL-PATH-ENV NOT = SPACES
          MOVE IMP-FL-PATH-ENV TO IMP-FL-PATH
         ELSE
          DISPLAY 'IMPORT FILE: '
          ACCEPT IMP-FL-PATH
         END-IF.
         OPEN INPUT IMP-FL.
         IF STTS-IMP NOT = ZEROS
          DISPLAY 'IMPORT FILE NOT FOUND (' IMP-FL-PATH ')'
          EXIT PARAGRAPH
         END-IF.
         MOVE 'IMPORT' TO ACT-WRK.
         MOVE 'N' TO IMP-EOF-FL.
         PERFORM 211-IMPORT-ONE UNTIL IMP-IS-EOF.
         CLOSE IMP-FL.

        211-IMPORT-ONE.
         READ IMP-FL
          AT END
           MOVE 'Y' TO IMP-EOF-FL
          NOT AT END
           IF IMP-DT NOT = SPACES AND IMP-DT(1:1) NOT = '*'
            ADD 1 TO CT-IMP-READ
            MOVE IMP-DT TO ANS-DT
            IF ANS-DT(1:4) NOT = ANS-YEAR
             DISPLAY 'REJECTED: ' ANS-DT ' IS NOT IN ' ANS-YEAR
             ADD 1 TO CT-REJECTED
            ELSE
             PERFORM 202-ADD-HOLIDAY
            END-IF
           END-IF
         END-READ.
         IF STTS-IMP NOT = ZEROS AND STTS-IMP NOT = 10
          DISPLAY 'I/O ERROR READING IMP-FL, STATUS = ' STTS-IMP
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO IMP-EOF-FL
         END-IF.

        220-WRITE-AUDIT.
         MOVE SPACES TO AUD-REC.
         STRING TODAY-TS ' ' ANS-OPER ' ' ACT-WRK ' ' ANS-MKT
          ' ' NEW-DT
          DELIMITED BY SIZE INTO AUD-REC.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.

        230-REWRITE-CALENDAR.
      * THE CALENDAR IS KEPT IN MARKET AND DATE ORDER SO A HAND
      * REVIEW OF THE FILE READS ONE MARKET'S YEAR AT A TIME
         SORT HOL-ENTRY ON ASCENDING KEY HT-MKT HT-DT.
         OPEN OUTPUT HOLIDAY-FL.
         IF STTS-HOL NOT = ZEROS
          DISPLAY 'CANNOT REWRITE HOLIDAY-FL, STATUS = ' STTS-HOL
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO HOL-IX.
         MOVE 0 TO CT-WRITTEN.
         PERFORM 231-WRITE-ONE-HOLIDAY UNTIL HOL-IX > HOL-CT.
         CLOSE HOLIDAY-FL.
         DISPLAY 'HOLIDAY CALENDAR UPDATED: ' HOLIDAY-FL-PATH.
         DISPLAY ' HOLIDAYS WRITTEN: ' CT-WRITTEN.

        231-WRITE-ONE-HOLIDAY.
         IF HT-DEL(HOL-IX) NOT = 'Y'
          MOVE HT-MKT(HOL-IX) TO HOL-MKT
          MOVE HT-DT(HOL-IX) TO HOL-DT
          WRITE HOL-RCRD
          ADD 1 TO CT-WRITTEN
         END-IF.
         ADD 1 TO HOL-IX.

        290-SIGN-ON-OPERATOR.
      * THE HOLMAINT ROLE ON THE OPERATOR MASTER DECIDES WHO MAY
      * CHANGE THE CALENDAR THE BUSINESS-DAY CHECKS RUN FROM
         MOVE 'ON' TO OPRV-FUNC.
         MOVE 'HOLMAINT' TO OPRV-ROLE.
         MOVE 'HOLM0001' TO OPRV-PGM.
         MOVE RETURN-CODE TO OPRV-SAVED-RC.
         CALL 'OPRV0001' USING OPRV-FUNC ANS-OPER OPRV-ROLE
           OPRV-PGM OPRV-RC
          ON EXCEPTION
           MOVE ZEROS TO OPRV-RC
         END-CALL.
         MOVE OPRV-SAVED-RC TO RETURN-CODE.
         IF OPRV-RC NOT = ZEROS
          DISPLAY 'SIGN-ON REFUSED, SESSION ENDED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        291-SIGN-OFF-OPERATOR.
         MOVE 'OFF' TO OPRV-FUNC.
         MOVE RETURN-CODE TO OPRV-SAVED-RC.
         CALL 'OPRV0001' USING OPRV-FUNC ANS-OPER OPRV-ROLE
           OPRV-PGM OPRV-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE OPRV-SAVED-RC TO RETURN-CODE.

        300-END.
         PERFORM 291-SIGN-OFF-OPERATOR.
         DISPLAY '-- HOLIDAY MAINTENANCE SUMMARY --'.
         DISPLAY ' HOLIDAYS READ: ' CT-LOADED.
         DISPLAY ' IMPORT LINES READ: ' CT-IMP-READ.
         DISPLAY ' ADDED: ' CT-ADDED.
         DISPLAY ' REMOVED: ' CT-REMOVED.
         DISPLAY ' REJECTED: ' CT-REJECTED.
         IF CT-REJECTED > 0 AND RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: HOLM0001'.
         GOBACK.
       END PROGRAM HOLM0001.
