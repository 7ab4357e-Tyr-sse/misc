      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - COBERTURA DO CALENDARIO DE FERIADOS NA
      *          VIRADA DO ANO: REUNE OS MERCADOS EM USO (MOEDAS ATIVAS
      *          DE CURRMST.txt E AS DUAS PONTAS DE CADA PAR DE
      *          RATE.txt), CONTA OS FERIADOS DE CADA UM EM HOLIDAY.txt
      *          NO ANO CORRENTE E NO SEGUINTE E, A PARTIR DE NOVEMBRO,
      *          GRAVA UM ALERTA HOL EM ALERT.txt PARA CADA MERCADO SEM
      *          NENHUM FERIADO CARREGADO PARA O ANO SEGUINTE. RC 4 SE
      *          ALGUM MERCADO ESTA DESCOBERTO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. HOLC0001.
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
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.
         SELECT ALRT-FL ASSIGN ALRT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ALRT.

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
          02 RATE-EFF-DT                                   PIC 9(8).
          02 RATE-NUM                                      PIC 9(10).
          02 RATE-DEN                                      PIC 9(10).
          02 RATE-FIX                                      PIC X(5).
          02 RATE-TENOR                                    PIC X(3).
          02 RATE-SIDE                                     PIC X.

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

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'HOLC0001'.
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
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\HOLCOVER.txt'.
         77 ALRT-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ALERT.txt'.
         77 HOLIDAY-FL-PATH-ENV       PIC X(80).
         77 CUR-FL-PATH-ENV           PIC X(80).
         77 RATE-FL-PATH-ENV          PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 ALRT-FL-PATH-ENV          PIC X(80).

         77 STTS-HOL                                       PIC 99.
         77 STTS-CUR                                       PIC 99.
         77 STTS-RATE                                      PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 STTS-ALRT                                      PIC 99.
         77 HOL-EOF-FL                                     PIC X.
          88 HOL-IS-EOF                                    VALUE 'Y'.
         77 CUR-EOF-FL                                     PIC X.
          88 CUR-IS-EOF                                    VALUE 'Y'.
         77 RATE-EOF-FL                                    PIC X.
          88 RATE-IS-EOF                                   VALUE 'Y'.

      * THE CHECK RUNS ALL YEAR BUT ONLY ALERTS FROM THIS MONTH ON
         77 DUE-MONTH                           PIC 99 VALUE 11.
         77 DUE-MONTH-ENV                                  PIC X(2).
         77 TODAY-DT-ENV                                   PIC X(8).
         01 TODAY-DT                                       PIC 9(8).
         01 TODAY-R REDEFINES TODAY-DT.
          02 TODAY-YYYY                                    PIC 9(4).
          02 TODAY-MM                                      PIC 99.
          02 TODAY-DD                                      PIC 99.
         77 NEXT-YYYY                                      PIC 9(4).
         77 HOL-YYYY                                       PIC 9(4).
         77 DUE-FL                                         PIC X.
          88 CHECK-IS-DUE                                  VALUE 'Y'.

         77 MKT-CT                                     PIC 9(4) COMP.
         77 MKT-IX                                     PIC 9(4) COMP.
         01 MKT-TBL.
          02 MKT-ENTRY OCCURS 1 TO 999 TIMES
             DEPENDING ON MKT-CT.
           03 MK-CODE                                      PIC X(10).
           03 MK-IN-CUR                                    PIC X.
           03 MK-IN-RATE                                   PIC X.
           03 MK-THIS                                      PIC 9(4).
           03 MK-NEXT                                      PIC 9(4).
         77 FIND-MKT                                       PIC X(10).
         77 ALL-THIS                            PIC 9(4) VALUE ZEROS.
         77 ALL-NEXT                            PIC 9(4) VALUE ZEROS.

         77 CT-UNCOVERED                        PIC 9(4) VALUE ZEROS.
         77 CT-HOLIDAYS                         PIC 9(6) VALUE ZEROS.
         77 ALRT-SEQ-CT                         PIC 999 VALUE ZEROS.
         77 SRC-WRK                                        PIC X(9).
         77 STATUS-WRK                                     PIC X(12).
         77 ED-CT                                          PIC 9(4).



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
         DISPLAY 'MAIN: HOLC0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: HOLC0001'.
         ACCEPT HOLIDAY-FL-PATH-ENV FROM ENVIRONMENT 'HOLC0001_HOLFILE'.
         IF HOLIDAY-FL-PATH-ENV NOT = SPACES
          MOVE HOLIDAY-FL-PATH-ENV TO HOLIDAY-FL-PATH
         END-IF.
         ACCEPT CUR-FL-PATH-ENV FROM ENVIRONMENT 'HOLC0001_CURFILE'.
         IF CUR-FL-PATH-ENV NOT = SPACES
          MOVE CUR-FL-PATH-ENV TO CUR-FL-PATH
         END-IF.
         ACCEPT RATE-FL-PATH-ENV FROM ENVIRONMENT 'HOLC0001_RATEFILE'.
         IF RATE-FL-PATH-ENV NOT = SPACES
          MOVE RATE-FL-PATH-ENV TO RATE-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'HOLC0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT ALRT-FL-PATH-ENV FROM ENVIRONMENT 'HOLC0001_ALERTFILE'.
         IF ALRT-FL-PATH-ENV NOT = SPACES
          MOVE ALRT-FL-PATH-ENV TO ALRT-FL-PATH
         END-IF.
         ACCEPT DUE-MONTH-ENV FROM ENVIRONMENT 'HOLC0001_DUEMONTH'.
         IF DUE-MONTH-ENV IS NUMERIC AND DUE-MONTH-ENV NOT = SPACES
          MOVE DUE-MONTH-ENV TO DUE-MONTH
         END-IF.
      * A REHEARSAL OF THE YEAR END CAN RUN AS OF ANOTHER DATE
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         ACCEPT TODAY-DT-ENV FROM ENVIRONMENT 'HOLC0001_ASOFDATE'.
         IF TODAY-DT-ENV IS NUMERIC
          MOVE TODAY-DT-ENV TO TODAY-DT
         END-IF.
         COMPUTE NEXT-YYYY = TODAY-YYYY + 1.
         IF TODAY-MM NOT < DUE-MONTH
          MOVE 'Y' TO DUE-FL
         ELSE
          MOVE 'N' TO DUE-FL
         END-IF.
         MOVE 0 TO MKT-CT.
         PERFORM 101-LOAD-CURRENCY.
         PERFORM 103-LOAD-RATE-PAIRS.

        101-LOAD-CURRENCY.
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
      * AN INACTIVE CODE TRADES NOTHING AND NEEDS NO CALENDAR
         READ CUR-FL
          AT END
           MOVE 'Y' TO CUR-EOF-FL
          NOT AT END
           IF CUR-ACTIVE-FL = 'A'
            MOVE CUR-CODE TO FIND-MKT
            PERFORM 110-ADD-MARKET
            IF MKT-IX <= MKT-CT
             MOVE 'C' TO MK-IN-CUR(MKT-IX)
            END-IF
           END-IF
         END-READ.
         IF STTS-CUR NOT = ZEROS AND STTS-CUR NOT = 10
          DISPLAY 'I/O ERROR READING CUR-FL, STATUS = ' STTS-CUR
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        103-LOAD-RATE-PAIRS.
         MOVE 'N' TO RATE-EOF-FL.
         OPEN INPUT RATE-FL.
         IF STTS-RATE NOT = ZEROS
          DISPLAY 'RATE FILE NOT FOUND (' RATE-FL-PATH ')'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 104-LOAD-ONE-RATE UNTIL RATE-IS-EOF.
         CLOSE RATE-FL.

        104-LOAD-ONE-RATE.
         READ RATE-FL
          AT END
           MOVE 'Y' TO RATE-EOF-FL
          NOT AT END
           IF RATE-A NOT = SPACES
            MOVE RATE-A TO FIND-MKT
            PERFORM 110-ADD-MARKET
            IF MKT-IX <= MKT-CT
             MOVE 'R' TO MK-IN-RATE(MKT-IX)
            END-IF
           END-IF
           IF RATE-B NOT = SPACES
            MOVE RATE-B TO FIND-MKT
            PERFORM 110-ADD-MARKET
            IF MKT-IX <= MKT-CT
             MOVE 'R' TO MK-IN-RATE(MKT-IX)
            END-IF
           END-IF
         END-READ.
         IF STTS-RATE NOT = ZEROS AND STTS-RATE NOT = 10
          DISPLAY 'I/O ERROR READING RATE-FL, STATUS = ' STTS-RATE
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO RATE-EOF-FL
         END-IF.

        110-ADD-MARKET.
         PERFORM 111-FIND-MARKET.
         IF MKT-IX <= MKT-CT
          EXIT PARAGRAPH
         END-IF.
         IF MKT-CT >= 999
          DISPLAY 'MARKET TABLE FULL, ' FIND-MKT ' NOT CHECKED'
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO MKT-CT.
         MOVE MKT-CT TO MKT-IX.
         MOVE FIND-MKT TO MK-CODE(MKT-IX).
         MOVE SPACE TO MK-IN-CUR(MKT-IX).
         MOVE SPACE TO MK-IN-RATE(MKT-IX).
         MOVE ZEROS TO MK-THIS(MKT-IX).
         MOVE ZEROS TO MK-NEXT(MKT-IX).

        111-FIND-MARKET.
         MOVE 1 TO MKT-IX.
         PERFORM 112-SCAN-MARKET UNTIL MKT-IX > MKT-CT
          OR MK-CODE(MKT-IX) = FIND-MKT.

        112-SCAN-MARKET.
         ADD 1 TO MKT-IX.

        200-PROCESS.
         DISPLAY 'PROCESS: HOLC0001'.
         PERFORM 201-COUNT-HOLIDAYS.
         OPEN OUTPUT RPT-FL.
         MOVE SPACES TO RPT-REC.
         STRING 'HOLIDAY CALENDAR COVERAGE AS OF ' TODAY-DT
          '  FOR ' TODAY-YYYY ' AND ' NEXT-YYYY
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         IF CHECK-IS-DUE
          STRING 'MARKETS WITHOUT ' NEXT-YYYY ' HOLIDAYS ARE ALERTED'
           DELIMITED BY SIZE INTO RPT-REC
         ELSE
          STRING 'ALERTS START IN MONTH ' DUE-MONTH
           ' - INFORMATION ONLY'
           DELIMITED BY SIZE INTO RPT-REC
         END-IF.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'MARKET     USED BY    ' TODAY-YYYY '  ' NEXT-YYYY
          '  STATUS'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO MKT-IX.
         PERFORM 210-REPORT-ONE-MARKET UNTIL MKT-IX > MKT-CT.
         MOVE SPACES TO RPT-REC.
         STRING 'ALL MARKETS           ' ALL-THIS '  ' ALL-NEXT
          '  (NOT COUNTED FOR ANY ONE MARKET)'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         MOVE MKT-CT TO ED-CT.
         STRING 'MARKETS: ' ED-CT '  UNCOVERED FOR ' NEXT-YYYY ': '
           CT-UNCOVERED
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         CLOSE RPT-FL.

        201-COUNT-HOLIDAYS.
         MOVE 'N' TO HOL-EOF-FL.
         OPEN INPUT HOLIDAY-FL.
         IF STTS-HOL NOT = ZEROS
          DISPLAY 'HOLIDAY-FL NOT FOUND, NO CALENDARS LOADED'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 202-COUNT-ONE-HOLIDAY UNTIL HOL-IS-EOF.
         CLOSE HOLIDAY-FL.

        202-COUNT-ONE-HOLIDAY.
      * A WHOLE-SYSTEM CLOSURE (ALL OR BLANK) DOES NOT PROVE THAT A
      * MARKET'S OWN CALENDAR FOR THE YEAR HAS BEEN LOADED
         READ HOLIDAY-FL
          AT END
           MOVE 'Y' TO HOL-EOF-FL
          NOT AT END
           ADD 1 TO CT-HOLIDAYS
           MOVE HOL-DT(1:4) TO HOL-YYYY
           IF HOL-MKT = 'ALL' OR HOL-MKT = SPACES
            IF HOL-YYYY = TODAY-YYYY
             ADD 1 TO ALL-THIS
            END-IF
            IF HOL-YYYY = NEXT-YYYY
             ADD 1 TO ALL-NEXT
            END-IF
           ELSE
            MOVE HOL-MKT TO FIND-MKT
            PERFORM 111-FIND-MARKET
            IF MKT-IX <= MKT-CT
             IF HOL-YYYY = TODAY-YYYY
              ADD 1 TO MK-THIS(MKT-IX)
             END-IF
             IF HOL-YYYY = NEXT-YYYY
              ADD 1 TO MK-NEXT(MKT-IX)
             END-IF
            END-IF
           END-IF
         END-READ.
         IF STTS-HOL NOT = ZEROS AND STTS-HOL NOT = 10
          DISPLAY 'I/O ERROR READING HOLIDAY-FL, STATUS = ' STTS-HOL
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO HOL-EOF-FL
         END-IF.

        210-REPORT-ONE-MARKET.
         MOVE SPACES TO SRC-WRK.
         EVALUATE TRUE
          WHEN MK-IN-CUR(MKT-IX) = 'C' AND MK-IN-RATE(MKT-IX) = 'R'
           MOVE 'CURR+RATE' TO SRC-WRK
          WHEN MK-IN-CUR(MKT-IX) = 'C'
           MOVE 'CURRMST' TO SRC-WRK
          WHEN OTHER
           MOVE 'RATE' TO SRC-WRK
         END-EVALUATE.
         IF MK-NEXT(MKT-IX) > 0
          MOVE 'COVERED' TO STATUS-WRK
         ELSE
          ADD 1 TO CT-UNCOVERED
          MOVE 'MISSING' TO STATUS-WRK
          IF CHECK-IS-DUE
           MOVE 'MISSING-ALRT' TO STATUS-WRK
           PERFORM 220-RAISE-ALERT
          END-IF
         END-IF.
         MOVE SPACES TO RPT-REC.
         STRING MK-CODE(MKT-IX) ' ' SRC-WRK '  ' MK-THIS(MKT-IX)
          '  ' MK-NEXT(MKT-IX) '  ' STATUS-WRK
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO MKT-IX.

        220-RAISE-ALERT.
         OPEN EXTEND ALRT-FL.
         IF STTS-ALRT = 35 OR STTS-ALRT = 30
          OPEN OUTPUT ALRT-FL
         END-IF.
         ADD 1 TO ALRT-SEQ-CT.
         MOVE ALRT-SEQ-CT TO ALRT-SEQ.
         MOVE 'HOL' TO ALRT-TYPE.
         MOVE MK-CODE(MKT-IX) TO ALRT-A.
         MOVE SPACES TO ALRT-B.
         MOVE SPACES TO ALRT-MSG.
         STRING 'NO HOLIDAYS LOADED FOR ' NEXT-YYYY
          DELIMITED BY SIZE INTO ALRT-MSG.
         MOVE TODAY-DT TO ALRT-DT.
         MOVE FUNCTION CURRENT-DATE(1:14) TO ALRT-TS.
         DISPLAY 'ALERT: HOL ' MK-CODE(MKT-IX)
          ' - NO HOLIDAYS LOADED FOR ' NEXT-YYYY.
         WRITE ALRT-RCRD.
         CLOSE ALRT-FL.

        300-END.
         DISPLAY '-- HOLIDAY COVERAGE SUMMARY --'.
         DISPLAY ' HOLIDAYS ON CALENDAR: ' CT-HOLIDAYS.
         DISPLAY ' MARKETS IN USE: ' MKT-CT.
         DISPLAY ' UNCOVERED FOR ' NEXT-YYYY ': ' CT-UNCOVERED.
         IF CHECK-IS-DUE AND CT-UNCOVERED > 0 AND RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: HOLC0001'.
         GOBACK.
       END PROGRAM HOLC0001.
