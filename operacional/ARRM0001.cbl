      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - PAINEL DE CHEGADA DOS ARQUIVOS DE
      *          ENTRADA: CONFERE CADA ARQUIVO DA AGENDA (ARRVSCHD.txt)
      *          PELO ARRV0001, QUE GRAVA CHEGADAS, ATRASOS E FALTAS NO
      *          HISTORICO E NO ALERT.txt, E LISTA A SITUACAO DE HOJE
      *          (ESPERADO, CORTE, CHEGADA, TAMANHO). EM SEGUIDA RESUME
      *          O HISTORICO (ARRVHIST.txt) DOS ULTIMOS DIAS POR
      *          FORNECEDOR - NO HORARIO, ATRASADOS, FALTANTES E
      *          MINUTOS DE ATRASO - PARA A REVISAO DE DESEMPENHO DOS
      *          FORNECEDORES. RC = PIOR RC DO ARRV0001 (4 ATRASO,
      *          8 FALTA)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. ARRM0001.
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
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.

       DATA DIVISION.
        FILE SECTION.
         FD SCHD-FL.
         01 SCHD-RCRD.
           COPY ARRSREC.

         FD HIST-FL.
         01 HIST-RCRD.
           COPY ARRHREC.

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'ARRM0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 SCHD-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ARRVSCHD.txt'.
         77 HIST-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ARRVHIST.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ARRM0001.RPT'.
         77 SCHD-FL-PATH-ENV          PIC X(80).
         77 HIST-FL-PATH-ENV          PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 STTS-SCHD                                      PIC 99.
         77 STTS-HIST                                      PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 SCHD-EOF-FL                                    PIC X.
          88 SCHD-IS-EOF                                   VALUE 'Y'.
         77 HIST-EOF-FL                                    PIC X.
          88 HIST-IS-EOF                                   VALUE 'Y'.

      * REVIEW WINDOW FOR THE VENDOR PERFORMANCE SECTION
         77 TODAY-DT                                       PIC 9(8).
         77 TODAY-INT                                      PIC 9(7).
         77 WIN-DAYS                           PIC 9(4) VALUE 90.
         77 WIN-DAYS-ENV                                   PIC X(4).
         77 WIN-FROM                                       PIC 9(8).

         77 SCH-CT                             PIC 9(4) COMP VALUE 0.
         77 SX                                     PIC 9(4) COMP.
         01 SCH-TBL.
          02 SCH-ENTRY OCCURS 50 TIMES.
           03 SC-ID                                        PIC X(8).
           03 SC-EXPECT                                    PIC 9(4).
           03 SC-CUTOFF                                    PIC 9(4).
           03 SC-VENDOR                                    PIC X(20).
           03 SC-STATUS                                    PIC X(8).
           03 SC-ARR-TS                                    PIC 9(14).
           03 SC-SIZE                                      PIC 9(12).

         77 VND-CT                             PIC 9(4) COMP VALUE 0.
         77 VX                                     PIC 9(4) COMP.
         77 VX2                                    PIC 9(4) COMP.
         77 LOOK-VENDOR                                    PIC X(20).
         01 VND-TBL.
          02 VND-ENTRY OCCURS 50 TIMES.
           03 VN-NAME                                      PIC X(20).
           03 VN-ONTIME                                    PIC 9(5).
           03 VN-LATE                                      PIC 9(5).
           03 VN-MISSING                                   PIC 9(5).
           03 VN-LATE-MIN                                  PIC 9(7).
           03 VN-MAX-MIN                                   PIC 9(5).

         77 ARRV-FUNC                           PIC X(4) VALUE 'SCAN'.
         77 ARRV-STATUS                                    PIC X(8).
         77 ARRV-RC                                        PIC 99.
         77 WORST-RC                                PIC 99 VALUE ZEROS.

         77 CT-LATE                             PIC 9(5) VALUE ZEROS.
         77 CT-MISSING                          PIC 9(5) VALUE ZEROS.
         77 CT-HIST                             PIC 9(7) VALUE ZEROS.
         77 CT-DELIVERED                                   PIC 9(7).
         77 ED-CT                                          PIC Z(4)9.
         77 ED-CT2                                         PIC Z(4)9.
         77 ED-CT3                                         PIC Z(4)9.
         77 ED-AVG                                         PIC Z(4)9.
         77 ED-MAX                                         PIC Z(4)9.
         77 ED-PCT                                         PIC ZZ9.
         77 ED-SIZE                                        PIC Z(11)9.
         77 ED-ARR                                         PIC X(5).
         77 ED-EXP                                         PIC X(5).
         77 ED-CUT                                         PIC X(5).

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
         DISPLAY 'MAIN: ARRM0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
         GOBACK.

        100-INIT.
         DISPLAY 'INIT: ARRM0001'.
      * THE MONITOR AND THE SERVICE MUST LOOK AT THE SAME SCHEDULE
      * AND HISTORY, SO AN OVERRIDE HERE IS HANDED ON TO ARRV0001
         ACCEPT SCHD-FL-PATH-ENV FROM ENVIRONMENT 'ARRM0001_SCHDFILE'.
         IF SCHD-FL-PATH-ENV NOT = SPACES
          MOVE SCHD-FL-PATH-ENV TO SCHD-FL-PATH
          DISPLAY 'ARRV0001_SCHDFILE' UPON ENVIRONMENT-NAME
          DISPLAY SCHD-FL-PATH UPON ENVIRONMENT-VALUE
         END-IF.
         ACCEPT HIST-FL-PATH-ENV FROM ENVIRONMENT 'ARRM0001_HISTFILE'.
         IF HIST-FL-PATH-ENV NOT = SPACES
          MOVE HIST-FL-PATH-ENV TO HIST-FL-PATH
          DISPLAY 'ARRV0001_HISTFILE' UPON ENVIRONMENT-NAME
          DISPLAY HIST-FL-PATH UPON ENVIRONMENT-VALUE
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'ARRM0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT WIN-DAYS-ENV FROM ENVIRONMENT 'ARRM0001_DAYS'.
         IF WIN-DAYS-ENV NOT = SPACES
          COMPUTE WIN-DAYS = FUNCTION NUMVAL(WIN-DAYS-ENV)
         END-IF.
         IF WIN-DAYS = 0
          MOVE 1 TO WIN-DAYS
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-DT)
          - WIN-DAYS + 1.
         COMPUTE WIN-FROM = FUNCTION DATE-OF-INTEGER(TODAY-INT).
         DISPLAY 'REVIEW WINDOW: ' WIN-FROM ' - ' TODAY-DT.

        200-PROCESS.
         DISPLAY 'PROCESS: ARRM0001'.
         PERFORM 210-LOAD-SCHEDULE.
         IF RETURN-CODE >= 8
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO SX.
         PERFORM 220-SCAN-ONE-FILE UNTIL SX > SCH-CT.
         PERFORM 230-READ-HISTORY.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         PERFORM 250-WRITE-HEADER.
         PERFORM 260-WRITE-TODAY.
         PERFORM 270-WRITE-VENDORS.
         CLOSE RPT-FL.

        210-LOAD-SCHEDULE.
         OPEN INPUT SCHD-FL.
         IF STTS-SCHD NOT = ZEROS
          DISPLAY 'CANNOT OPEN ARRIVAL SCHEDULE ' SCHD-FL-PATH(1:40)
           ', STATUS = ' STTS-SCHD
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO SCHD-EOF-FL.
         PERFORM 211-LOAD-ONE-SCHEDULE UNTIL SCHD-IS-EOF.
         CLOSE SCHD-FL.
         DISPLAY 'FILES ON SCHEDULE: ' SCH-CT.

        211-LOAD-ONE-SCHEDULE.
         READ SCHD-FL
          AT END
           MOVE 'Y' TO SCHD-EOF-FL
          NOT AT END
           IF AS-ID NOT = SPACES AND AS-ID(1:1) NOT = '*'
              AND SCH-CT < 50
            ADD 1 TO SCH-CT
            MOVE AS-ID TO SC-ID(SCH-CT)
            MOVE AS-EXPECT TO SC-EXPECT(SCH-CT)
            MOVE AS-CUTOFF TO SC-CUTOFF(SCH-CT)
            MOVE AS-VENDOR TO SC-VENDOR(SCH-CT)
            MOVE SPACES TO SC-STATUS(SCH-CT)
            MOVE ZEROS TO SC-ARR-TS(SCH-CT)
            MOVE ZEROS TO SC-SIZE(SCH-CT)
            MOVE AS-VENDOR TO LOOK-VENDOR
            PERFORM 400-FIND-VENDOR
           END-IF
         END-READ.
         IF STTS-SCHD NOT = ZEROS AND STTS-SCHD NOT = 10
          DISPLAY 'I/O ERROR ON ARRIVAL SCHEDULE, STATUS = '
           STTS-SCHD
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO SCHD-EOF-FL
         END-IF.

        220-SCAN-ONE-FILE.
         MOVE ZEROS TO ARRV-RC.
         CALL 'ARRV0001' USING ARRV-FUNC SC-ID(SX) ARRV-STATUS ARRV-RC
          ON EXCEPTION
           DISPLAY 'PROGRAM NOT AVAILABLE: ARRV0001'
           MOVE 'UNKNOWN' TO ARRV-STATUS
           MOVE 12 TO ARRV-RC
         END-CALL.
         MOVE ARRV-STATUS TO SC-STATUS(SX).
         IF ARRV-RC > WORST-RC
          MOVE ARRV-RC TO WORST-RC
         END-IF.
         IF ARRV-STATUS = 'LATE' OR ARRV-STATUS = 'OVERDUE'
          ADD 1 TO CT-LATE
         END-IF.
         IF ARRV-STATUS = 'MISSING'
          ADD 1 TO CT-MISSING
         END-IF.
         ADD 1 TO SX.

        230-READ-HISTORY.
         OPEN INPUT HIST-FL.
         IF STTS-HIST NOT = ZEROS
          DISPLAY 'NO ARRIVAL HISTORY YET ' HIST-FL-PATH(1:40)
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO HIST-EOF-FL.
         PERFORM 231-READ-ONE-HISTORY UNTIL HIST-IS-EOF.
         CLOSE HIST-FL.

        231-READ-ONE-HISTORY.
         READ HIST-FL
          AT END
           MOVE 'Y' TO HIST-EOF-FL
          NOT AT END
           PERFORM 232-APPLY-ONE-HISTORY
         END-READ.
         IF STTS-HIST NOT = ZEROS AND STTS-HIST NOT = 10
          DISPLAY 'I/O ERROR ON ARRIVAL HISTORY, STATUS = ' STTS-HIST
          MOVE 'Y' TO HIST-EOF-FL
         END-IF.

        232-APPLY-ONE-HISTORY.
         IF AH-DT < WIN-FROM OR AH-DT > TODAY-DT
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CT-HIST.
         IF AH-DT = TODAY-DT AND AH-EVENT NOT = 'MISSING'
          MOVE 1 TO SX
          PERFORM 233-MATCH-TODAY UNTIL SX > SCH-CT
         END-IF.
         MOVE AH-VENDOR TO LOOK-VENDOR.
         PERFORM 400-FIND-VENDOR.
         IF VX = 0
          EXIT PARAGRAPH
         END-IF.
         EVALUATE AH-EVENT
          WHEN 'ONTIME'
           ADD 1 TO VN-ONTIME(VX)
          WHEN 'LATE'
           ADD 1 TO VN-LATE(VX)
           ADD AH-LATE-MIN TO VN-LATE-MIN(VX)
           IF AH-LATE-MIN > VN-MAX-MIN(VX)
            MOVE AH-LATE-MIN TO VN-MAX-MIN(VX)
           END-IF
          WHEN 'MISSING'
           ADD 1 TO VN-MISSING(VX)
         END-EVALUATE.

        233-MATCH-TODAY.
         IF SC-ID(SX) = AH-ID
          MOVE AH-ARR-TS TO SC-ARR-TS(SX)
          MOVE AH-SIZE TO SC-SIZE(SX)
         END-IF.
         ADD 1 TO SX.

        250-WRITE-HEADER.
         MOVE SPACES TO RPT-REC.
         STRING 'INBOUND FILE ARRIVALS  RUN ' TODAY-DT
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'SCHEDULE ' SCHD-FL-PATH(1:40)
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.

        260-WRITE-TODAY.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE '1. TODAY''S ARRIVALS' TO RPT-REC.
         WRITE RPT-REC.
         MOVE '  FILE     VENDOR               EXPECT CUTOFF ARRIVED
      -    '         SIZE STATUS' TO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO SX.
         PERFORM 261-WRITE-ONE-FILE UNTIL SX > SCH-CT.

        261-WRITE-ONE-FILE.
         MOVE SPACES TO ED-EXP ED-CUT ED-ARR.
         STRING SC-EXPECT(SX)(1:2) ':' SC-EXPECT(SX)(3:2)
          DELIMITED BY SIZE INTO ED-EXP.
         STRING SC-CUTOFF(SX)(1:2) ':' SC-CUTOFF(SX)(3:2)
          DELIMITED BY SIZE INTO ED-CUT.
         MOVE SPACES TO RPT-REC.
         IF SC-ARR-TS(SX) = ZEROS
          MOVE '  -  ' TO ED-ARR
          STRING '  ' SC-ID(SX) ' ' SC-VENDOR(SX) ' ' ED-EXP '  '
           ED-CUT '  ' ED-ARR '                ' SC-STATUS(SX)
           DELIMITED BY SIZE INTO RPT-REC
         ELSE
          STRING SC-ARR-TS(SX)(9:2) ':' SC-ARR-TS(SX)(11:2)
           DELIMITED BY SIZE INTO ED-ARR
          MOVE SC-SIZE(SX) TO ED-SIZE
          STRING '  ' SC-ID(SX) ' ' SC-VENDOR(SX) ' ' ED-EXP '  '
           ED-CUT '  ' ED-ARR ' ' ED-SIZE ' ' SC-STATUS(SX)
           DELIMITED BY SIZE INTO RPT-REC
         END-IF.
         WRITE RPT-REC.
         ADD 1 TO SX.

        270-WRITE-VENDORS.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING '2. VENDOR PERFORMANCE ' WIN-FROM ' - ' TODAY-DT
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE '  (MISSING AT CUT-OFF, IN LATER: COUNTS AS BOTH)'
          TO RPT-REC.
         WRITE RPT-REC.
         MOVE '  VENDOR               ON TIME  LATE MISSING  ON-TIME %
      -    '  AVG LATE MIN  MAX LATE MIN' TO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO VX.
         PERFORM 271-WRITE-ONE-VENDOR UNTIL VX > VND-CT.

        271-WRITE-ONE-VENDOR.
         MOVE VN-ONTIME(VX) TO ED-CT.
         MOVE VN-LATE(VX) TO ED-CT2.
         MOVE VN-MISSING(VX) TO ED-CT3.
         COMPUTE CT-DELIVERED = VN-ONTIME(VX) + VN-LATE(VX)
          + VN-MISSING(VX).
         IF CT-DELIVERED > 0
          COMPUTE ED-PCT ROUNDED = VN-ONTIME(VX) * 100 / CT-DELIVERED
         ELSE
          MOVE ZEROS TO ED-PCT
         END-IF.
         IF VN-LATE(VX) > 0
          COMPUTE ED-AVG ROUNDED = VN-LATE-MIN(VX) / VN-LATE(VX)
         ELSE
          MOVE ZEROS TO ED-AVG
         END-IF.
         MOVE VN-MAX-MIN(VX) TO ED-MAX.
         MOVE SPACES TO RPT-REC.
         STRING '  ' VN-NAME(VX) '   ' ED-CT ' ' ED-CT2 '   ' ED-CT3
          '        ' ED-PCT '          ' ED-AVG '         ' ED-MAX
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO VX.

        300-END.
         DISPLAY '-- INBOUND FILE ARRIVAL SUMMARY --'.
         DISPLAY ' FILES ON SCHEDULE: ' SCH-CT.
         DISPLAY ' LATE OR OVERDUE TODAY: ' CT-LATE.
         DISPLAY ' MISSING TODAY: ' CT-MISSING.
         DISPLAY ' HISTORY RECORDS IN WINDOW: ' CT-HIST.
         IF RETURN-CODE < 8
          MOVE WORST-RC TO RETURN-CODE
          DISPLAY ' REPORT WRITTEN TO ' RPT-FL-PATH
         END-IF.

      * VENDORS ARE LISTED IN SCHEDULE ORDER; ONE THAT ONLY SHOWS UP
      * IN THE HISTORY (DROPPED FROM THE SCHEDULE) IS ADDED AT THE END
        400-FIND-VENDOR.
         MOVE 0 TO VX.
         MOVE 1 TO VX2.
         PERFORM 401-SCAN-VENDOR UNTIL VX2 > VND-CT OR VX > 0.
         IF VX = 0 AND VND-CT < 50
          ADD 1 TO VND-CT
          MOVE VND-CT TO VX
          MOVE LOOK-VENDOR TO VN-NAME(VX)
          MOVE ZEROS TO VN-ONTIME(VX) VN-LATE(VX) VN-MISSING(VX)
          MOVE ZEROS TO VN-LATE-MIN(VX) VN-MAX-MIN(VX)
         END-IF.

        401-SCAN-VENDOR.
         IF VN-NAME(VX2) = LOOK-VENDOR
          MOVE VX2 TO VX
         END-IF.
         ADD 1 TO VX2.
       END PROGRAM ARRM0001.
