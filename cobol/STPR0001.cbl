      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - RELATORIO MENSAL DE STP (STRAIGHT-
      *          THROUGH PROCESSING): CLASSIFICA CADA CONVERSAO DAS
      *          GERACOES DE O0001 DO PERIODO COMO DIRETA OU TOCADA POR
      *          UMA PESSOA. TOCADA = RETIDA E LIBERADA NO HRLS0001
      *          (HOLDAUD.txt), REPARADA NO RJRP0001 (RJLIFE.txt),
      *          VOLTOU DO CARRYOVER (GERACOES CARRYIN DO GENCAT),
      *          LIBERADA DE SUSPENSAO (SUSPAUD.txt), EMENDADA POR
      *          CODIGO DE ACAO (AMNDAUD.txt) OU PROCESSADA NUM DIA COM
      *          OVERRIDE DO CONV0001/BDRV0001 (OVERRIDE.txt).
      *          CANCELAMENTOS POR CODIGO DE ACAO NUNCA CHEGAM A O0001
      *          E SAEM SO COMO CONTAGEM. RESULTADO POR ENTIDADE, POR
      *          PAR, POR TIPO DE TOQUE E TENDENCIA DOS ULTIMOS SEIS
      *          MESES
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. STPR0001.
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
         SELECT HLA-FL ASSIGN HLA-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-HLA.
         SELECT LIFE-FL ASSIGN LIFE-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-LIFE.
         SELECT SUA-FL ASSIGN SUA-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-SUA.
         SELECT AMD-FL ASSIGN AMD-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-AMD.
         SELECT OVR-FL ASSIGN OVR-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-OVR.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.

       DATA DIVISION.
        FILE SECTION.
         FD CAT-FL.
         01 CAT-RCRD.
          02 GC-FILE-ID                                    PIC X(10).
          02 GC-DATE                                       PIC 9(8).
          02 GC-PATH                                       PIC X(80).

      * O0001 AND CARRYIN GENERATIONS SHARE THE SAME RECORD LAYOUT
         FD GEN-FL.
         01 RCRD-GEN.
          02 G-A                                           PIC X(10).
          02 G-B                                           PIC X(10).
          02 G-DT                                          PIC 9(8).
          02 G-V                                           PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 G-ENT                                         PIC X(4).

         FD HLA-FL.
         01 HLA-REC                                        PIC X(200).

         FD LIFE-FL.
         01 LIFE-REC                                       PIC X(100).

         FD SUA-FL.
         01 SUA-REC                                        PIC X(200).

         FD AMD-FL.
         01 AMD-REC                                        PIC X(132).

         FD OVR-FL.
         01 OVR-RCRD.
          02 OV-TS                                         PIC 9(14).
          02 OV-PGM                                        PIC X(8).
          02 OV-GATE                                       PIC X(20).
          02 OV-OPER                                       PIC X(3).
          02 OV-REASON                                     PIC X(20).
          02 FILLER                                        PIC X(135).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(100).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'STPR0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 CAT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\GENCAT.txt'.
         77 HLA-FL-PATH               PIC X(80)
             VALUE '.\..\fls\HOLDAUD.txt'.
         77 LIFE-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RJLIFE.txt'.
         77 SUA-FL-PATH               PIC X(80)
             VALUE '.\..\fls\SUSPAUD.txt'.
         77 AMD-FL-PATH               PIC X(80)
             VALUE '.\..\fls\AMNDAUD.txt'.
         77 OVR-FL-PATH               PIC X(80)
             VALUE '.\..\fls\OVERRIDE.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\STPR0001.RPT'.
         77 GEN-FL-PATH                                    PIC X(80).
         77 CAT-FL-PATH-ENV           PIC X(80).
         77 HLA-FL-PATH-ENV           PIC X(80).
         77 LIFE-FL-PATH-ENV          PIC X(80).
         77 SUA-FL-PATH-ENV           PIC X(80).
         77 AMD-FL-PATH-ENV           PIC X(80).
         77 OVR-FL-PATH-ENV           PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).

         77 RPTF-RPT-ID                  PIC X(10) VALUE 'STPR0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'STPR0001'.
         77 RPTF-RC                                        PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.
         77 STTS-CAT                                       PIC 99.
         77 STTS-GEN                                       PIC 99.
         77 STTS-HLA                                       PIC 99.
         77 STTS-LIFE                                      PIC 99.
         77 STTS-SUA                                       PIC 99.
         77 STTS-AMD                                       PIC 99.
         77 STTS-OVR                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 EOF-FL                                         PIC X.
          88 IS-EOF                                        VALUE 'Y'.

         77 PERIOD-ENV                                     PIC X(6).
         77 RUN-PERIOD                                     PIC 9(6).
         77 ENTITY-ENV                                     PIC X(4).
         77 RUN-ENTITY                        PIC X(4) VALUE SPACES.
         77 TODAY-TS                                       PIC 9(14).
         77 GC-PERIOD                                      PIC 9(6).
         77 G-PERIOD                                       PIC 9(6).
         77 EV-DT                                          PIC 9(8).
         77 EV-PERIOD                                      PIC 9(6).
         77 WRK-YY                                         PIC 9(4).
         77 WRK-MM                                         PIC 99.

      * THE TREND WINDOW: SLOT 6 IS THE REPORTED PERIOD, SLOTS 1-5 THE
      * FIVE MONTHS BEFORE IT
         77 TR-MAX                              PIC 9(4) COMP VALUE 6.
         77 TR-IX                                      PIC 9(4) COMP.
         77 TR-FOUND-FL                                    PIC X.
          88 TR-IS-FOUND                                   VALUE 'Y'.
         01 TREND-TBL.
          02 TREND-ENTRY OCCURS 6 TIMES.
           03 TR-PERIOD                                    PIC 9(6).
           03 TR-GENS                                      PIC 9(4).
           03 TR-CONV                                      PIC 9(8).
           03 TR-TOUCH                                     PIC 9(8).
           03 TR-CANCEL                                    PIC 9(6).
           03 TR-RATE                                      PIC 9(3)V99.

         77 CAT-CT                                     PIC 9(4) COMP.
         77 CAT-IX                                     PIC 9(4) COMP.
         01 CAT-TBL.
          02 CAT-ENTRY OCCURS 999 TIMES.
           03 CT-FILE-ID                                   PIC X(10).
           03 CT-DATE                                      PIC 9(8).
           03 CT-PATH                                      PIC X(80).

      * TOUCH EVIDENCE: 1 HELD, 2 REPAIRED, 3 CARRIED OVER, 4 RELEASED
      * FROM SUSPENSION, 5 AMENDED. EV-GEN-DT IS THE DATE OF THE O0001
      * GENERATION THE TOUCHED CONVERSION LANDED IN (FOR A REPAIR, THE
      * RESUBMISSION DATE: THE FIRST MATCHING CONVERSION ON OR AFTER IT
      * TAKES THE REPAIR, ONE CONVERSION PER RESUBMISSION)
         77 EV-CT                                      PIC 9(4) COMP.
         77 EV-IX                                      PIC 9(4) COMP.
         01 EVENT-TBL.
          02 EVENT-ENTRY OCCURS 3000 TIMES.
           03 EV-TYPE                                      PIC 9.
           03 EV-A                                         PIC X(10).
           03 EV-B                                         PIC X(10).
           03 EV-CONV-DT                                   PIC 9(8).
           03 EV-ENT                                       PIC X(4).
           03 EV-GEN-DT                                    PIC 9(8).
           03 EV-USED-FL                                   PIC X.
         77 NEW-TYPE                                       PIC 9.
         77 NEW-A                                          PIC X(10).
         77 NEW-B                                          PIC X(10).
         77 NEW-CONV-DT                                    PIC 9(8).
         77 NEW-ENT                                        PIC X(4).
         77 NEW-GEN-DT                                     PIC 9(8).

         77 RS-CT                                      PIC 9(4) COMP.
         77 RS-IX                                      PIC 9(4) COMP.
         01 RESUME-TBL.
          02 RESUME-ENTRY OCCURS 500 TIMES.
           03 RS-A                                         PIC X(10).
           03 RS-B                                         PIC X(10).
           03 RS-DT                                        PIC 9(8).

         77 OD-CT                                      PIC 9(4) COMP.
         77 OD-IX                                      PIC 9(4) COMP.
         01 OVRDAY-TBL.
          02 OD-DT OCCURS 500 TIMES                        PIC 9(8).

         01 TYPE-LIST.
          02 FILLER                                     PIC X(40)
             VALUE 'HELD AND RELEASED (HRLS0001)'.
          02 FILLER                                     PIC X(40)
             VALUE 'REPAIRED AND RESUBMITTED (RJRP0001)'.
          02 FILLER                                     PIC X(40)
             VALUE 'CARRIED OVER (CONV0001)'.
          02 FILLER                                     PIC X(40)
             VALUE 'RELEASED FROM SUSPENSION (SUSP0001)'.
          02 FILLER                                     PIC X(40)
             VALUE 'AMENDED BY ACTION CODE (CONV0001)'.
          02 FILLER                                     PIC X(40)
             VALUE 'PROCESSED UNDER AN OVERRIDE'.
         01 TYPE-TBL REDEFINES TYPE-LIST.
          02 TY-LABEL OCCURS 6 TIMES                       PIC X(40).
         01 TYPE-COUNTS.
          02 TY-CT OCCURS 6 TIMES                          PIC 9(8).
         77 TY-IX                                      PIC 9(4) COMP.
         01 TOUCH-FLAGS.
          02 TF-FL OCCURS 6 TIMES                          PIC X.
         77 TOUCHED-FL                                     PIC X.
          88 CONV-IS-TOUCHED                               VALUE 'Y'.
         77 MATCH-FL                                       PIC X.
          88 MATCH-IS-FOUND                                VALUE 'Y'.

         77 ENT-CT                                     PIC 9(4) COMP.
         77 ENT-IX                                     PIC 9(4) COMP.
         77 ENT-FOUND-FL                                   PIC X.
          88 ENT-IS-FOUND                                  VALUE 'Y'.
         01 ENT-TBL.
          02 ENT-ENTRY OCCURS 99 TIMES.
           03 ET-ENT                                       PIC X(4).
           03 ET-CONV                                      PIC 9(8).
           03 ET-TOUCH                                     PIC 9(8).

         77 PAIR-CT                                    PIC 9(4) COMP.
         77 PAIR-IX                                    PIC 9(4) COMP.
         77 PAIR-FOUND-FL                                  PIC X.
          88 PAIR-IS-FOUND                                 VALUE 'Y'.
         01 PAIR-TBL.
          02 PAIR-ENTRY OCCURS 999 TIMES.
           03 PR-A                                         PIC X(10).
           03 PR-B                                         PIC X(10).
           03 PR-CONV                                      PIC 9(8).
           03 PR-TOUCH                                     PIC 9(8).

         77 RATE-CONV                                      PIC 9(8).
         77 RATE-TOUCH                                     PIC 9(8).
         77 RATE-PCT                                       PIC 9(3)V99.
         77 RATE-DIFF                                     PIC S9(3)V99.
         77 CT-STRAIGHT                                    PIC 9(8).
         77 ED-CONV                                    PIC ZZZZZZZ9.
         77 ED-STP                                     PIC ZZZZZZZ9.
         77 ED-TOUCH                                   PIC ZZZZZZZ9.
         77 ED-RATE                                        PIC ZZ9.99.
         77 ED-DIFF                                       PIC +ZZ9.99.

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
         DISPLAY 'MAIN: STPR0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: STPR0001'.
         ACCEPT CAT-FL-PATH-ENV FROM ENVIRONMENT 'STPR0001_CATFILE'.
         IF CAT-FL-PATH-ENV NOT = SPACES
          MOVE CAT-FL-PATH-ENV TO CAT-FL-PATH
         END-IF.
         ACCEPT HLA-FL-PATH-ENV FROM ENVIRONMENT 'STPR0001_HOLDAUD'.
         IF HLA-FL-PATH-ENV NOT = SPACES
          MOVE HLA-FL-PATH-ENV TO HLA-FL-PATH
         END-IF.
         ACCEPT LIFE-FL-PATH-ENV FROM ENVIRONMENT 'STPR0001_LIFEFILE'.
         IF LIFE-FL-PATH-ENV NOT = SPACES
          MOVE LIFE-FL-PATH-ENV TO LIFE-FL-PATH
         END-IF.
         ACCEPT SUA-FL-PATH-ENV FROM ENVIRONMENT 'STPR0001_SUSPAUD'.
         IF SUA-FL-PATH-ENV NOT = SPACES
          MOVE SUA-FL-PATH-ENV TO SUA-FL-PATH
         END-IF.
         ACCEPT AMD-FL-PATH-ENV FROM ENVIRONMENT 'STPR0001_AMDFILE'.
         IF AMD-FL-PATH-ENV NOT = SPACES
          MOVE AMD-FL-PATH-ENV TO AMD-FL-PATH
         END-IF.
         ACCEPT OVR-FL-PATH-ENV FROM ENVIRONMENT 'STPR0001_OVRFILE'.
         IF OVR-FL-PATH-ENV NOT = SPACES
          MOVE OVR-FL-PATH-ENV TO OVR-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'STPR0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO TODAY-TS.
         ACCEPT PERIOD-ENV FROM ENVIRONMENT 'STPR0001_PERIOD'.
         IF PERIOD-ENV IS NUMERIC AND PERIOD-ENV NOT = SPACES
          MOVE PERIOD-ENV TO RUN-PERIOD
         ELSE
          MOVE TODAY-TS(1:6) TO RUN-PERIOD
         END-IF.
         ACCEPT ENTITY-ENV FROM ENVIRONMENT 'STPR0001_ENTITY'.
         IF ENTITY-ENV NOT = SPACES
          MOVE ENTITY-ENV TO RUN-ENTITY
          DISPLAY 'STP RATE FOR ENTITY ' RUN-ENTITY
         END-IF.
         DISPLAY 'STP RATE FOR PERIOD ' RUN-PERIOD.
         INITIALIZE TREND-TBL.
         INITIALIZE TYPE-COUNTS.
         MOVE 0 TO CAT-CT.
         MOVE 0 TO EV-CT.
         MOVE 0 TO RS-CT.
         MOVE 0 TO OD-CT.
         MOVE 0 TO ENT-CT.
         MOVE 0 TO PAIR-CT.
         PERFORM 101-BUILD-WINDOW.
         PERFORM 110-LOAD-CATALOG.
         PERFORM 120-LOAD-HOLDS.
         PERFORM 125-LOAD-REPAIRS.
         PERFORM 130-LOAD-RESUMES.
         PERFORM 135-LOAD-CARRYINS.
         PERFORM 140-LOAD-OVERRIDES.
         PERFORM 145-LOAD-CANCELS.

        101-BUILD-WINDOW.
         DIVIDE RUN-PERIOD BY 100 GIVING WRK-YY.
         MOVE RUN-PERIOD(5:2) TO WRK-MM.
         MOVE TR-MAX TO TR-IX.
         PERFORM 102-SET-ONE-SLOT UNTIL TR-IX < 1.

        102-SET-ONE-SLOT.
         COMPUTE TR-PERIOD(TR-IX) = WRK-YY * 100 + WRK-MM.
         IF WRK-MM = 1
          MOVE 12 TO WRK-MM
          SUBTRACT 1 FROM WRK-YY
         ELSE
          SUBTRACT 1 FROM WRK-MM
         END-IF.
         SUBTRACT 1 FROM TR-IX.

        110-LOAD-CATALOG.
      * ONLY THE O0001 AND CARRYIN GENERATIONS OF THE TREND WINDOW
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
           IF (GC-FILE-ID = 'O0001' OR GC-FILE-ID = 'CARRYIN')
              AND GC-PERIOD NOT < TR-PERIOD(1)
              AND GC-PERIOD NOT > RUN-PERIOD
            IF CAT-CT >= 999
             DISPLAY 'CATALOG TABLE FULL, RUN ABORTED'
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
            ADD 1 TO CAT-CT
            MOVE GC-FILE-ID TO CT-FILE-ID(CAT-CT)
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
            MOVE HLA-REC(1:8) TO EV-DT
            MOVE 1 TO NEW-TYPE
            MOVE HLA-REC(18:10) TO NEW-A
            MOVE HLA-REC(29:10) TO NEW-B
            MOVE HLA-REC(40:8) TO NEW-CONV-DT
            MOVE SPACES TO NEW-ENT
            MOVE EV-DT TO NEW-GEN-DT
            PERFORM 150-ADD-EVENT
           END-IF
         END-READ.
         IF STTS-HLA NOT = ZEROS AND STTS-HLA NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        125-LOAD-REPAIRS.
      * RJLIFE: TS(14) INITS RESUBMITTED OLD-A/OLD-B WAS REASON NOW
      * NEW-A/NEW-B; THE LINE IS 100 WIDE SO ONLY THE FIRST SEVEN
      * CHARACTERS OF NEW-B SURVIVE, AND THE DEAL DATE IS NOT KEPT
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
            MOVE LIFE-REC(1:8) TO EV-DT
            MOVE 2 TO NEW-TYPE
            MOVE LIFE-REC(83:10) TO NEW-A
            MOVE LIFE-REC(94:7) TO NEW-B
            MOVE ZEROS TO NEW-CONV-DT
            MOVE SPACES TO NEW-ENT
            MOVE EV-DT TO NEW-GEN-DT
            PERFORM 150-ADD-EVENT
           END-IF
         END-READ.
         IF STTS-LIFE NOT = ZEROS AND STTS-LIFE NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        130-LOAD-RESUMES.
      * SUSPAUD: TS(14) RESUME A/B; THE PAIR'S HELD RECORDS JOINED THE
      * CARRYOVER ON THAT DAY
         MOVE 'N' TO EOF-FL.
         OPEN INPUT SUA-FL.
         IF STTS-SUA NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 131-LOAD-ONE-RESUME UNTIL IS-EOF.
         CLOSE SUA-FL.

        131-LOAD-ONE-RESUME.
         READ SUA-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF SUA-REC(16:6) = 'RESUME' AND SUA-REC(1:8) IS NUMERIC
            IF RS-CT >= 500
             DISPLAY 'RESUME TABLE FULL, RUN ABORTED'
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
            ADD 1 TO RS-CT
            MOVE SUA-REC(24:10) TO RS-A(RS-CT)
            MOVE SUA-REC(35:10) TO RS-B(RS-CT)
            MOVE SUA-REC(1:8) TO RS-DT(RS-CT)
           END-IF
         END-READ.
         IF STTS-SUA NOT = ZEROS AND STTS-SUA NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        135-LOAD-CARRYINS.
         MOVE 1 TO CAT-IX.
         PERFORM 136-LOAD-ONE-CARRYIN-GEN UNTIL CAT-IX > CAT-CT.

        136-LOAD-ONE-CARRYIN-GEN.
         IF CT-FILE-ID(CAT-IX) = 'CARRYIN'
          MOVE CT-PATH(CAT-IX) TO GEN-FL-PATH
          MOVE 'N' TO EOF-FL
          OPEN INPUT GEN-FL
          IF STTS-GEN = ZEROS
           PERFORM 137-LOAD-ONE-CARRYIN UNTIL IS-EOF
           CLOSE GEN-FL
          ELSE
           DISPLAY 'GENERATION UNREADABLE, SKIPPED: ' GEN-FL-PATH
           MOVE 4 TO RETURN-CODE
          END-IF
         END-IF.
         ADD 1 TO CAT-IX.

        137-LOAD-ONE-CARRYIN.
      * A CARRY-IN OF A PAIR RESUMED ON OR BEFORE THAT RUN, DATED NO
      * LATER THAN THE RESUME, CAME OUT OF SUSPENSION
         READ GEN-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           MOVE 3 TO NEW-TYPE
           MOVE G-A TO NEW-A
           MOVE G-B TO NEW-B
           MOVE G-DT TO NEW-CONV-DT
           MOVE G-ENT TO NEW-ENT
           MOVE CT-DATE(CAT-IX) TO NEW-GEN-DT
           MOVE 1 TO RS-IX
           PERFORM 138-SCAN-ONE-RESUME UNTIL RS-IX > RS-CT
           PERFORM 150-ADD-EVENT
         END-READ.
         IF STTS-GEN NOT = ZEROS AND STTS-GEN NOT = 10
          DISPLAY 'I/O ERROR READING GEN-FL, STATUS = ' STTS-GEN
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO EOF-FL
         END-IF.

        138-SCAN-ONE-RESUME.
         IF RS-A(RS-IX) = NEW-A AND RS-B(RS-IX) = NEW-B
            AND RS-DT(RS-IX) NOT > NEW-GEN-DT
            AND NEW-CONV-DT NOT > RS-DT(RS-IX)
          MOVE 4 TO NEW-TYPE
         END-IF.
         ADD 1 TO RS-IX.

        140-LOAD-OVERRIDES.
      * A CHAIN OR CONVERSION OVERRIDE TOUCHES EVERY CONVERSION OF THE
      * O0001 GENERATION PRODUCED THAT DAY
         MOVE 'N' TO EOF-FL.
         OPEN INPUT OVR-FL.
         IF STTS-OVR NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 141-LOAD-ONE-OVERRIDE UNTIL IS-EOF.
         CLOSE OVR-FL.

        141-LOAD-ONE-OVERRIDE.
         READ OVR-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF OV-PGM = 'CONV0001' OR OV-PGM = 'BDRV0001'
            MOVE OV-TS(1:8) TO EV-DT
            MOVE 'N' TO MATCH-FL
            MOVE 1 TO OD-IX
            PERFORM 142-SCAN-OVERRIDE-DAY UNTIL OD-IX > OD-CT
             OR MATCH-IS-FOUND
            IF NOT MATCH-IS-FOUND AND OD-CT < 500
             ADD 1 TO OD-CT
             MOVE EV-DT TO OD-DT(OD-CT)
            END-IF
           END-IF
         END-READ.
         IF STTS-OVR NOT = ZEROS AND STTS-OVR NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        142-SCAN-OVERRIDE-DAY.
         IF OD-DT(OD-IX) = EV-DT
          MOVE 'Y' TO MATCH-FL
         ELSE
          ADD 1 TO OD-IX
         END-IF.

        145-LOAD-CANCELS.
      * AMNDAUD: DATE(8) AMEND/CANCEL A/B DT ENT; AMENDS ARE TOUCH
      * EVIDENCE, CANCELS NEVER REACH O0001 AND ARE ONLY COUNTED
         MOVE 'N' TO EOF-FL.
         OPEN INPUT AMD-FL.
         IF STTS-AMD NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 146-LOAD-ONE-ACTION UNTIL IS-EOF.
         CLOSE AMD-FL.

        146-LOAD-ONE-ACTION.
         READ AMD-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF AMD-REC(1:8) IS NUMERIC
            MOVE AMD-REC(1:8) TO EV-DT
            EVALUATE AMD-REC(10:6)
             WHEN 'AMEND '
              MOVE 5 TO NEW-TYPE
              MOVE AMD-REC(17:10) TO NEW-A
              MOVE AMD-REC(28:10) TO NEW-B
              MOVE AMD-REC(39:8) TO NEW-CONV-DT
              MOVE AMD-REC(48:4) TO NEW-ENT
              MOVE EV-DT TO NEW-GEN-DT
              PERFORM 150-ADD-EVENT
             WHEN 'CANCEL'
              PERFORM 147-COUNT-CANCEL
            END-EVALUATE
           END-IF
         END-READ.
         IF STTS-AMD NOT = ZEROS AND STTS-AMD NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        147-COUNT-CANCEL.
         IF RUN-ENTITY NOT = SPACES AND AMD-REC(48:4) NOT = RUN-ENTITY
          EXIT PARAGRAPH
         END-IF.
         DIVIDE EV-DT BY 100 GIVING EV-PERIOD.
         MOVE EV-PERIOD TO G-PERIOD.
         PERFORM 206-FIND-TREND-SLOT.
         IF TR-IS-FOUND
          ADD 1 TO TR-CANCEL(TR-IX)
         END-IF.

        150-ADD-EVENT.
      * EVIDENCE OLDER THAN THE TREND WINDOW CANNOT TOUCH ANY OF ITS
      * GENERATIONS AND IS NOT KEPT
         DIVIDE NEW-GEN-DT BY 100 GIVING EV-PERIOD.
         IF EV-PERIOD < TR-PERIOD(1) OR EV-PERIOD > RUN-PERIOD
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
         MOVE NEW-CONV-DT TO EV-CONV-DT(EV-CT).
         MOVE NEW-ENT TO EV-ENT(EV-CT).
         MOVE NEW-GEN-DT TO EV-GEN-DT(EV-CT).
         MOVE 'N' TO EV-USED-FL(EV-CT).

        200-PROCESS.
         DISPLAY 'PROCESS: STPR0001'.
         MOVE 1 TO CAT-IX.
         PERFORM 201-CLASSIFY-ONE-GEN UNTIL CAT-IX > CAT-CT.
         MOVE TR-MAX TO TR-IX.
         IF TR-GENS(TR-IX) = 0
          DISPLAY 'NO O0001 GENERATIONS FOR PERIOD ' RUN-PERIOD
          MOVE 4 TO RETURN-CODE
         END-IF.
         MOVE 1 TO TR-IX.
         PERFORM 215-RATE-ONE-SLOT UNTIL TR-IX > TR-MAX.
         PERFORM 220-WRITE-REPORT.

        201-CLASSIFY-ONE-GEN.
         IF CT-FILE-ID(CAT-IX) = 'O0001'
          DIVIDE CT-DATE(CAT-IX) BY 100 GIVING GC-PERIOD
          MOVE GC-PERIOD TO G-PERIOD
          PERFORM 206-FIND-TREND-SLOT
          IF TR-IS-FOUND
           ADD 1 TO TR-GENS(TR-IX)
           MOVE CT-PATH(CAT-IX) TO GEN-FL-PATH
           MOVE 'N' TO EOF-FL
           OPEN INPUT GEN-FL
           IF STTS-GEN = ZEROS
            PERFORM 202-CLASSIFY-ONE-REC UNTIL IS-EOF
            CLOSE GEN-FL
           ELSE
            DISPLAY 'GENERATION UNREADABLE, SKIPPED: ' GEN-FL-PATH
            MOVE 4 TO RETURN-CODE
           END-IF
          END-IF
         END-IF.
         ADD 1 TO CAT-IX.

        202-CLASSIFY-ONE-REC.
         READ GEN-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF G-A = '*TRAILER*'
            CONTINUE
           ELSE
            DIVIDE G-DT BY 100 GIVING G-PERIOD
            PERFORM 206-FIND-TREND-SLOT
            IF TR-IS-FOUND
               AND G-PERIOD = GC-PERIOD
               AND (RUN-ENTITY = SPACES OR G-ENT = RUN-ENTITY)
             PERFORM 203-CLASSIFY-CONVERSION
            END-IF
           END-IF
         END-READ.
         IF STTS-GEN NOT = ZEROS AND STTS-GEN NOT = 10
          DISPLAY 'I/O ERROR READING GEN-FL, STATUS = ' STTS-GEN
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO EOF-FL
         END-IF.

        203-CLASSIFY-CONVERSION.
         MOVE ALL 'N' TO TOUCH-FLAGS.
         MOVE 'N' TO TOUCHED-FL.
         MOVE 1 TO EV-IX.
         PERFORM 204-MATCH-ONE-EVENT UNTIL EV-IX > EV-CT.
         MOVE 'N' TO MATCH-FL.
         MOVE 1 TO OD-IX.
         PERFORM 205-MATCH-ONE-OVERRIDE UNTIL OD-IX > OD-CT
          OR MATCH-IS-FOUND.
         IF MATCH-IS-FOUND
          MOVE 'Y' TO TF-FL(6)
          MOVE 'Y' TO TOUCHED-FL
         END-IF.
         ADD 1 TO TR-CONV(TR-IX).
         IF CONV-IS-TOUCHED
          ADD 1 TO TR-TOUCH(TR-IX)
         END-IF.
         IF TR-IX = TR-MAX
          MOVE 1 TO TY-IX
          PERFORM 211-COUNT-ONE-TYPE UNTIL TY-IX > 6
          PERFORM 207-POST-ENTITY
          PERFORM 209-POST-PAIR
         END-IF.

        204-MATCH-ONE-EVENT.
         IF EV-A(EV-IX) = G-A
          EVALUATE EV-TYPE(EV-IX)
           WHEN 1
            IF EV-B(EV-IX) = G-B AND EV-CONV-DT(EV-IX) = G-DT
               AND EV-GEN-DT(EV-IX) = CT-DATE(CAT-IX)
             MOVE 'Y' TO TF-FL(1)
             MOVE 'Y' TO TOUCHED-FL
            END-IF
           WHEN 2
            IF EV-B(EV-IX)(1:7) = G-B(1:7)
               AND EV-USED-FL(EV-IX) = 'N'
               AND EV-GEN-DT(EV-IX) NOT > CT-DATE(CAT-IX)
               AND TF-FL(2) = 'N'
             MOVE 'Y' TO EV-USED-FL(EV-IX)
             MOVE 'Y' TO TF-FL(2)
             MOVE 'Y' TO TOUCHED-FL
            END-IF
           WHEN OTHER
            IF EV-B(EV-IX) = G-B AND EV-CONV-DT(EV-IX) = G-DT
               AND EV-ENT(EV-IX) = G-ENT
               AND EV-GEN-DT(EV-IX) = CT-DATE(CAT-IX)
             MOVE 'Y' TO TF-FL(EV-TYPE(EV-IX))
             MOVE 'Y' TO TOUCHED-FL
            END-IF
          END-EVALUATE
         END-IF.
         ADD 1 TO EV-IX.

        205-MATCH-ONE-OVERRIDE.
         IF OD-DT(OD-IX) = CT-DATE(CAT-IX)
          MOVE 'Y' TO MATCH-FL
         ELSE
          ADD 1 TO OD-IX
         END-IF.

        206-FIND-TREND-SLOT.
         MOVE 'N' TO TR-FOUND-FL.
         MOVE 1 TO TR-IX.
         PERFORM 208-SCAN-TREND-SLOT UNTIL TR-IX > TR-MAX
          OR TR-IS-FOUND.

        208-SCAN-TREND-SLOT.
         IF TR-PERIOD(TR-IX) = G-PERIOD
          MOVE 'Y' TO TR-FOUND-FL
         ELSE
          ADD 1 TO TR-IX
         END-IF.

        207-POST-ENTITY.
         MOVE 'N' TO ENT-FOUND-FL.
         MOVE 1 TO ENT-IX.
         PERFORM 212-SCAN-ENTITY UNTIL ENT-IX > ENT-CT
          OR ENT-IS-FOUND.
         IF NOT ENT-IS-FOUND
          IF ENT-CT >= 99
           DISPLAY 'ENTITY TABLE FULL, RUN ABORTED'
           MOVE 8 TO RETURN-CODE
           GOBACK
          END-IF
          ADD 1 TO ENT-CT
          MOVE G-ENT TO ET-ENT(ENT-CT)
          MOVE ZEROS TO ET-CONV(ENT-CT)
          MOVE ZEROS TO ET-TOUCH(ENT-CT)
          MOVE ENT-CT TO ENT-IX
         END-IF.
         ADD 1 TO ET-CONV(ENT-IX).
         IF CONV-IS-TOUCHED
          ADD 1 TO ET-TOUCH(ENT-IX)
         END-IF.

        209-POST-PAIR.
         MOVE 'N' TO PAIR-FOUND-FL.
         MOVE 1 TO PAIR-IX.
         PERFORM 210-SCAN-PAIR UNTIL PAIR-IX > PAIR-CT
          OR PAIR-IS-FOUND.
         IF NOT PAIR-IS-FOUND
          IF PAIR-CT >= 999
           DISPLAY 'PAIR TABLE FULL, RUN ABORTED'
           MOVE 8 TO RETURN-CODE
           GOBACK
          END-IF
          ADD 1 TO PAIR-CT
          MOVE G-A TO PR-A(PAIR-CT)
          MOVE G-B TO PR-B(PAIR-CT)
          MOVE ZEROS TO PR-CONV(PAIR-CT)
          MOVE ZEROS TO PR-TOUCH(PAIR-CT)
          MOVE PAIR-CT TO PAIR-IX
         END-IF.
         ADD 1 TO PR-CONV(PAIR-IX).
         IF CONV-IS-TOUCHED
          ADD 1 TO PR-TOUCH(PAIR-IX)
         END-IF.

        210-SCAN-PAIR.
         IF PR-A(PAIR-IX) = G-A AND PR-B(PAIR-IX) = G-B
          MOVE 'Y' TO PAIR-FOUND-FL
         ELSE
          ADD 1 TO PAIR-IX
         END-IF.

        211-COUNT-ONE-TYPE.
         IF TF-FL(TY-IX) = 'Y'
          ADD 1 TO TY-CT(TY-IX)
         END-IF.
         ADD 1 TO TY-IX.

        212-SCAN-ENTITY.
         IF ET-ENT(ENT-IX) = G-ENT
          MOVE 'Y' TO ENT-FOUND-FL
         ELSE
          ADD 1 TO ENT-IX
         END-IF.

        215-RATE-ONE-SLOT.
         MOVE TR-CONV(TR-IX) TO RATE-CONV.
         MOVE TR-TOUCH(TR-IX) TO RATE-TOUCH.
         PERFORM 230-COMPUTE-RATE.
         MOVE RATE-PCT TO TR-RATE(TR-IX).
         ADD 1 TO TR-IX.

        220-WRITE-REPORT.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO RPT-REC.
         STRING 'STRAIGHT-THROUGH PROCESSING PERIOD ' RUN-PERIOD
          '  ENTITY ' RUN-ENTITY
          '  RUN ' TODAY-TS
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE TR-MAX TO TR-IX.
         MOVE TR-CONV(TR-IX) TO ED-CONV.
         COMPUTE CT-STRAIGHT = TR-CONV(TR-IX) - TR-TOUCH(TR-IX).
         MOVE CT-STRAIGHT TO ED-STP.
         MOVE TR-TOUCH(TR-IX) TO ED-TOUCH.
         MOVE TR-RATE(TR-IX) TO ED-RATE.
         MOVE SPACES TO RPT-REC.
         STRING 'CONVERSIONS ' ED-CONV '  STRAIGHT-THROUGH ' ED-STP
          '  TOUCHED ' ED-TOUCH '  STP RATE ' ED-RATE '%'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE 'BY ENTITY' TO RPT-REC.
         WRITE RPT-REC.
         MOVE ' ENT   CONVERSIONS  STRAIGHT   TOUCHED  STP RATE'
          TO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO ENT-IX.
         PERFORM 221-WRITE-ONE-ENTITY UNTIL ENT-IX > ENT-CT.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE 'BY PAIR' TO RPT-REC.
         WRITE RPT-REC.
         MOVE ' PAIR                   CONVERSIONS  STRAIGHT   TOUCHED'
          TO RPT-REC.
         MOVE '  STP RATE' TO RPT-REC(57:).
         WRITE RPT-REC.
         MOVE 1 TO PAIR-IX.
         PERFORM 222-WRITE-ONE-PAIR UNTIL PAIR-IX > PAIR-CT.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE 'BY TOUCH TYPE (A CONVERSION MAY CARRY MORE THAN ONE)'
          TO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO TY-IX.
         PERFORM 223-WRITE-ONE-TYPE UNTIL TY-IX > 6.
         MOVE TR-MAX TO TR-IX.
         MOVE TR-CANCEL(TR-IX) TO ED-TOUCH.
         MOVE SPACES TO RPT-REC.
         STRING ' CANCELLED BY ACTION CODE (NOT IN O0001) '
          '   ' ED-TOUCH
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE 'MONTH-OVER-MONTH TREND' TO RPT-REC.
         WRITE RPT-REC.
         MOVE ' PERIOD  CONVERSIONS   TOUCHED  STP RATE  CHANGE'
          TO RPT-REC.
         MOVE 'CANCELLED' TO RPT-REC(52:).
         WRITE RPT-REC.
         MOVE 1 TO TR-IX.
         PERFORM 224-WRITE-ONE-TREND UNTIL TR-IX > TR-MAX.
         CLOSE RPT-FL.
      * KEEP A DATED COPY IN THE REPORT REPOSITORY FOR REPRINTS
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT RPT-FL-PATH
           RPTF-PGM RPTF-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.
         DISPLAY 'STP REPORT WRITTEN TO ' RPT-FL-PATH.

        221-WRITE-ONE-ENTITY.
         MOVE ET-CONV(ENT-IX) TO RATE-CONV.
         MOVE ET-TOUCH(ENT-IX) TO RATE-TOUCH.
         PERFORM 230-COMPUTE-RATE.
         PERFORM 231-EDIT-COUNTS.
         MOVE SPACES TO RPT-REC.
         STRING ' ' ET-ENT(ENT-IX) '     ' ED-CONV '  ' ED-STP
          '  ' ED-TOUCH '    ' ED-RATE '%'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO ENT-IX.

        222-WRITE-ONE-PAIR.
         MOVE PR-CONV(PAIR-IX) TO RATE-CONV.
         MOVE PR-TOUCH(PAIR-IX) TO RATE-TOUCH.
         PERFORM 230-COMPUTE-RATE.
         PERFORM 231-EDIT-COUNTS.
         MOVE SPACES TO RPT-REC.
         STRING ' ' PR-A(PAIR-IX) '/' PR-B(PAIR-IX)
          '     ' ED-CONV '  ' ED-STP '  ' ED-TOUCH
          '    ' ED-RATE '%'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO PAIR-IX.

        223-WRITE-ONE-TYPE.
         MOVE TY-CT(TY-IX) TO ED-TOUCH.
         MOVE SPACES TO RPT-REC.
         STRING ' ' TY-LABEL(TY-IX) '   ' ED-TOUCH
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO TY-IX.

        224-WRITE-ONE-TREND.
         MOVE TR-CONV(TR-IX) TO ED-CONV.
         MOVE TR-TOUCH(TR-IX) TO ED-TOUCH.
         MOVE TR-RATE(TR-IX) TO ED-RATE.
         MOVE SPACES TO RPT-REC.
         STRING ' ' TR-PERIOD(TR-IX) '     ' ED-CONV '  ' ED-TOUCH
          '    ' ED-RATE '%'
          DELIMITED BY SIZE INTO RPT-REC.
      * THE CHANGE IS IN RATE POINTS AGAINST THE MONTH BEFORE, SHOWN
      * ONLY WHEN BOTH MONTHS HAD CONVERSIONS
         IF TR-IX > 1 AND TR-CONV(TR-IX) > 0
            AND TR-CONV(TR-IX - 1) > 0
          COMPUTE RATE-DIFF = TR-RATE(TR-IX) - TR-RATE(TR-IX - 1)
          MOVE RATE-DIFF TO ED-DIFF
          MOVE ED-DIFF TO RPT-REC(42:7)
         END-IF.
         MOVE TR-CANCEL(TR-IX) TO ED-STP.
         MOVE ED-STP TO RPT-REC(52:8).
         WRITE RPT-REC.
         ADD 1 TO TR-IX.

        230-COMPUTE-RATE.
      * STP RATE = SHARE OF CONVERSIONS NOBODY TOUCHED
         IF RATE-CONV = 0
          MOVE ZEROS TO RATE-PCT
         ELSE
          COMPUTE RATE-PCT ROUNDED =
           (RATE-CONV - RATE-TOUCH) * 100 / RATE-CONV
         END-IF.

        231-EDIT-COUNTS.
         MOVE RATE-CONV TO ED-CONV.
         COMPUTE CT-STRAIGHT = RATE-CONV - RATE-TOUCH.
         MOVE CT-STRAIGHT TO ED-STP.
         MOVE RATE-TOUCH TO ED-TOUCH.
         MOVE RATE-PCT TO ED-RATE.

        300-END.
         DISPLAY '-- STP SUMMARY --'.
         DISPLAY ' PERIOD: ' RUN-PERIOD.
         MOVE TR-MAX TO TR-IX.
         DISPLAY ' GENERATIONS READ: ' TR-GENS(TR-IX).
         DISPLAY ' CONVERSIONS: ' TR-CONV(TR-IX).
         DISPLAY ' TOUCHED: ' TR-TOUCH(TR-IX).
         MOVE TR-RATE(TR-IX) TO ED-RATE.
         DISPLAY ' STP RATE: ' ED-RATE '%'.
         DISPLAY ' TOUCH EVIDENCE LOADED: ' EV-CT
          '  OVERRIDE DAYS: ' OD-CT.
         DISPLAY 'END-PROGRAM: STPR0001'.
         GOBACK.
       END PROGRAM STPR0001.
