      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - TRIAGEM DE FRACIONAMENTO E VELOCIDADE:
      *          LE AS GERACOES RECENTES DE O0001 (GCAT0001) E, SE A
      *          CONVERSAO DO DIA AINDA NAO RODOU, O I0001.txt PENDENTE;
      *          POR ENTIDADE E MOEDA PROCURA CONVERSOES LOGO ABAIXO DO
      *          LIMITE DE RETENCAO NO DIA OU NA JANELA, SALTO DO VOLUME
      *          DO DIA SOBRE A MEDIA E VALORES REDONDOS REPETIDOS; CADA
      *          ACHADO ABRE UM CASO EM SCRNCASE.txt (COMO OS FUROS DO
      *          BRKM0001) E O MODO WORK DEIXA O COMPLIANCE DAR A
      *          DISPOSICAO COM MOTIVO E INICIAIS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. SCRN0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT OGN-FL ASSIGN OGN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-OGN.
         SELECT RAW-FL ASSIGN RAW-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RAW.
         SELECT CASE-FL ASSIGN CASE-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CASE.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.
         SELECT ALRT-FL ASSIGN ALRT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ALRT.

       DATA DIVISION.
        FILE SECTION.
         FD OGN-FL.
         01 RCRD-OUT.
          02 O-A                                           PIC X(10).
          02 O-B                                           PIC X(10).
          02 O-DT                                          PIC 9(8).
          02 O-V                                           PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 O-ENT                                         PIC X(4).
         01 OTR-TRL-RCRD.
          02 OTR-TRL-TAG                                   PIC X(10).
          02 OTR-TRL-CT                                    PIC 9(6).
          02 OTR-TRL-HASH                                PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 FILLER                                        PIC X(8).

         FD RAW-FL.
         01 RCRD-RAW.
          02 RAW-A                                          PIC X(10).
          02 RAW-B                                          PIC X(10).
          02 RAW-DT                                         PIC 9(8).
          02 RAW-V                                         PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 RAW-ENT                                        PIC X(4).
          02 RAW-DIR                                        PIC X.
          02 RAW-ACT                                        PIC X.
          02 RAW-CPTY                                       PIC X(8).

         FD CASE-FL.
         01 CASE-RCRD.
          02 CS-ID                                          PIC 9(6).
          02 CS-OPEN-DT                                     PIC 9(8).
          02 CS-TYPE                                        PIC X(3).
          02 CS-ENT                                         PIC X(4).
          02 CS-CUR                                         PIC X(10).
          02 CS-KEY                                         PIC X(14).
          02 CS-STATUS                                      PIC X(8).
          02 CS-TEXT                                        PIC X(80).
          02 CS-OPER                                        PIC X(3).
          02 CS-TS                                          PIC 9(14).
          02 CS-REASON                                      PIC X(30).

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
             VALUE 'SCRN0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 OGN-FL-PATH                                    PIC X(80).
         77 RAW-FL-PATH               PIC X(80)
             VALUE '.\..\fls\I0001.txt'.
         77 CASE-FL-PATH              PIC X(80)
             VALUE '.\..\fls\SCRNCASE.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\SCRNRPT.txt'.
         77 ALRT-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ALERT.txt'.
         77 RAW-FL-PATH-ENV           PIC X(80).
         77 CASE-FL-PATH-ENV          PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 ALRT-FL-PATH-ENV          PIC X(80).
         77 REH-WRK-PATH                                   PIC X(80).
         77 REHEARSAL-ENV                              PIC X(3).
         77 REHEARSAL-FL                             PIC X VALUE 'N'.
          88 IS-REHEARSAL                                  VALUE 'Y'.

         77 STTS-OGN                                       PIC 99.
         77 STTS-RAW                                       PIC 99.
         77 STTS-CASE                                      PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 STTS-ALRT                                      PIC 99.
         77 OGN-EOF-FL                                     PIC X.
          88 OGN-IS-EOF                                    VALUE 'Y'.
         77 RAW-EOF-FL                               PIC X VALUE 'N'.
          88 RAW-IS-EOF                                    VALUE 'Y'.
         77 CASE-EOF-FL                              PIC X VALUE 'N'.
          88 CASE-IS-EOF                                   VALUE 'Y'.

         77 GEN-FUNC                  PIC X(3).
         77 GEN-FILE-ID               PIC X(10).
         77 GEN-DATE                  PIC 9(8).
         77 GEN-PATH                  PIC X(80).
         77 GEN-KEEP                  PIC 9(4) VALUE ZEROS.
         77 GEN-RC                    PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.

         77 MODE-ENV                                       PIC X(7).
         77 RUN-MODE                         PIC X(7) VALUE 'UPDATE'.
          88 MODE-IS-WORK                              VALUE 'WORK'.

      * SCREENING PARAMETERS; THE LIMIT DEFAULTS TO THE VALUE LIMIT
      * CONV0001 HOLDS CONVERSIONS ABOVE (MIT-THRESHOLD)
         77 THRESHOLD                  PIC 9(08)V99 VALUE 99999999.
         77 THRESHOLD-ENV                                  PIC X(8).
         77 BAND-PCT                            PIC 9(3) VALUE 90.
         77 BAND-PCT-ENV                                   PIC X(3).
         77 BAND-LOW                                     PIC 9(08)V99.
         77 STR-DAY-CT                          PIC 9(3) VALUE 3.
         77 STR-DAY-CT-ENV                                 PIC X(3).
         77 STR-WIN-CT                          PIC 9(3) VALUE 5.
         77 STR-WIN-CT-ENV                                 PIC X(3).
         77 VEL-FACTOR                          PIC 9(3) VALUE 3.
         77 VEL-FACTOR-ENV                                 PIC X(3).
         77 RND-UNIT                   PIC 9(08)V99 VALUE 1000.
         77 RND-UNIT-ENV                                   PIC X(8).
         77 RND-MIN-CT                          PIC 9(3) VALUE 3.
         77 RND-MIN-CT-ENV                                 PIC X(3).
         77 WINDOW-DAYS                         PIC 99 VALUE 7.
         77 WINDOW-DAYS-ENV                                PIC X(2).

         77 ASOF-ENV                                       PIC X(8).
         77 ASOF-DT                                        PIC 9(8).
         77 ASOF-INT                                       PIC 9(7).
         77 WIN-START-DT                                   PIC 9(8).
         77 DAY-OFF                                        PIC 99.
         77 DAY-DT                                         PIC 9(8).
         77 TODAY-GEN-FL                             PIC X VALUE 'N'.
          88 TODAY-IS-CONVERTED                            VALUE 'Y'.

      * CONVERSIONS IN THE WINDOW, ONE ROW PER DETAIL
         77 ITM-CT                                     PIC 9(4) COMP.
         77 ITM-IX                                     PIC 9(4) COMP.
         01 ITM-TBL.
          03 ITM-ENTRY OCCURS 1 TO 9999 TIMES
              DEPENDING ON ITM-CT.
           05 IT-ENT                                       PIC X(4).
           05 IT-CUR                                       PIC X(10).
           05 IT-DAY                                       PIC 9(8).
           05 IT-AMT                                     PIC 9(08)V99.
           05 IT-SRC                                       PIC X.

         77 GRP-ENT                                        PIC X(4).
         77 GRP-CUR                                        PIC X(10).
         77 GRP-DAY                                        PIC 9(8).
         77 GRP-AMT                                      PIC 9(08)V99.
         77 DAY-BAND-CT                                    PIC 9(4).
         77 DAY-BAND-AMT                                 PIC 9(12)V99.
         77 DAY-VOL                                      PIC 9(12)V99.
         77 WIN-BAND-CT                                    PIC 9(4).
         77 WIN-BAND-AMT                                 PIC 9(12)V99.
         77 DAY-CASE-FL                                    PIC X.
          88 DAY-CASE-OPENED                               VALUE 'Y'.
         77 TODAY-VOL                                    PIC 9(12)V99.
         77 PRIOR-VOL                                    PIC 9(12)V99.
         77 AVG-VOL                                      PIC 9(12)V99.
         77 AMT-RUN-CT                                     PIC 9(4).
         77 RND-Q                                          PIC 9(10).

      * SCREENING CASES, OPEN AND CLOSED, AS KEPT ON SCRNCASE.txt
         77 CX-CT                                      PIC 9(4) COMP.
         77 CX-IX                                      PIC 9(4) COMP.
         01 CX-TBL.
          02 CX-ENTRY OCCURS 999 TIMES.
           03 CX-ID                                        PIC 9(6).
           03 CX-OPEN-DT                                   PIC 9(8).
           03 CX-TYPE                                      PIC X(3).
           03 CX-ENT                                       PIC X(4).
           03 CX-CUR                                       PIC X(10).
           03 CX-KEY                                       PIC X(14).
           03 CX-STATUS                                    PIC X(8).
            88 CX-IS-LIVE                  VALUE 'OPEN' 'ESCALATD'.
           03 CX-TEXT                                      PIC X(80).
           03 CX-OPER                                      PIC X(3).
           03 CX-TS                                        PIC 9(14).
           03 CX-REASON                                    PIC X(30).
         77 NEXT-ID                             PIC 9(6) VALUE 1.
         77 CX-FOUND-FL                                    PIC X.
          88 CASE-IS-KNOWN                                 VALUE 'Y'.

         77 HIT-TYPE                                       PIC X(3).
         77 HIT-KEY                                        PIC X(14).
         77 HIT-TEXT                                       PIC X(80).

         77 ED-CT                                          PIC ZZZ9.
         77 ED-AMT                                     PIC Z(11)9.99.
         77 ED-AMT2                                    PIC Z(11)9.99.
         77 ED-KEY-AMT                                   PIC 9(8).99.
         77 ED-LIMIT                                   PIC Z(7)9.99.

         77 CT-ITEMS                            PIC 9(6) VALUE ZEROS.
         77 CT-GEN-DAYS                         PIC 99 VALUE ZEROS.
         77 CT-PENDING                          PIC 9(6) VALUE ZEROS.
         77 CT-NEW                              PIC 9(4) VALUE ZEROS.
         77 CT-KNOWN                            PIC 9(4) VALUE ZEROS.
         77 CT-NEW-STR                          PIC 9(4) VALUE ZEROS.
         77 CT-NEW-VEL                          PIC 9(4) VALUE ZEROS.
         77 CT-NEW-RND                          PIC 9(4) VALUE ZEROS.
         77 CT-LIVE                             PIC 9(4) VALUE ZEROS.
         77 CT-WORKED                           PIC 9(4) VALUE ZEROS.
         77 ALRT-SEQ-CT                         PIC 999 VALUE ZEROS.
         77 ANS-ACTION                                     PIC X.
         77 ANS-INITS                                      PIC X(3).
         77 ANS-REASON                                     PIC X(30).
         77 OPRV-FUNC                                  PIC X(3).
         77 OPRV-ROLE                                  PIC X(8).
         77 OPRV-PGM                                   PIC X(8).
         77 OPRV-RC                                    PIC 99.
         77 OPRV-SAVED-RC                        PIC S9(9) COMP-5.



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
         DISPLAY 'MAIN: SCRN0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: SCRN0001'.
         ACCEPT RAW-FL-PATH-ENV FROM ENVIRONMENT 'SCRN0001_INFILE'.
         IF RAW-FL-PATH-ENV NOT = SPACES
          MOVE RAW-FL-PATH-ENV TO RAW-FL-PATH
         END-IF.
         ACCEPT CASE-FL-PATH-ENV FROM ENVIRONMENT 'SCRN0001_CASEFILE'.
         IF CASE-FL-PATH-ENV NOT = SPACES
          MOVE CASE-FL-PATH-ENV TO CASE-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'SCRN0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT ALRT-FL-PATH-ENV FROM ENVIRONMENT 'SCRN0001_ALERTFILE'.
         IF ALRT-FL-PATH-ENV NOT = SPACES
          MOVE ALRT-FL-PATH-ENV TO ALRT-FL-PATH
         END-IF.
         ACCEPT MODE-ENV FROM ENVIRONMENT 'SCRN0001_MODE'.
         IF MODE-ENV = 'WORK'
          MOVE 'WORK' TO RUN-MODE
         END-IF.
         PERFORM 101-LOAD-PARAMETERS.
         MOVE FUNCTION CURRENT-DATE(1:8) TO ASOF-DT.
         ACCEPT ASOF-ENV FROM ENVIRONMENT 'SCRN0001_ASOF'.
         IF ASOF-ENV IS NUMERIC AND ASOF-ENV NOT = SPACES
          MOVE ASOF-ENV TO ASOF-DT
         END-IF.
         COMPUTE ASOF-INT = FUNCTION INTEGER-OF-DATE(ASOF-DT).
         COMPUTE WIN-START-DT = FUNCTION DATE-OF-INTEGER
          (ASOF-INT - WINDOW-DAYS + 1).
         COMPUTE BAND-LOW = THRESHOLD * BAND-PCT / 100.
         ACCEPT REHEARSAL-ENV FROM ENVIRONMENT 'CHAIN_REHEARSAL'.
         IF REHEARSAL-ENV(1:1) = 'Y'
          MOVE 'Y' TO REHEARSAL-FL
          MOVE SPACES TO REH-WRK-PATH
          STRING RPT-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO RPT-FL-PATH
         END-IF.
         MOVE 0 TO ITM-CT.
         MOVE 0 TO CX-CT.
         PERFORM 103-LOAD-CASES.

        101-LOAD-PARAMETERS.
         ACCEPT THRESHOLD-ENV FROM ENVIRONMENT 'SCRN0001_THRESHOLD'.
         IF THRESHOLD-ENV IS NUMERIC AND THRESHOLD-ENV NOT = SPACES
          MOVE THRESHOLD-ENV TO THRESHOLD
         END-IF.
         ACCEPT BAND-PCT-ENV FROM ENVIRONMENT 'SCRN0001_BANDPCT'.
         IF BAND-PCT-ENV IS NUMERIC AND BAND-PCT-ENV NOT = SPACES
          MOVE BAND-PCT-ENV TO BAND-PCT
         END-IF.
         ACCEPT STR-DAY-CT-ENV FROM ENVIRONMENT 'SCRN0001_STRDAY'.
         IF STR-DAY-CT-ENV IS NUMERIC AND STR-DAY-CT-ENV NOT = SPACES
          MOVE STR-DAY-CT-ENV TO STR-DAY-CT
         END-IF.
         ACCEPT STR-WIN-CT-ENV FROM ENVIRONMENT 'SCRN0001_STRWIN'.
         IF STR-WIN-CT-ENV IS NUMERIC AND STR-WIN-CT-ENV NOT = SPACES
          MOVE STR-WIN-CT-ENV TO STR-WIN-CT
         END-IF.
         ACCEPT VEL-FACTOR-ENV FROM ENVIRONMENT 'SCRN0001_VELFACT'.
         IF VEL-FACTOR-ENV IS NUMERIC AND VEL-FACTOR-ENV NOT = SPACES
          MOVE VEL-FACTOR-ENV TO VEL-FACTOR
         END-IF.
         ACCEPT RND-UNIT-ENV FROM ENVIRONMENT 'SCRN0001_RNDUNIT'.
         IF RND-UNIT-ENV IS NUMERIC AND RND-UNIT-ENV NOT = SPACES
          MOVE RND-UNIT-ENV TO RND-UNIT
         END-IF.
         IF RND-UNIT = 0
          MOVE 1000 TO RND-UNIT
         END-IF.
         ACCEPT RND-MIN-CT-ENV FROM ENVIRONMENT 'SCRN0001_RNDCT'.
         IF RND-MIN-CT-ENV IS NUMERIC AND RND-MIN-CT-ENV NOT = SPACES
          MOVE RND-MIN-CT-ENV TO RND-MIN-CT
         END-IF.
         ACCEPT WINDOW-DAYS-ENV FROM ENVIRONMENT 'SCRN0001_DAYS'.
         IF WINDOW-DAYS-ENV IS NUMERIC AND WINDOW-DAYS-ENV NOT = SPACES
          MOVE WINDOW-DAYS-ENV TO WINDOW-DAYS
         END-IF.
         IF WINDOW-DAYS = 0 OR WINDOW-DAYS > 31
          MOVE 7 TO WINDOW-DAYS
         END-IF.

        103-LOAD-CASES.
         OPEN INPUT CASE-FL.
         IF STTS-CASE NOT = ZEROS
          DISPLAY 'NO CASE FILE YET, STARTING FRESH'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 104-LOAD-ONE-CASE UNTIL CASE-IS-EOF.
         CLOSE CASE-FL.

        104-LOAD-ONE-CASE.
         READ CASE-FL
          AT END
           MOVE 'Y' TO CASE-EOF-FL
          NOT AT END
           IF CX-CT >= 999
            DISPLAY 'CASE TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO CX-CT
           MOVE CS-ID TO CX-ID(CX-CT)
           MOVE CS-OPEN-DT TO CX-OPEN-DT(CX-CT)
           MOVE CS-TYPE TO CX-TYPE(CX-CT)
           MOVE CS-ENT TO CX-ENT(CX-CT)
           MOVE CS-CUR TO CX-CUR(CX-CT)
           MOVE CS-KEY TO CX-KEY(CX-CT)
           MOVE CS-STATUS TO CX-STATUS(CX-CT)
           MOVE CS-TEXT TO CX-TEXT(CX-CT)
           MOVE CS-OPER TO CX-OPER(CX-CT)
           MOVE CS-TS TO CX-TS(CX-CT)
           MOVE CS-REASON TO CX-REASON(CX-CT)
           IF CS-ID NOT < NEXT-ID
            COMPUTE NEXT-ID = CS-ID + 1
           END-IF
         END-READ.
         IF STTS-CASE NOT = ZEROS AND STTS-CASE NOT = 10
          DISPLAY 'I/O ERROR READING CASE-FL, STATUS = ' STTS-CASE
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO CASE-EOF-FL
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: SCRN0001'.
         IF MODE-IS-WORK
          PERFORM 240-WORK-SESSION
         ELSE
          DISPLAY 'SCREENING WINDOW: ' WIN-START-DT ' TO ' ASOF-DT
          PERFORM 210-LOAD-ACTIVITY
          PERFORM 220-SCREEN-ACTIVITY
         END-IF.
         PERFORM 230-WRITE-WORKLIST.
         IF NOT IS-REHEARSAL
          PERFORM 250-REWRITE-CASES
         END-IF.

        210-LOAD-ACTIVITY.
         MOVE 0 TO DAY-OFF.
         PERFORM 211-LOAD-ONE-DAY UNTIL DAY-OFF >= WINDOW-DAYS.
      * BEFORE TODAY'S CONVERSION RUN THE DAY'S ACTIVITY IS STILL THE
      * PENDING INPUT; ONCE O0001 IS CATALOGUED IT ALREADY HOLDS IT
         IF NOT TODAY-IS-CONVERTED
          PERFORM 215-LOAD-PENDING-INPUT
         END-IF.

        211-LOAD-ONE-DAY.
         COMPUTE DAY-DT = FUNCTION DATE-OF-INTEGER(ASOF-INT - DAY-OFF).
         ADD 1 TO DAY-OFF.
         MOVE 'GET' TO GEN-FUNC.
         MOVE 'O0001' TO GEN-FILE-ID.
         MOVE DAY-DT TO GEN-DATE.
         MOVE SPACES TO GEN-PATH.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'GCAT0001' USING GEN-FUNC GEN-FILE-ID GEN-DATE
           GEN-PATH GEN-KEEP GEN-RC.
         MOVE SAVED-RC TO RETURN-CODE.
         IF GEN-RC NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         MOVE GEN-PATH TO OGN-FL-PATH.
         MOVE 'N' TO OGN-EOF-FL.
         OPEN INPUT OGN-FL.
         IF STTS-OGN NOT = ZEROS
          DISPLAY 'O0001 GENERATION UNREADABLE, STATUS = ' STTS-OGN
           ': ' OGN-FL-PATH
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CT-GEN-DAYS.
         IF DAY-DT = ASOF-DT
          MOVE 'Y' TO TODAY-GEN-FL
         END-IF.
         PERFORM 212-READ-ONE-OP UNTIL OGN-IS-EOF.
         CLOSE OGN-FL.

        212-READ-ONE-OP.
         READ OGN-FL
          AT END
           MOVE 'Y' TO OGN-EOF-FL
          NOT AT END
           IF OTR-TRL-TAG NOT = '*TRAILER*'
            PERFORM 213-NEW-ITEM
            MOVE O-ENT TO IT-ENT(ITM-CT)
            MOVE O-B TO IT-CUR(ITM-CT)
            MOVE DAY-DT TO IT-DAY(ITM-CT)
            MOVE 'O' TO IT-SRC(ITM-CT)
            IF O-V < 0
             COMPUTE IT-AMT(ITM-CT) = 0 - O-V
            ELSE
             MOVE O-V TO IT-AMT(ITM-CT)
            END-IF
           END-IF
         END-READ.
         IF STTS-OGN NOT = ZEROS AND STTS-OGN NOT = 10
          DISPLAY 'I/O ERROR READING OGN-FL, STATUS = ' STTS-OGN
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO OGN-EOF-FL
         END-IF.

        213-NEW-ITEM.
         IF ITM-CT >= 9999
          DISPLAY 'ACTIVITY TABLE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO ITM-CT.
         ADD 1 TO CT-ITEMS.

        215-LOAD-PENDING-INPUT.
         OPEN INPUT RAW-FL.
         IF STTS-RAW NOT = ZEROS
          DISPLAY 'NO PENDING INPUT (' RAW-FL-PATH ')'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 216-READ-ONE-RAW UNTIL RAW-IS-EOF.
         CLOSE RAW-FL.

        216-READ-ONE-RAW.
      * ONLY NEW CONVERSIONS; AMENDMENTS AND CANCELS ARE NOT VOLUME.
      * THE PENDING AMOUNT IS STILL IN THE SOURCE CURRENCY
         READ RAW-FL
          AT END
           MOVE 'Y' TO RAW-EOF-FL
          NOT AT END
           IF RAW-A NOT = '*TRAILER*' AND RAW-ACT = SPACE
            PERFORM 213-NEW-ITEM
            ADD 1 TO CT-PENDING
            MOVE RAW-ENT TO IT-ENT(ITM-CT)
            MOVE RAW-A TO IT-CUR(ITM-CT)
            MOVE ASOF-DT TO IT-DAY(ITM-CT)
            MOVE 'I' TO IT-SRC(ITM-CT)
            IF RAW-V < 0
             COMPUTE IT-AMT(ITM-CT) = 0 - RAW-V
            ELSE
             MOVE RAW-V TO IT-AMT(ITM-CT)
            END-IF
           END-IF
         END-READ.
         IF STTS-RAW NOT = ZEROS AND STTS-RAW NOT = 10
          DISPLAY 'I/O ERROR READING RAW-FL, STATUS = ' STTS-RAW
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO RAW-EOF-FL
         END-IF.

        220-SCREEN-ACTIVITY.
         IF ITM-CT = 0
          DISPLAY 'NO ACTIVITY IN THE WINDOW'
          EXIT PARAGRAPH
         END-IF.
         IF ITM-CT > 1
          SORT ITM-ENTRY ON ASCENDING KEY IT-ENT IT-CUR IT-DAY
         END-IF.
         MOVE 1 TO ITM-IX.
         PERFORM 221-SCREEN-ONE-PAIR UNTIL ITM-IX > ITM-CT.
         IF ITM-CT > 1
          SORT ITM-ENTRY ON ASCENDING KEY IT-ENT IT-CUR IT-AMT
         END-IF.
         MOVE 1 TO ITM-IX.
         PERFORM 226-SCREEN-ONE-AMOUNT UNTIL ITM-IX > ITM-CT.

        221-SCREEN-ONE-PAIR.
         MOVE IT-ENT(ITM-IX) TO GRP-ENT.
         MOVE IT-CUR(ITM-IX) TO GRP-CUR.
         MOVE ZEROS TO WIN-BAND-CT WIN-BAND-AMT TODAY-VOL PRIOR-VOL.
         MOVE 'N' TO DAY-CASE-FL.
         PERFORM 222-SCREEN-ONE-DAY UNTIL ITM-IX > ITM-CT
          OR IT-ENT(ITM-IX) NOT = GRP-ENT
          OR IT-CUR(ITM-IX) NOT = GRP-CUR.
      * SPLITTING SPREAD OVER SEVERAL DAYS, NONE OF THEM A HIT ALONE
         IF WIN-BAND-CT NOT < STR-WIN-CT AND NOT DAY-CASE-OPENED
          MOVE 'STR' TO HIT-TYPE
          MOVE 'WINDOW' TO HIT-KEY
          MOVE WIN-BAND-CT TO ED-CT
          MOVE WIN-BAND-AMT TO ED-AMT
          MOVE SPACES TO HIT-TEXT
          STRING ED-CT ' CONVERSIONS JUST BELOW LIMIT IN '
           WINDOW-DAYS ' DAYS, TOTAL ' ED-AMT
           DELIMITED BY SIZE INTO HIT-TEXT
          PERFORM 227-OPEN-CASE
         END-IF.
      * TODAY'S VOLUME AGAINST THE DAILY AVERAGE OF THE PRIOR DAYS
         IF WINDOW-DAYS > 1 AND PRIOR-VOL > 0
          COMPUTE AVG-VOL = PRIOR-VOL / (WINDOW-DAYS - 1)
          IF TODAY-VOL > AVG-VOL * VEL-FACTOR
           MOVE 'VEL' TO HIT-TYPE
           MOVE ASOF-DT TO HIT-KEY
           MOVE TODAY-VOL TO ED-AMT
           MOVE AVG-VOL TO ED-AMT2
           MOVE SPACES TO HIT-TEXT
           STRING 'DAY VOLUME ' ED-AMT ' OVER ' VEL-FACTOR
            'X DAILY AVERAGE ' ED-AMT2
            DELIMITED BY SIZE INTO HIT-TEXT
           PERFORM 227-OPEN-CASE
          END-IF
         END-IF.

        222-SCREEN-ONE-DAY.
         MOVE IT-DAY(ITM-IX) TO GRP-DAY.
         MOVE ZEROS TO DAY-BAND-CT DAY-BAND-AMT DAY-VOL.
         PERFORM 223-SCAN-ONE-ITEM UNTIL ITM-IX > ITM-CT
          OR IT-ENT(ITM-IX) NOT = GRP-ENT
          OR IT-CUR(ITM-IX) NOT = GRP-CUR
          OR IT-DAY(ITM-IX) NOT = GRP-DAY.
         ADD DAY-BAND-CT TO WIN-BAND-CT.
         ADD DAY-BAND-AMT TO WIN-BAND-AMT.
         IF GRP-DAY = ASOF-DT
          ADD DAY-VOL TO TODAY-VOL
         ELSE
          ADD DAY-VOL TO PRIOR-VOL
         END-IF.
         IF DAY-BAND-CT NOT < STR-DAY-CT
          MOVE 'Y' TO DAY-CASE-FL
          MOVE 'STR' TO HIT-TYPE
          MOVE GRP-DAY TO HIT-KEY
          MOVE DAY-BAND-CT TO ED-CT
          MOVE DAY-BAND-AMT TO ED-AMT
          MOVE SPACES TO HIT-TEXT
          STRING ED-CT ' CONVERSIONS JUST BELOW LIMIT ON '
           GRP-DAY ', TOTAL ' ED-AMT
           DELIMITED BY SIZE INTO HIT-TEXT
          PERFORM 227-OPEN-CASE
         END-IF.

        223-SCAN-ONE-ITEM.
         ADD IT-AMT(ITM-IX) TO DAY-VOL.
      * CONV0001 HOLDS ONLY ABOVE THE LIMIT, SO THE LIMIT ITSELF IS
      * STILL "JUST BELOW"; PENDING INPUT IS NOT YET IN THE CONVERTED
      * CURRENCY AND ONLY COUNTS TOWARDS VOLUME AND ROUND AMOUNTS
         IF IT-SRC(ITM-IX) = 'O'
            AND IT-AMT(ITM-IX) NOT < BAND-LOW
            AND IT-AMT(ITM-IX) NOT > THRESHOLD
          ADD 1 TO DAY-BAND-CT
          ADD IT-AMT(ITM-IX) TO DAY-BAND-AMT
         END-IF.
         ADD 1 TO ITM-IX.

        226-SCREEN-ONE-AMOUNT.
         MOVE IT-ENT(ITM-IX) TO GRP-ENT.
         MOVE IT-CUR(ITM-IX) TO GRP-CUR.
         MOVE IT-AMT(ITM-IX) TO GRP-AMT.
         MOVE ZEROS TO AMT-RUN-CT.
         PERFORM 228-COUNT-ONE-AMOUNT UNTIL ITM-IX > ITM-CT
          OR IT-ENT(ITM-IX) NOT = GRP-ENT
          OR IT-CUR(ITM-IX) NOT = GRP-CUR
          OR IT-AMT(ITM-IX) NOT = GRP-AMT.
         IF GRP-AMT = 0 OR AMT-RUN-CT < RND-MIN-CT
          EXIT PARAGRAPH
         END-IF.
         COMPUTE RND-Q = GRP-AMT / RND-UNIT.
         IF RND-Q * RND-UNIT NOT = GRP-AMT
          EXIT PARAGRAPH
         END-IF.
         MOVE 'RND' TO HIT-TYPE.
         MOVE GRP-AMT TO ED-KEY-AMT.
         MOVE ED-KEY-AMT TO HIT-KEY.
         MOVE AMT-RUN-CT TO ED-CT.
         MOVE GRP-AMT TO ED-AMT.
         MOVE SPACES TO HIT-TEXT.
         STRING 'ROUND AMOUNT ' ED-AMT ' REPEATED ' ED-CT
          ' TIMES IN ' WINDOW-DAYS ' DAYS'
          DELIMITED BY SIZE INTO HIT-TEXT.
         PERFORM 227-OPEN-CASE.

        228-COUNT-ONE-AMOUNT.
         ADD 1 TO AMT-RUN-CT.
         ADD 1 TO ITM-IX.

        227-OPEN-CASE.
      * THE SAME FINDING SEEN AGAIN INSIDE THE WINDOW IS THE SAME
      * CASE, WHETHER STILL OPEN OR ALREADY DISPOSED OF
         MOVE 'N' TO CX-FOUND-FL.
         MOVE 1 TO CX-IX.
         PERFORM 229-SCAN-CASE UNTIL CX-IX > CX-CT
          OR CASE-IS-KNOWN.
         IF CASE-IS-KNOWN
          ADD 1 TO CT-KNOWN
          EXIT PARAGRAPH
         END-IF.
         IF CX-CT >= 999
          DISPLAY 'CASE TABLE FULL, FINDING NOT RECORDED: ' HIT-TEXT
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CX-CT.
         MOVE NEXT-ID TO CX-ID(CX-CT).
         ADD 1 TO NEXT-ID.
         MOVE ASOF-DT TO CX-OPEN-DT(CX-CT).
         MOVE HIT-TYPE TO CX-TYPE(CX-CT).
         MOVE GRP-ENT TO CX-ENT(CX-CT).
         MOVE GRP-CUR TO CX-CUR(CX-CT).
         MOVE HIT-KEY TO CX-KEY(CX-CT).
         MOVE 'OPEN' TO CX-STATUS(CX-CT).
         MOVE HIT-TEXT TO CX-TEXT(CX-CT).
         MOVE SPACES TO CX-OPER(CX-CT).
         MOVE ZEROS TO CX-TS(CX-CT).
         MOVE SPACES TO CX-REASON(CX-CT).
         ADD 1 TO CT-NEW.
         EVALUATE HIT-TYPE
          WHEN 'STR'
           ADD 1 TO CT-NEW-STR
          WHEN 'VEL'
           ADD 1 TO CT-NEW-VEL
          WHEN OTHER
           ADD 1 TO CT-NEW-RND
         END-EVALUATE.
         DISPLAY 'CASE ' CX-ID(CX-CT) ' ' HIT-TYPE ' ' GRP-ENT ' '
           GRP-CUR ' ' HIT-TEXT.
         IF NOT IS-REHEARSAL
          PERFORM 225-RAISE-ALERT
         END-IF.

        229-SCAN-CASE.
         IF CX-TYPE(CX-IX) = HIT-TYPE
            AND CX-ENT(CX-IX) = GRP-ENT
            AND CX-CUR(CX-IX) = GRP-CUR
            AND CX-KEY(CX-IX) = HIT-KEY
            AND (CX-IS-LIVE(CX-IX)
             OR CX-OPEN-DT(CX-IX) NOT < WIN-START-DT)
          MOVE 'Y' TO CX-FOUND-FL
         ELSE
          ADD 1 TO CX-IX
         END-IF.

        225-RAISE-ALERT.
         OPEN EXTEND ALRT-FL.
         IF STTS-ALRT = 35 OR STTS-ALRT = 30
          OPEN OUTPUT ALRT-FL
         END-IF.
         ADD 1 TO ALRT-SEQ-CT.
         MOVE ALRT-SEQ-CT TO ALRT-SEQ.
         MOVE 'SCR' TO ALRT-TYPE.
         MOVE GRP-ENT TO ALRT-A.
         MOVE GRP-CUR TO ALRT-B.
         MOVE SPACES TO ALRT-MSG.
         STRING 'SCREENING CASE ' CX-ID(CX-CT) ' OPENED, TYPE '
           HIT-TYPE
           DELIMITED BY SIZE INTO ALRT-MSG.
         MOVE ASOF-DT TO ALRT-DT.
         MOVE FUNCTION CURRENT-DATE(1:14) TO ALRT-TS.
         WRITE ALRT-RCRD.
         CLOSE ALRT-FL.

        240-WORK-SESSION.
         DISPLAY 'OPERATOR INITIALS: '.
         ACCEPT ANS-INITS.
         IF ANS-INITS = SPACES
          DISPLAY 'INITIALS REQUIRED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 242-SIGN-ON-OPERATOR.
         MOVE 1 TO CX-IX.
         PERFORM 241-WORK-ONE-CASE UNTIL CX-IX > CX-CT.
         PERFORM 243-SIGN-OFF-OPERATOR.

        241-WORK-ONE-CASE.
         IF CX-IS-LIVE(CX-IX)
          DISPLAY 'CASE ' CX-ID(CX-IX) ' ' CX-TYPE(CX-IX) ' '
           CX-ENT(CX-IX) ' ' CX-CUR(CX-IX) ' OPENED '
           CX-OPEN-DT(CX-IX) ' ' CX-STATUS(CX-IX)
          DISPLAY '  ' CX-TEXT(CX-IX)
          DISPLAY 'DISPOSITION? (C=CLEARED E=ESCALATE R=REPORTED'
           ' BLANK=SKIP)'
          ACCEPT ANS-ACTION
          EVALUATE ANS-ACTION
           WHEN 'C' WHEN 'c'
            PERFORM 244-RECORD-DISPOSITION
           WHEN 'E' WHEN 'e'
            PERFORM 244-RECORD-DISPOSITION
           WHEN 'R' WHEN 'r'
            PERFORM 244-RECORD-DISPOSITION
           WHEN OTHER
            CONTINUE
          END-EVALUATE
         END-IF.
         ADD 1 TO CX-IX.

        244-RECORD-DISPOSITION.
         DISPLAY 'DISPOSITION REASON: '.
         ACCEPT ANS-REASON.
         IF ANS-REASON = SPACES
          DISPLAY 'REASON REQUIRED, CASE LEFT AS IT WAS'
          EXIT PARAGRAPH
         END-IF.
         EVALUATE ANS-ACTION
          WHEN 'C' WHEN 'c'
           MOVE 'CLEARED' TO CX-STATUS(CX-IX)
          WHEN 'E' WHEN 'e'
           MOVE 'ESCALATD' TO CX-STATUS(CX-IX)
          WHEN OTHER
           MOVE 'REPORTED' TO CX-STATUS(CX-IX)
         END-EVALUATE.
         MOVE ANS-INITS TO CX-OPER(CX-IX).
         MOVE ANS-REASON TO CX-REASON(CX-IX).
         MOVE FUNCTION CURRENT-DATE(1:14) TO CX-TS(CX-IX).
         ADD 1 TO CT-WORKED.

        242-SIGN-ON-OPERATOR.
      * DISPOSITIONS ARE A COMPLIANCE DECISION; THE OPERATOR MASTER
      * MUST GRANT THE COMPLY ROLE
         MOVE 'ON' TO OPRV-FUNC.
         MOVE 'COMPLY' TO OPRV-ROLE.
         MOVE 'SCRN0001' TO OPRV-PGM.
         MOVE RETURN-CODE TO OPRV-SAVED-RC.
         CALL 'OPRV0001' USING OPRV-FUNC ANS-INITS OPRV-ROLE
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

        243-SIGN-OFF-OPERATOR.
         MOVE 'OFF' TO OPRV-FUNC.
         MOVE RETURN-CODE TO OPRV-SAVED-RC.
         CALL 'OPRV0001' USING OPRV-FUNC ANS-INITS OPRV-ROLE
           OPRV-PGM OPRV-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE OPRV-SAVED-RC TO RETURN-CODE.

        230-WRITE-WORKLIST.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE THRESHOLD TO ED-LIMIT.
         MOVE SPACES TO RPT-REC.
         STRING 'SCREENING CASE WORKLIST ' ASOF-DT
          '  WINDOW ' WIN-START-DT ' TO ' ASOF-DT
          '  LIMIT ' ED-LIMIT '  BAND ' BAND-PCT '%'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO CX-IX.
         PERFORM 231-WRITE-ONE-CASE UNTIL CX-IX > CX-CT.
         MOVE SPACES TO RPT-REC.
         STRING 'NEW: ' CT-NEW '  (STR ' CT-NEW-STR '  VEL '
           CT-NEW-VEL '  RND ' CT-NEW-RND ')  ALREADY CASED: '
           CT-KNOWN '  LIVE: ' CT-LIVE
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         CLOSE RPT-FL.

        231-WRITE-ONE-CASE.
         IF CX-IS-LIVE(CX-IX)
          ADD 1 TO CT-LIVE
          MOVE SPACES TO RPT-REC
          STRING ' ' CX-ID(CX-IX) ' ' CX-OPEN-DT(CX-IX) ' '
           CX-STATUS(CX-IX) ' ' CX-TYPE(CX-IX) ' ' CX-ENT(CX-IX)
           ' ' CX-CUR(CX-IX) ' ' CX-TEXT(CX-IX)
           DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
         END-IF.
         ADD 1 TO CX-IX.

        250-REWRITE-CASES.
      * DISPOSED CASES STAY ON FILE WITH WHO CLOSED THEM AND WHY
         OPEN OUTPUT CASE-FL.
         IF STTS-CASE NOT = ZEROS
          DISPLAY 'ERROR REWRITING CASE-FL, STATUS = ' STTS-CASE
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO CX-IX.
         PERFORM 251-WRITE-ONE-CASE UNTIL CX-IX > CX-CT.
         CLOSE CASE-FL.
         DISPLAY 'CASE FILE UPDATED: ' CASE-FL-PATH.

        251-WRITE-ONE-CASE.
         MOVE CX-ID(CX-IX) TO CS-ID.
         MOVE CX-OPEN-DT(CX-IX) TO CS-OPEN-DT.
         MOVE CX-TYPE(CX-IX) TO CS-TYPE.
         MOVE CX-ENT(CX-IX) TO CS-ENT.
         MOVE CX-CUR(CX-IX) TO CS-CUR.
         MOVE CX-KEY(CX-IX) TO CS-KEY.
         MOVE CX-STATUS(CX-IX) TO CS-STATUS.
         MOVE CX-TEXT(CX-IX) TO CS-TEXT.
         MOVE CX-OPER(CX-IX) TO CS-OPER.
         MOVE CX-TS(CX-IX) TO CS-TS.
         MOVE CX-REASON(CX-IX) TO CS-REASON.
         WRITE CASE-RCRD.
         ADD 1 TO CX-IX.

        300-END.
         DISPLAY '-- SCREENING SUMMARY --'.
         DISPLAY ' CASES ON FILE: ' CX-CT '  LIVE: ' CT-LIVE.
         IF MODE-IS-WORK
          DISPLAY ' DISPOSED THIS SESSION: ' CT-WORKED
         ELSE
          DISPLAY ' O0001 GENERATION DAYS READ: ' CT-GEN-DAYS
          DISPLAY ' CONVERSIONS SCREENED: ' CT-ITEMS
           '  (PENDING INPUT ' CT-PENDING ')'
          DISPLAY ' NEW CASES: ' CT-NEW '  STRUCTURING ' CT-NEW-STR
           '  VELOCITY ' CT-NEW-VEL '  ROUND AMOUNT ' CT-NEW-RND
          DISPLAY ' ALREADY CASED: ' CT-KNOWN
         END-IF.
         IF CT-NEW > 0 AND RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: SCRN0001'.
         GOBACK.
       END PROGRAM SCRN0001.
