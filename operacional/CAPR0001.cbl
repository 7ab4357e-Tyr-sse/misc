      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - PLANEJAMENTO DE CAPACIDADE: MANTEM O
      *          REGISTRO DOS LIMITES DE TABELA EM MEMORIA DE CADA
      *          PROGRAMA (CAPLIM.txt, SEMEADO COM OS LIMITES CONHECIDOS
      *          NA PRIMEIRA EXECUCAO), LIGA CADA LIMITE AO QUE O FAZ
      *          CRESCER (VOLUME DE ENTRADA/SAIDA/REJEITO EM RUNSTAT.txt
      *          OU O TAMANHO DE UM ARQUIVO, GUARDADO A CADA EXECUCAO EM
      *          CAPHIST.txt), AJUSTA A TENDENCIA DE CRESCIMENTO E
      *          PROJETA A DATA EM QUE CADA LIMITE SERA ATINGIDO; FAZ O
      *          MESMO COM O FIM DAS EXECUCOES DE RUNHIST.txt CONTRA O
      *          FIM DA JANELA DO BDRV0001. RELATORIO EM CAPR0001.RPT E
      *          ALERTA (CAP) EM ALERT.txt QUANDO UMA PROJECAO CAI
      *          DENTRO DO HORIZONTE (PADRAO 90 DIAS); RC=4 COM ALERTA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. CAPR0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT LIM-FL ASSIGN LIM-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-LIM.
         SELECT STAT-FL ASSIGN STAT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-STAT.
         SELECT HIST-FL ASSIGN HIST-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-HIST.
         SELECT CAPH-FL ASSIGN CAPH-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CAPH.
         SELECT CNT-FL ASSIGN CNT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CNT.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.
         SELECT ALRT-FL ASSIGN ALRT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ALRT.

       DATA DIVISION.
        FILE SECTION.
      * THE LIMIT REGISTER: PROGRAM, TABLE, ITS OCCURS LIMIT AND WHAT
      * FILLS IT: IN/OUT/REJ = RUNSTAT VOLUME OF A RUN, OF WHICH
      * LM-PCT PERCENT LANDS IN THE TABLE; FIL = ONE ENTRY PER LINE OF
      * LM-FILE (A MASTER OR DECK IN THE FILES DIRECTORY)
         FD LIM-FL.
         01 LIM-RCRD.
          02 LM-PGM                                        PIC X(8).
          02 LM-TABLE                                      PIC X(10).
          02 LM-LIMIT                                      PIC 9(7).
          02 LM-DRIVER                                     PIC X(3).
           88 LM-IS-VOLUME                      VALUE 'IN' 'OUT' 'REJ'.
           88 LM-IS-FILE                                   VALUE 'FIL'.
          02 LM-PCT                                      PIC 9(3)V99.
          02 LM-FILE                                       PIC X(20).

         FD STAT-FL.
         01 STAT-RCRD.
          02 STAT-DT                                        PIC 9(8).
          02 STAT-CT-IN                                     PIC 9(6).
          02 STAT-CT-OUT                                    PIC 9(6).
          02 STAT-CT-REJ                                    PIC 9(6).
          02 STAT-TOT-V                                  PIC S9(14)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 STAT-MAX-V                                  PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 STAT-MIN-V                                  PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.

         FD HIST-FL.
         01 HIST-RCRD.
          02 RH-RUN-ID                                      PIC 9(14).
          02 RH-STEP                                        PIC X(8).
          02 RH-START                                       PIC 9(14).
          02 RH-END                                         PIC 9(14).
          02 RH-RC                                          PIC 999.
          02 RH-WARN                                        PIC X.
          02 RH-BUILD                                       PIC X(12).

      * ONE LINE PER FIL LIMIT PER RUN OF THIS REPORT: THE FILE SIZE
      * HAS NO HISTORY OF ITS OWN, SO THIS IS WHERE ITS TREND COMES FROM
         FD CAPH-FL.
         01 CAPH-RCRD.
          02 CH-DT                                          PIC 9(8).
          02 CH-PGM                                         PIC X(8).
          02 CH-TABLE                                       PIC X(10).
          02 CH-USE                                         PIC 9(7).

         FD CNT-FL.
         01 CNT-REC                                         PIC X(200).

         FD RPT-FL.
         01 RPT-REC                                         PIC X(100).

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
             VALUE 'CAPR0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 LIM-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CAPLIM.txt'.
         77 STAT-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RUNSTAT.txt'.
         77 HIST-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RUNHIST.txt'.
         77 CAPH-FL-PATH              PIC X(80)
             VALUE '.\..\fls\CAPHIST.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CAPR0001.RPT'.
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'CAPR0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'CAPR0001'.
         77 RPTF-RC                                        PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.
         77 ALRT-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ALERT.txt'.
         77 FLS-DIR                   PIC X(40)
             VALUE '.\..\fls\'.
         77 LIM-FL-PATH-ENV           PIC X(80).
         77 STAT-FL-PATH-ENV          PIC X(80).
         77 HIST-FL-PATH-ENV          PIC X(80).
         77 CAPH-FL-PATH-ENV          PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 ALRT-FL-PATH-ENV          PIC X(80).
         77 FLS-DIR-ENV               PIC X(40).
         77 CNT-FL-PATH                                    PIC X(80).

         77 STTS-LIM                                       PIC 99.
         77 STTS-STAT                                      PIC 99.
         77 STTS-HIST                                      PIC 99.
         77 STTS-CAPH                                      PIC 99.
         77 STTS-CNT                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 STTS-ALRT                                      PIC 99.
         77 LIM-EOF-FL                                     PIC X.
          88 LIM-IS-EOF                                    VALUE 'Y'.
         77 STAT-EOF-FL                                    PIC X.
          88 STAT-IS-EOF                                   VALUE 'Y'.
         77 HIST-EOF-FL                                    PIC X.
          88 HIST-IS-EOF                                   VALUE 'Y'.
         77 CAPH-EOF-FL                                    PIC X.
          88 CAPH-IS-EOF                                   VALUE 'Y'.
         77 CNT-EOF-FL                                     PIC X.
          88 CNT-IS-EOF                                    VALUE 'Y'.

         77 HORIZON                            PIC 9(3) VALUE 90.
         77 HORIZON-ENV                                    PIC X(3).
         77 NRUNS                              PIC 9(3) VALUE 60.
         77 NRUNS-ENV                                      PIC X(3).
         77 WIN-START-ENV                                  PIC X(4).
         77 WIN-END-ENV                                    PIC X(4).
         77 WIN-START                                      PIC 9(4).
         77 WIN-END                                        PIC 9(4).
         77 WIN-START-MIN                                  PIC 9(4).
         77 WIN-END-MIN                                    PIC 9(4).
         77 WIN-LEN-MIN                                    PIC 9(4).
         77 WIN-SET-FL                               PIC X VALUE 'N'.
          88 WIN-IS-SET                                    VALUE 'Y'.

      * THE KNOWN LIMITS, WRITTEN TO CAPLIM.txt WHEN THERE IS NO
      * REGISTER YET; FROM THEN ON THE FILE IS THE REGISTER. THE
      * REWRITE TABLES HOLD A WHOLE FILE; RECN0001 GROUPS HOLD ONE
      * PAIR AT A TIME BUT ARE REGISTERED AT 100 PCT TO STAY ON THE
      * SAFE SIDE UNTIL THE BUSIEST PAIR'S SHARE IS KNOWN
         01 SEED-LIST.
          02 FILLER PIC X(28) VALUE 'BDRV0001DECK-TBL  0000050FIL'.
          02 FILLER PIC X(25) VALUE '00000BDRVDECK.txt'.
          02 FILLER PIC X(28) VALUE 'PROG0002SEEN-TBL  0000011FIL'.
          02 FILLER PIC X(25) VALUE '00000in0002.txt.SRC'.
          02 FILLER PIC X(28) VALUE 'KMNT0001MST-TBL   0009999FIL'.
          02 FILLER PIC X(25) VALUE '00000in0002.txt.SRC'.
          02 FILLER PIC X(28) VALUE 'CONV0001RATE-TBL  0100000FIL'.
          02 FILLER PIC X(25) VALUE '00000RATE.txt'.
          02 FILLER PIC X(28) VALUE 'CONV0001CPT-TBL   0000999FIL'.
          02 FILLER PIC X(25) VALUE '00000CPTYMST.txt'.
          02 FILLER PIC X(28) VALUE 'CONV0001CUR-TBL   0000999FIL'.
          02 FILLER PIC X(25) VALUE '00000CURRMST.txt'.
          02 FILLER PIC X(28) VALUE 'CONV0001EMS-TBL   0000999FIL'.
          02 FILLER PIC X(25) VALUE '00000ENTMST.txt'.
          02 FILLER PIC X(28) VALUE 'CONV0001CRY-TBL   0000999FIL'.
          02 FILLER PIC X(25) VALUE '00000CARRY.txt'.
          02 FILLER PIC X(28) VALUE 'RECN0001OG-TBL    0000999IN '.
          02 FILLER PIC X(25) VALUE '10000'.
          02 FILLER PIC X(28) VALUE 'RECN0001RJG-TBL   0000999REJ'.
          02 FILLER PIC X(25) VALUE '10000'.
          02 FILLER PIC X(28) VALUE 'APRV0001RWR-TBL   0009999IN '.
          02 FILLER PIC X(25) VALUE '10000'.
          02 FILLER PIC X(28) VALUE 'FWRL0001RWR-TBL   0009999IN '.
          02 FILLER PIC X(25) VALUE '10000'.
          02 FILLER PIC X(28) VALUE 'HRLS0001RWR-TBL   0009999IN '.
          02 FILLER PIC X(25) VALUE '10000'.
          02 FILLER PIC X(28) VALUE 'WHAT0001O-TBL     0009999OUT'.
          02 FILLER PIC X(25) VALUE '10000'.
         01 SEED-LIST-R REDEFINES SEED-LIST.
          02 SEED-LINE OCCURS 14 TIMES                     PIC X(53).
         77 SEED-CT                               PIC 99 VALUE 14.
         77 SEED-IX                                        PIC 99.

         77 LM-CT                                      PIC 9(4) COMP.
         77 LM-IX                                      PIC 9(4) COMP.
         01 LM-TBL.
          02 LM-ENTRY OCCURS 200 TIMES                     PIC X(53).

      * RUNSTAT AND RUNHIST KEEP GROWING; A SLIDING WINDOW OVER THE
      * NEWEST ENTRIES IS KEPT, AND THE FIT USES THE LAST NRUNS
         77 ST-CT                                      PIC 9(4) COMP.
         77 ST-IX                                      PIC 9(4) COMP.
         77 ST-FROM                                    PIC 9(4) COMP.
         01 ST-TBL.
          02 ST-ENTRY OCCURS 999 TIMES.
           03 ST-DAY                                       PIC 9(9).
           03 ST-IN                                        PIC 9(6).
           03 ST-OUT                                       PIC 9(6).
           03 ST-REJ                                       PIC 9(6).

         77 RN-CT                                      PIC 9(4) COMP.
         77 RN-IX                                      PIC 9(4) COMP.
         77 RN-FROM                                    PIC 9(4) COMP.
         01 RN-TBL.
          02 RN-ENTRY OCCURS 999 TIMES.
           03 RN-ID                                        PIC 9(14).
           03 RN-DAY                                       PIC 9(9).
           03 RN-START-CLK                                 PIC 9(4).
           03 RN-START-SECS                                PIC 9(12).
           03 RN-END-SECS                                  PIC 9(12).

         77 CH-CT                                      PIC 9(4) COMP.
         77 CH-IX                                      PIC 9(4) COMP.
         01 CH-TBL.
          02 CH-ENTRY OCCURS 2000 TIMES.
           03 CHT-DAY                                      PIC 9(9).
           03 CHT-KEY                                      PIC X(18).
           03 CHT-USE                                      PIC 9(7).

      * THE POINTS OF ONE FIT: DAY (AS AN OFFSET FROM THE FIRST POINT)
      * AGAINST THE USE OF THE LIMIT ON THAT DAY
         77 PT-CT                                      PIC 9(4) COMP.
         77 PT-IX                                      PIC 9(4) COMP.
         77 PT-BASE                                        PIC 9(9).
         01 PT-TBL.
          02 PT-ENTRY OCCURS 2000 TIMES.
           03 PT-X                                         PIC S9(5).
           03 PT-Y                                         PIC 9(9)V99.
         77 PT-NEW-DAY                                     PIC 9(9).
         77 PT-NEW-Y                                       PIC 9(9)V99.

      * LEAST-SQUARES LINE THROUGH THE POINTS; THE SLOPE IS THE GROWTH
      * PER DAY AND THE LINE IS WALKED FORWARD TO THE CAPACITY
         77 FT-N                                           PIC 9(5).
         77 FT-SX                                         PIC S9(12).
         77 FT-SY                                       PIC 9(14)V99.
         77 FT-SXX                                         PIC 9(15).
         77 FT-SXY                                     PIC S9(18)V99.
         77 FT-DEN                                        PIC S9(18).
         77 FT-SLOPE                                  PIC S9(9)V9(6).
         77 FT-ICPT                                  PIC S9(12)V9(4).
         77 FT-LEVEL                                   PIC S9(12)V99.
         77 FT-PEAK                                      PIC 9(9)V99.
         77 FT-XSTAR                                   PIC S9(12)V99.
         77 FT-FIT-FL                                      PIC X.
          88 FT-HAS-SLOPE                                  VALUE 'Y'.
         77 PJ-CAP                                       PIC 9(9)V99.
         77 PJ-DAYS                                      PIC S9(9).
         77 PJ-DT                                          PIC 9(8).
         77 PJ-STATUS                                      PIC X(9).
          88 PJ-IS-REACHED                              VALUE 'REACHED'.
          88 PJ-IS-DATED                                VALUE 'DATED'.
         77 PJ-ALERT-FL                                    PIC X.
          88 PJ-IS-ALERT                                   VALUE 'Y'.

         77 DRV-IX                                         PIC 9.
         77 DRV-NAME                                       PIC X(3).
         77 USE-PCT                                      PIC 9(3)V99.
         77 CNT-LINES                                      PIC 9(7).
         77 CUR-KEY                                        PIC X(18).

         77 TS-WRK                                         PIC 9(14).
         77 TS-DT8                                         PIC 9(8).
         77 TS-DAYS                                        PIC 9(9).
         77 TS-SECS                                        PIC 9(12).
         77 WRK-SECS                                       PIC 9(12).
         77 WRK-MIN                                        PIC 9(6).
         77 WRK-CLK-MIN                                    PIC 9(4).

         77 TODAY-DT                                       PIC 9(8).
         77 TODAY-INT                                      PIC 9(9).
         77 CT-ALERTS                           PIC 9(3) VALUE ZEROS.
         77 CT-WITHIN                           PIC 9(3) VALUE ZEROS.
         77 ALRT-SEQ-CT                         PIC 999 VALUE ZEROS.
         77 ED-LIMIT                                       PIC Z(6)9.
         77 ED-USE                                         PIC Z(8)9.
         77 ED-PCT                                         PIC ZZ9.9.
         77 ED-SLOPE                                   PIC -Z(6)9.99.
         77 ED-DAYS                                        PIC Z(4)9.
         77 ED-CT                                          PIC Z(4)9.
         77 ED-MIN                                         PIC Z(4)9.
         77 WRK-PCT                                      PIC 9(5)V9.



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
         DISPLAY 'MAIN: CAPR0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: CAPR0001'.
         ACCEPT LIM-FL-PATH-ENV FROM ENVIRONMENT 'CAPR0001_LIMFILE'.
         IF LIM-FL-PATH-ENV NOT = SPACES
          MOVE LIM-FL-PATH-ENV TO LIM-FL-PATH
         END-IF.
         ACCEPT STAT-FL-PATH-ENV FROM ENVIRONMENT 'CAPR0001_STATFILE'.
         IF STAT-FL-PATH-ENV NOT = SPACES
          MOVE STAT-FL-PATH-ENV TO STAT-FL-PATH
         END-IF.
         ACCEPT HIST-FL-PATH-ENV FROM ENVIRONMENT 'CAPR0001_HISTFILE'.
         IF HIST-FL-PATH-ENV NOT = SPACES
          MOVE HIST-FL-PATH-ENV TO HIST-FL-PATH
         END-IF.
         ACCEPT CAPH-FL-PATH-ENV FROM ENVIRONMENT 'CAPR0001_CAPHFILE'.
         IF CAPH-FL-PATH-ENV NOT = SPACES
          MOVE CAPH-FL-PATH-ENV TO CAPH-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'CAPR0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT ALRT-FL-PATH-ENV FROM ENVIRONMENT 'CAPR0001_ALERTFILE'.
         IF ALRT-FL-PATH-ENV NOT = SPACES
          MOVE ALRT-FL-PATH-ENV TO ALRT-FL-PATH
         END-IF.
         ACCEPT FLS-DIR-ENV FROM ENVIRONMENT 'CAPR0001_FLSDIR'.
         IF FLS-DIR-ENV NOT = SPACES
          MOVE FLS-DIR-ENV TO FLS-DIR
         END-IF.
         ACCEPT HORIZON-ENV FROM ENVIRONMENT 'CAPR0001_HORIZON'.
         IF HORIZON-ENV IS NUMERIC AND HORIZON-ENV NOT = SPACES
          MOVE HORIZON-ENV TO HORIZON
         END-IF.
         ACCEPT NRUNS-ENV FROM ENVIRONMENT 'CAPR0001_NRUNS'.
         IF NRUNS-ENV IS NUMERIC AND NRUNS-ENV NOT = SPACES
            AND NRUNS-ENV NOT = ZEROS
          MOVE NRUNS-ENV TO NRUNS
         END-IF.
      * THE SAME WINDOW THE DRIVER ENFORCES (107-CHECK-BATCH-WINDOW)
         ACCEPT WIN-START-ENV FROM ENVIRONMENT 'BDRV0001_WINSTART'.
         ACCEPT WIN-END-ENV FROM ENVIRONMENT 'BDRV0001_WINEND'.
         IF WIN-START-ENV IS NUMERIC AND WIN-END-ENV IS NUMERIC
          MOVE WIN-START-ENV TO WIN-START
          MOVE WIN-END-ENV TO WIN-END
          COMPUTE WIN-START-MIN =
           (WIN-START / 100) * 60 + FUNCTION MOD(WIN-START, 100)
          COMPUTE WIN-END-MIN =
           (WIN-END / 100) * 60 + FUNCTION MOD(WIN-END, 100)
          COMPUTE WIN-LEN-MIN =
           FUNCTION MOD(WIN-END-MIN - WIN-START-MIN + 1440, 1440)
          IF WIN-LEN-MIN = 0
           MOVE 1440 TO WIN-LEN-MIN
          END-IF
          MOVE 'Y' TO WIN-SET-FL
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-DT).
         MOVE 0 TO LM-CT ST-CT RN-CT CH-CT.
         PERFORM 101-LOAD-REGISTER.
         PERFORM 110-LOAD-STATS.
         PERFORM 120-LOAD-HISTORY.
         PERFORM 130-LOAD-CAPHIST.

        101-LOAD-REGISTER.
         OPEN INPUT LIM-FL.
         IF STTS-LIM = 35
          PERFORM 103-SEED-REGISTER
          OPEN INPUT LIM-FL
         END-IF.
         IF STTS-LIM NOT = ZEROS
          DISPLAY 'ERROR OPENING LIM-FL, STATUS = ' STTS-LIM
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE 'N' TO LIM-EOF-FL.
         PERFORM 102-LOAD-ONE-LIM UNTIL LIM-IS-EOF.
         CLOSE LIM-FL.
         MOVE LM-CT TO ED-CT.
         DISPLAY 'TABLE LIMITS REGISTERED: ' ED-CT.

        102-LOAD-ONE-LIM.
         READ LIM-FL
          AT END
           MOVE 'Y' TO LIM-EOF-FL
          NOT AT END
           IF LM-PGM NOT = SPACES AND LM-LIMIT IS NUMERIC
              AND LM-LIMIT > 0 AND (LM-IS-VOLUME OR LM-IS-FILE)
              AND LM-CT < 200
            ADD 1 TO LM-CT
            MOVE LIM-RCRD TO LM-ENTRY(LM-CT)
           ELSE
            DISPLAY 'REGISTER LINE IGNORED: ' LIM-RCRD
           END-IF
         END-READ.
         IF STTS-LIM NOT = ZEROS AND STTS-LIM NOT = 10
          DISPLAY 'I/O ERROR READING LIM-FL, STATUS = ' STTS-LIM
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO LIM-EOF-FL
         END-IF.

        103-SEED-REGISTER.
         DISPLAY 'NO LIMIT REGISTER YET, SEEDING ' LIM-FL-PATH(1:40).
         OPEN OUTPUT LIM-FL.
         IF STTS-LIM NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO SEED-IX.
         PERFORM 104-SEED-ONE UNTIL SEED-IX > SEED-CT.
         CLOSE LIM-FL.

        104-SEED-ONE.
         MOVE SEED-LINE(SEED-IX) TO LIM-RCRD.
         WRITE LIM-RCRD.
         ADD 1 TO SEED-IX.

        110-LOAD-STATS.
         OPEN INPUT STAT-FL.
         IF STTS-STAT NOT = ZEROS
          DISPLAY 'NO RUN STATISTICS (' STAT-FL-PATH(1:40) ')'
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO STAT-EOF-FL.
         PERFORM 111-LOAD-ONE-STAT UNTIL STAT-IS-EOF.
         CLOSE STAT-FL.

        111-LOAD-ONE-STAT.
         READ STAT-FL
          AT END
           MOVE 'Y' TO STAT-EOF-FL
          NOT AT END
           IF STAT-DT IS NUMERIC AND STAT-DT > 0
            IF ST-CT >= 999
             MOVE 1 TO ST-IX
             PERFORM 112-SHIFT-ONE-STAT UNTIL ST-IX >= 999
            ELSE
             ADD 1 TO ST-CT
            END-IF
            COMPUTE ST-DAY(ST-CT) = FUNCTION INTEGER-OF-DATE(STAT-DT)
            MOVE STAT-CT-IN TO ST-IN(ST-CT)
            MOVE STAT-CT-OUT TO ST-OUT(ST-CT)
            MOVE STAT-CT-REJ TO ST-REJ(ST-CT)
           END-IF
         END-READ.
         IF STTS-STAT NOT = ZEROS AND STTS-STAT NOT = 10
          DISPLAY 'I/O ERROR READING STAT-FL, STATUS = ' STTS-STAT
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO STAT-EOF-FL
         END-IF.

        112-SHIFT-ONE-STAT.
         MOVE ST-ENTRY(ST-IX + 1) TO ST-ENTRY(ST-IX).
         ADD 1 TO ST-IX.

        120-LOAD-HISTORY.
         OPEN INPUT HIST-FL.
         IF STTS-HIST NOT = ZEROS
          DISPLAY 'NO RUN HISTORY (' HIST-FL-PATH(1:40) ')'
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO HIST-EOF-FL.
         PERFORM 121-LOAD-ONE-HIST UNTIL HIST-IS-EOF.
         CLOSE HIST-FL.

        121-LOAD-ONE-HIST.
      * ONE ENTRY PER RUN: EARLIEST STEP START TO LATEST STEP END
         READ HIST-FL
          AT END
           MOVE 'Y' TO HIST-EOF-FL
          NOT AT END
           IF RH-START > 0 AND RH-END >= RH-START
            IF RN-CT = 0 OR RH-RUN-ID NOT = RN-ID(RN-CT)
             PERFORM 122-NEW-RUN
            END-IF
            MOVE RH-START TO TS-WRK
            PERFORM 910-TS-TO-SECONDS
            IF TS-SECS < RN-START-SECS(RN-CT)
             MOVE TS-SECS TO RN-START-SECS(RN-CT)
             MOVE RH-START(9:4) TO RN-START-CLK(RN-CT)
            END-IF
            MOVE RH-END TO TS-WRK
            PERFORM 910-TS-TO-SECONDS
            IF TS-SECS > RN-END-SECS(RN-CT)
             MOVE TS-SECS TO RN-END-SECS(RN-CT)
            END-IF
           END-IF
         END-READ.
         IF STTS-HIST NOT = ZEROS AND STTS-HIST NOT = 10
          DISPLAY 'I/O ERROR READING HIST-FL, STATUS = ' STTS-HIST
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO HIST-EOF-FL
         END-IF.

        122-NEW-RUN.
         IF RN-CT >= 999
          MOVE 1 TO RN-IX
          PERFORM 123-SHIFT-ONE-RUN UNTIL RN-IX >= 999
         ELSE
          ADD 1 TO RN-CT
         END-IF.
         MOVE RH-RUN-ID TO RN-ID(RN-CT).
         MOVE RH-RUN-ID(1:8) TO TS-DT8.
         COMPUTE RN-DAY(RN-CT) = FUNCTION INTEGER-OF-DATE(TS-DT8).
         MOVE 999999999999 TO RN-START-SECS(RN-CT).
         MOVE ZEROS TO RN-END-SECS(RN-CT).
         MOVE ZEROS TO RN-START-CLK(RN-CT).

        123-SHIFT-ONE-RUN.
         MOVE RN-ENTRY(RN-IX + 1) TO RN-ENTRY(RN-IX).
         ADD 1 TO RN-IX.

        130-LOAD-CAPHIST.
         OPEN INPUT CAPH-FL.
         IF STTS-CAPH NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO CAPH-EOF-FL.
         PERFORM 131-LOAD-ONE-CAPH UNTIL CAPH-IS-EOF.
         CLOSE CAPH-FL.

        131-LOAD-ONE-CAPH.
      * TODAY'S OWN LINES FROM AN EARLIER RUN ARE LEFT OUT: THIS RUN
      * MEASURES TODAY AGAIN
         READ CAPH-FL
          AT END
           MOVE 'Y' TO CAPH-EOF-FL
          NOT AT END
           IF CH-DT IS NUMERIC AND CH-DT > 0 AND CH-DT < TODAY-DT
              AND CH-USE IS NUMERIC
            IF CH-CT >= 2000
             MOVE 1 TO CH-IX
             PERFORM 132-SHIFT-ONE-CAPH UNTIL CH-IX >= 2000
            ELSE
             ADD 1 TO CH-CT
            END-IF
            COMPUTE CHT-DAY(CH-CT) = FUNCTION INTEGER-OF-DATE(CH-DT)
            MOVE CAPH-RCRD(9:18) TO CHT-KEY(CH-CT)
            MOVE CH-USE TO CHT-USE(CH-CT)
           END-IF
         END-READ.
         IF STTS-CAPH NOT = ZEROS AND STTS-CAPH NOT = 10
          DISPLAY 'I/O ERROR READING CAPH-FL, STATUS = ' STTS-CAPH
          MOVE 'Y' TO CAPH-EOF-FL
         END-IF.

        132-SHIFT-ONE-CAPH.
         MOVE CH-ENTRY(CH-IX + 1) TO CH-ENTRY(CH-IX).
         ADD 1 TO CH-IX.

        200-PROCESS.
         DISPLAY 'PROCESS: CAPR0001'.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE SPACES TO RPT-REC.
         STRING 'CAPACITY PLANNING REPORT ' TODAY-DT
          '  ALERT HORIZON ' HORIZON ' DAYS  TREND OVER LAST '
           NRUNS ' RUNS'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         IF ST-CT > NRUNS
          COMPUTE ST-FROM = ST-CT - NRUNS + 1
         ELSE
          MOVE 1 TO ST-FROM
         END-IF.
         IF RN-CT > NRUNS
          COMPUTE RN-FROM = RN-CT - NRUNS + 1
         ELSE
          MOVE 1 TO RN-FROM
         END-IF.
         PERFORM 210-VOLUME-TREND.
         PERFORM 220-PROJECT-LIMITS.
         PERFORM 230-PROJECT-WINDOW.
         PERFORM 240-APPEND-CAPHIST.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE CT-WITHIN TO ED-CT.
         MOVE SPACES TO RPT-REC.
         STRING 'PROJECTIONS WITHIN ' HORIZON ' DAYS: ' ED-CT
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         CLOSE RPT-FL.
      * KEEP A DATED COPY IN THE REPORT REPOSITORY FOR REPRINTS
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT RPT-FL-PATH
           RPTF-PGM RPTF-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.

        210-VOLUME-TREND.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'VOLUME TREND PER RUN (' DELIMITED BY SIZE
           STAT-FL-PATH DELIMITED BY SPACE
           ')' DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE ' VOLUME   POINTS       PEAK   TREND TODAY  GROWTH/DAY'
          TO RPT-REC.
         WRITE RPT-REC.
         MOVE 100 TO USE-PCT.
         MOVE 1 TO DRV-IX.
         PERFORM 211-TREND-ONE-VOLUME UNTIL DRV-IX > 3.

        211-TREND-ONE-VOLUME.
         EVALUATE DRV-IX
          WHEN 1 MOVE 'IN' TO DRV-NAME
          WHEN 2 MOVE 'OUT' TO DRV-NAME
          WHEN 3 MOVE 'REJ' TO DRV-NAME
         END-EVALUATE.
         PERFORM 250-STAT-POINTS.
         PERFORM 260-FIT-POINTS.
         MOVE SPACES TO RPT-REC.
         MOVE DRV-NAME TO RPT-REC(2:3).
         MOVE PT-CT TO ED-CT.
         MOVE ED-CT TO RPT-REC(11:5).
         MOVE FT-PEAK TO ED-USE.
         MOVE ED-USE TO RPT-REC(18:9).
         IF FT-LEVEL < 0
          MOVE ZEROS TO ED-USE
         ELSE
          MOVE FT-LEVEL TO ED-USE
         END-IF.
         MOVE ED-USE TO RPT-REC(30:9).
         IF FT-HAS-SLOPE
          MOVE FT-SLOPE TO ED-SLOPE
          MOVE ED-SLOPE TO RPT-REC(42:11)
         ELSE
          MOVE 'N/A' TO RPT-REC(50:3)
         END-IF.
         WRITE RPT-REC.
         ADD 1 TO DRV-IX.

        220-PROJECT-LIMITS.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE 'TABLE LIMITS' TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING ' PROGRAM  TABLE        LIMIT DRV   USE NOW   PCT'
          '  GROWTH/DAY  PROJECTION'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO LM-IX.
         PERFORM 221-PROJECT-ONE-LIMIT UNTIL LM-IX > LM-CT.

        221-PROJECT-ONE-LIMIT.
         MOVE LM-ENTRY(LM-IX) TO LIM-RCRD.
         MOVE LM-LIMIT TO PJ-CAP.
         IF LM-IS-FILE
          PERFORM 255-FILE-POINTS
         ELSE
          MOVE LM-DRIVER TO DRV-NAME
          MOVE LM-PCT TO USE-PCT
          PERFORM 250-STAT-POINTS
         END-IF.
         PERFORM 260-FIT-POINTS.
         PERFORM 265-PROJECT-CAP.
         MOVE SPACES TO RPT-REC.
         MOVE LM-PGM TO RPT-REC(2:8).
         MOVE LM-TABLE TO RPT-REC(11:10).
         MOVE LM-LIMIT TO ED-LIMIT.
         MOVE ED-LIMIT TO RPT-REC(20:7).
         MOVE LM-DRIVER TO RPT-REC(28:3).
         IF PT-CT = 0
          MOVE 'NO DATA' TO RPT-REC(36:7)
         ELSE
          IF FT-LEVEL < FT-PEAK
           MOVE FT-PEAK TO ED-USE
           COMPUTE WRK-PCT ROUNDED = FT-PEAK * 100 / LM-LIMIT
          ELSE
           MOVE FT-LEVEL TO ED-USE
           COMPUTE WRK-PCT ROUNDED = FT-LEVEL * 100 / LM-LIMIT
          END-IF
          MOVE ED-USE TO RPT-REC(33:9)
          IF WRK-PCT > 999
           MOVE 999 TO WRK-PCT
          END-IF
          MOVE WRK-PCT TO ED-PCT
          MOVE ED-PCT TO RPT-REC(43:5)
         END-IF.
         IF FT-HAS-SLOPE
          MOVE FT-SLOPE TO ED-SLOPE
          MOVE ED-SLOPE TO RPT-REC(49:11)
         END-IF.
         PERFORM 266-FORMAT-PROJECTION.
         WRITE RPT-REC.
         IF PJ-IS-ALERT
          MOVE LM-PGM TO ALRT-A
          MOVE LM-TABLE TO ALRT-B
          MOVE SPACES TO ALRT-MSG
          IF PJ-IS-REACHED
           MOVE 'TABLE LIMIT REACHED' TO ALRT-MSG
          ELSE
           MOVE PJ-DAYS TO ED-DAYS
           STRING 'TABLE LIMIT FULL IN ' ED-DAYS ' DAYS'
            DELIMITED BY SIZE INTO ALRT-MSG
          END-IF
          PERFORM 270-RAISE-ALERT
         END-IF.
         ADD 1 TO LM-IX.

        230-PROJECT-WINDOW.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'BATCH WINDOW (' DELIMITED BY SIZE
           HIST-FL-PATH DELIMITED BY SPACE
           ')' DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         IF NOT WIN-IS-SET
          MOVE ' NO BATCH WINDOW CONFIGURED (BDRV0001_WINSTART/WINEND)'
           TO RPT-REC
          WRITE RPT-REC
          EXIT PARAGRAPH
         END-IF.
      * THE USE IS HOW FAR INTO THE WINDOW EACH RUN FINISHED, IN
      * MINUTES: WHERE IT STARTED IN THE WINDOW PLUS ITS ELAPSED TIME
         MOVE 0 TO PT-CT.
         MOVE RN-FROM TO RN-IX.
         PERFORM 231-WINDOW-ONE-RUN UNTIL RN-IX > RN-CT.
         MOVE WIN-LEN-MIN TO PJ-CAP.
         PERFORM 260-FIT-POINTS.
         PERFORM 265-PROJECT-CAP.
         MOVE WIN-LEN-MIN TO ED-MIN.
         MOVE PT-CT TO ED-CT.
         MOVE SPACES TO RPT-REC.
         STRING ' WINDOW ' WIN-START '-' WIN-END ' (' ED-MIN
          ' MIN)  RUNS ' ED-CT
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         MOVE FT-PEAK TO ED-MIN.
         MOVE ' LATEST FINISH INTO THE WINDOW (MIN):' TO RPT-REC.
         MOVE ED-MIN TO RPT-REC(40:5).
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         MOVE ' TREND TODAY (MIN):' TO RPT-REC.
         IF FT-LEVEL < 0
          MOVE ZEROS TO ED-MIN
         ELSE
          MOVE FT-LEVEL TO ED-MIN
         END-IF.
         MOVE ED-MIN TO RPT-REC(40:5).
         IF FT-HAS-SLOPE
          MOVE FT-SLOPE TO ED-SLOPE
          MOVE ' GROWTH/DAY' TO RPT-REC(47:11)
          MOVE ED-SLOPE TO RPT-REC(58:11)
         END-IF.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         MOVE ' CUTOFF' TO RPT-REC.
         PERFORM 266-FORMAT-PROJECTION.
         WRITE RPT-REC.
         IF PJ-IS-ALERT
          MOVE 'BDRV0001' TO ALRT-A
          MOVE 'WINDOW' TO ALRT-B
          MOVE SPACES TO ALRT-MSG
          IF PJ-IS-REACHED
           MOVE 'BATCH WINDOW CUTOFF REACHED' TO ALRT-MSG
          ELSE
           MOVE PJ-DAYS TO ED-DAYS
           STRING 'BATCH WINDOW CUTOFF IN ' ED-DAYS ' DAYS'
            DELIMITED BY SIZE INTO ALRT-MSG
          END-IF
          PERFORM 270-RAISE-ALERT
         END-IF.

        231-WINDOW-ONE-RUN.
         IF RN-END-SECS(RN-IX) > 0
          COMPUTE WRK-CLK-MIN =
           (RN-START-CLK(RN-IX) / 100) * 60
           + FUNCTION MOD(RN-START-CLK(RN-IX), 100)
          COMPUTE WRK-SECS = RN-END-SECS(RN-IX) - RN-START-SECS(RN-IX)
          COMPUTE WRK-MIN =
           FUNCTION MOD(WRK-CLK-MIN - WIN-START-MIN + 1440, 1440)
           + (WRK-SECS / 60)
          MOVE RN-DAY(RN-IX) TO PT-NEW-DAY
          MOVE WRK-MIN TO PT-NEW-Y
          PERFORM 258-ADD-POINT
         END-IF.
         ADD 1 TO RN-IX.

        240-APPEND-CAPHIST.
      * TODAY'S FILE SIZES BECOME TOMORROW'S HISTORY
         OPEN EXTEND CAPH-FL.
         IF STTS-CAPH = 35 OR STTS-CAPH = 30
          OPEN OUTPUT CAPH-FL
         END-IF.
         IF STTS-CAPH NOT = ZEROS
          DISPLAY 'ERROR OPENING CAPH-FL, STATUS = ' STTS-CAPH
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO LM-IX.
         PERFORM 241-APPEND-ONE-CAPH UNTIL LM-IX > LM-CT.
         CLOSE CAPH-FL.

        241-APPEND-ONE-CAPH.
         MOVE LM-ENTRY(LM-IX) TO LIM-RCRD.
         IF LM-IS-FILE
          PERFORM 256-COUNT-FILE-LINES
          IF STTS-CNT = ZEROS
           MOVE TODAY-DT TO CH-DT
           MOVE LM-PGM TO CH-PGM
           MOVE LM-TABLE TO CH-TABLE
           MOVE CNT-LINES TO CH-USE
           WRITE CAPH-RCRD
          END-IF
         END-IF.
         ADD 1 TO LM-IX.

        250-STAT-POINTS.
      * DRV-NAME SAYS WHICH VOLUME, USE-PCT HOW MUCH OF IT IS HELD
         MOVE 0 TO PT-CT.
         MOVE ST-FROM TO ST-IX.
         PERFORM 251-ONE-STAT-POINT UNTIL ST-IX > ST-CT.

        251-ONE-STAT-POINT.
         MOVE ST-DAY(ST-IX) TO PT-NEW-DAY.
         EVALUATE DRV-NAME
          WHEN 'IN'
           COMPUTE PT-NEW-Y = ST-IN(ST-IX) * USE-PCT / 100
          WHEN 'OUT'
           COMPUTE PT-NEW-Y = ST-OUT(ST-IX) * USE-PCT / 100
          WHEN OTHER
           COMPUTE PT-NEW-Y = ST-REJ(ST-IX) * USE-PCT / 100
         END-EVALUATE.
         PERFORM 258-ADD-POINT.
         ADD 1 TO ST-IX.

        255-FILE-POINTS.
      * THE SIZES SAVED ON EARLIER DAYS, THEN TODAY'S COUNT
         MOVE 0 TO PT-CT.
         MOVE LIM-RCRD(1:18) TO CUR-KEY.
         MOVE 1 TO CH-IX.
         PERFORM 257-ONE-CAPH-POINT UNTIL CH-IX > CH-CT.
         PERFORM 256-COUNT-FILE-LINES.
         IF STTS-CNT = ZEROS
          MOVE TODAY-INT TO PT-NEW-DAY
          MOVE CNT-LINES TO PT-NEW-Y
          PERFORM 258-ADD-POINT
         END-IF.

        256-COUNT-FILE-LINES.
         MOVE SPACES TO CNT-FL-PATH.
         STRING FLS-DIR DELIMITED BY SPACE
           LM-FILE DELIMITED BY SPACE
           INTO CNT-FL-PATH.
         MOVE ZEROS TO CNT-LINES.
         OPEN INPUT CNT-FL.
         IF STTS-CNT NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO CNT-EOF-FL.
         PERFORM 259-COUNT-ONE-LINE UNTIL CNT-IS-EOF.
         CLOSE CNT-FL.
         MOVE ZEROS TO STTS-CNT.

        257-ONE-CAPH-POINT.
         IF CHT-KEY(CH-IX) = CUR-KEY
          MOVE CHT-DAY(CH-IX) TO PT-NEW-DAY
          MOVE CHT-USE(CH-IX) TO PT-NEW-Y
          PERFORM 258-ADD-POINT
         END-IF.
         ADD 1 TO CH-IX.

        258-ADD-POINT.
         IF PT-CT >= 2000
          EXIT PARAGRAPH
         END-IF.
         IF PT-CT = 0
          MOVE PT-NEW-DAY TO PT-BASE
         END-IF.
         ADD 1 TO PT-CT.
         COMPUTE PT-X(PT-CT) = PT-NEW-DAY - PT-BASE.
         MOVE PT-NEW-Y TO PT-Y(PT-CT).

        259-COUNT-ONE-LINE.
         READ CNT-FL
          AT END
           MOVE 'Y' TO CNT-EOF-FL
          NOT AT END
           ADD 1 TO CNT-LINES
         END-READ.
         IF STTS-CNT NOT = ZEROS AND STTS-CNT NOT = 10
          MOVE 'Y' TO CNT-EOF-FL
         END-IF.

        260-FIT-POINTS.
         MOVE ZEROS TO FT-N FT-SX FT-SY FT-SXX FT-SXY FT-PEAK.
         MOVE ZEROS TO FT-SLOPE FT-ICPT FT-LEVEL.
         MOVE 'N' TO FT-FIT-FL.
         IF PT-CT = 0
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO PT-IX.
         PERFORM 261-SUM-ONE-POINT UNTIL PT-IX > PT-CT.
         COMPUTE FT-DEN = (FT-N * FT-SXX) - (FT-SX * FT-SX).
      * ALL POINTS ON ONE DAY GIVE NO GROWTH RATE, ONLY A LEVEL
         IF FT-DEN = 0
          COMPUTE FT-ICPT = FT-SY / FT-N
          MOVE FT-ICPT TO FT-LEVEL
          EXIT PARAGRAPH
         END-IF.
         COMPUTE FT-SLOPE ROUNDED =
          ((FT-N * FT-SXY) - (FT-SX * FT-SY)) / FT-DEN.
         COMPUTE FT-ICPT ROUNDED = (FT-SY - (FT-SLOPE * FT-SX)) / FT-N.
         COMPUTE FT-LEVEL ROUNDED =
           FT-ICPT + (FT-SLOPE * (TODAY-INT - PT-BASE)).
         MOVE 'Y' TO FT-FIT-FL.

        261-SUM-ONE-POINT.
         ADD 1 TO FT-N.
         ADD PT-X(PT-IX) TO FT-SX.
         ADD PT-Y(PT-IX) TO FT-SY.
         COMPUTE FT-SXX = FT-SXX + (PT-X(PT-IX) * PT-X(PT-IX)).
         COMPUTE FT-SXY = FT-SXY + (PT-X(PT-IX) * PT-Y(PT-IX)).
         IF PT-Y(PT-IX) > FT-PEAK
          MOVE PT-Y(PT-IX) TO FT-PEAK
         END-IF.
         ADD 1 TO PT-IX.

        265-PROJECT-CAP.
      * PJ-CAP IS WHERE THE LINE MUST NOT GET TO. A PEAK ALREADY AT
      * THE CAP MEANS SOME RUN HAS ALREADY NEEDED IT ALL
         MOVE 'N' TO PJ-ALERT-FL.
         MOVE ZEROS TO PJ-DAYS.
         MOVE ZEROS TO PJ-DT.
         EVALUATE TRUE
          WHEN PT-CT = 0
           MOVE 'NO DATA' TO PJ-STATUS
          WHEN FT-PEAK >= PJ-CAP OR FT-LEVEL >= PJ-CAP
           MOVE 'REACHED' TO PJ-STATUS
           MOVE 'Y' TO PJ-ALERT-FL
          WHEN NOT FT-HAS-SLOPE
           MOVE 'NO TREND' TO PJ-STATUS
          WHEN FT-SLOPE NOT > 0
           MOVE 'NO GROWTH' TO PJ-STATUS
          WHEN OTHER
           COMPUTE FT-XSTAR = (PJ-CAP - FT-ICPT) / FT-SLOPE
           COMPUTE PJ-DAYS =
            (PT-BASE + FT-XSTAR - TODAY-INT) + 0.99
           IF PJ-DAYS > 36500
            MOVE 'BEYOND' TO PJ-STATUS
           ELSE
            MOVE 'DATED' TO PJ-STATUS
            COMPUTE PJ-DT =
             FUNCTION DATE-OF-INTEGER(TODAY-INT + PJ-DAYS)
            IF PJ-DAYS NOT > HORIZON
             MOVE 'Y' TO PJ-ALERT-FL
            END-IF
           END-IF
         END-EVALUATE.
         IF PJ-IS-ALERT
          ADD 1 TO CT-WITHIN
         END-IF.

        266-FORMAT-PROJECTION.
         EVALUATE PJ-STATUS
          WHEN 'DATED'
           MOVE PJ-DAYS TO ED-DAYS
           STRING PJ-DT ' IN ' ED-DAYS ' DAYS'
            DELIMITED BY SIZE INTO RPT-REC(62:25)
          WHEN 'REACHED'
           MOVE 'ALREADY REACHED' TO RPT-REC(62:15)
          WHEN 'BEYOND'
           MOVE 'BEYOND 100 YEARS' TO RPT-REC(62:16)
          WHEN 'NO GROWTH'
           MOVE 'NOT AT CURRENT GROWTH' TO RPT-REC(62:21)
          WHEN 'NO TREND'
           MOVE 'ONE DAY OF DATA, NO TREND' TO RPT-REC(62:25)
          WHEN OTHER
           MOVE 'NO DATA' TO RPT-REC(62:7)
         END-EVALUATE.
         IF PJ-IS-ALERT
          MOVE '*ALERT*' TO RPT-REC(88:7)
         END-IF.

        270-RAISE-ALERT.
         OPEN EXTEND ALRT-FL.
         IF STTS-ALRT = 35 OR STTS-ALRT = 30
          OPEN OUTPUT ALRT-FL
         END-IF.
         ADD 1 TO ALRT-SEQ-CT.
         MOVE ALRT-SEQ-CT TO ALRT-SEQ.
         MOVE 'CAP' TO ALRT-TYPE.
         MOVE TODAY-DT TO ALRT-DT.
         MOVE FUNCTION CURRENT-DATE(1:14) TO ALRT-TS.
         DISPLAY 'ALERT: CAP - ' ALRT-A ' ' ALRT-B ' ' ALRT-MSG.
         WRITE ALRT-RCRD.
         CLOSE ALRT-FL.
         ADD 1 TO CT-ALERTS.

        910-TS-TO-SECONDS.
         IF TS-WRK = 0
          MOVE ZEROS TO TS-SECS
         ELSE
          MOVE TS-WRK(1:8) TO TS-DT8
          COMPUTE TS-DAYS = FUNCTION INTEGER-OF-DATE(TS-DT8)
          COMPUTE TS-SECS = TS-DAYS * 86400
           + (FUNCTION NUMVAL(TS-WRK(9:2)) * 3600)
           + (FUNCTION NUMVAL(TS-WRK(11:2)) * 60)
           + FUNCTION NUMVAL(TS-WRK(13:2))
         END-IF.

        300-END.
         DISPLAY '-- CAPACITY PLANNING SUMMARY --'.
         DISPLAY ' LIMITS REGISTERED: ' LM-CT.
         DISPLAY ' RUNSTAT ENTRIES: ' ST-CT '  RUNS: ' RN-CT.
         DISPLAY ' ALERTS RAISED: ' CT-ALERTS.
         IF CT-ALERTS > 0 AND RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: CAPR0001'.
         GOBACK.
       END PROGRAM CAPR0001.
