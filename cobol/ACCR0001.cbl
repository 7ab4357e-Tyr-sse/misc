      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - APROPRIACAO DIARIA DE JUROS SOBRE OS
      *          SALDOS EM MOEDA: PARA CADA MOEDA/ENTIDADE DO POSMST.txt
      *          CALCULA OS JUROS DAS NOITES ATE O PROXIMO DIA UTIL
      *          PELA TABELA INTRATE.txt (TAXA CREDORA OU DEVEDORA E
      *          BASE 360/365), ACUMULA NO ARQUIVO DO MES INTMTD.txt E
      *          GERA NO LAYOUT DO JRNL0001 O LOTE DO DIA
      *          (ACCRJRNL.txt). NO ULTIMO DIA UTIL DO MES GERA A
      *          CAPITALIZACAO: O LOTE INTCAPJ.txt E A ENTRADA DO
      *          POSN0001 (INTCAP.txt), AMBOS DATADOS DO PRIMEIRO DIA
      *          UTIL DO MES SEGUINTE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. ACCR0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT POS-FL ASSIGN POS-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-POS.
         SELECT RATE-FL ASSIGN RATE-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RATE.
         SELECT MTD-FL ASSIGN MTD-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-MTD.
         SELECT JRN-FL ASSIGN JRN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-JRN.
         SELECT CPJ-FL ASSIGN CPJ-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CPJ.
         SELECT CAP-FL ASSIGN CAP-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CAP.
         SELECT HOLIDAY-FL ASSIGN HOLIDAY-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-HOL.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.

       DATA DIVISION.
        FILE SECTION.
         FD POS-FL.
         01 POS-RCRD.
          02 POS-CODE                                      PIC X(10).
          02 POS-BAL                                     PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 POS-ENT                                       PIC X(4).

         FD RATE-FL.
         01 RATE-RCRD.
          COPY INTRREC.

         FD MTD-FL.
         01 MTD-RCRD.
          02 MTD-PERIOD                                    PIC 9(6).
          02 MTD-CODE                                      PIC X(10).
          02 MTD-ENT                                       PIC X(4).
          02 MTD-EARNED                                  PIC 9(13)V99.
          02 MTD-COST                                    PIC 9(13)V99.
          02 MTD-NIGHTS                                    PIC 9(3).
          02 MTD-LAST-DT                                   PIC 9(8).
          02 MTD-LAST-EARNED                             PIC 9(13)V99.
          02 MTD-LAST-COST                               PIC 9(13)V99.
          02 MTD-LAST-NIGHTS                               PIC 9(3).
          02 MTD-STATUS                                    PIC X.

         FD JRN-FL.
         01 JRN-RCRD.
          02 JRN-REC-TYPE                                  PIC X(3).
          02 JRN-SEQ                                       PIC 9(6).
          02 JRN-ACCT                                      PIC X(8).
          02 JRN-DRCR                                      PIC X(2).
          02 JRN-CUR                                       PIC X(10).
          02 JRN-AMT                                       PIC 9(13)V99.
          02 JRN-DT                                        PIC 9(8).
          02 JRN-ENT                                       PIC X(4).
         01 JRN-CTL-RCRD.
          02 CTL-REC-TYPE                                  PIC X(3).
          02 CTL-LINE-CT                                   PIC 9(6).
          02 CTL-DR-TOTAL                                  PIC 9(15)V99.
          02 CTL-CR-TOTAL                                  PIC 9(15)V99.
          02 CTL-RUN-DT                                    PIC 9(8).

         FD CPJ-FL.
         01 CPJ-RCRD.
          02 CPJ-REC-TYPE                                  PIC X(3).
          02 CPJ-SEQ                                       PIC 9(6).
          02 CPJ-ACCT                                      PIC X(8).
          02 CPJ-DRCR                                      PIC X(2).
          02 CPJ-CUR                                       PIC X(10).
          02 CPJ-AMT                                       PIC 9(13)V99.
          02 CPJ-DT                                        PIC 9(8).
          02 CPJ-ENT                                       PIC X(4).
         01 CPJ-CTL-RCRD.
          02 CCTL-REC-TYPE                                 PIC X(3).
          02 CCTL-LINE-CT                                  PIC 9(6).
          02 CCTL-DR-TOTAL                                 PIC 9(15)V99.
          02 CCTL-CR-TOTAL                                 PIC 9(15)V99.
          02 CCTL-RUN-DT                                   PIC 9(8).

         FD CAP-FL.
         01 CAP-RCRD.
          COPY INTCREC.

         FD HOLIDAY-FL.
         01 HOL-RCRD.
          02 HOL-MKT                                        PIC X(10).
          02 HOL-DT                                         PIC 9(8).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'ACCR0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 POS-FL-PATH               PIC X(80)
             VALUE '.\..\fls\POSMST.txt'.
         77 RATE-FL-PATH              PIC X(80)
             VALUE '.\..\fls\INTRATE.txt'.
         77 MTD-FL-PATH               PIC X(80)
             VALUE '.\..\fls\INTMTD.txt'.
         77 JRN-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ACCRJRNL.txt'.
         77 CPJ-FL-PATH               PIC X(80)
             VALUE '.\..\fls\INTCAPJ.txt'.
         77 CAP-FL-PATH               PIC X(80)
             VALUE '.\..\fls\INTCAP.txt'.
         77 HOLIDAY-FL-PATH           PIC X(80)
             VALUE '.\..\fls\HOLIDAY.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ACCR0001.RPT'.
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'ACCR0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'ACCR0001'.
         77 RPTF-RC                                        PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.
         77 POS-FL-PATH-ENV           PIC X(80).
         77 RATE-FL-PATH-ENV          PIC X(80).
         77 MTD-FL-PATH-ENV           PIC X(80).
         77 JRN-FL-PATH-ENV           PIC X(80).
         77 CPJ-FL-PATH-ENV           PIC X(80).
         77 CAP-FL-PATH-ENV           PIC X(80).
         77 HOLIDAY-FL-PATH-ENV       PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).

         77 STTS-POS                                       PIC 99.
         77 STTS-RATE                                      PIC 99.
         77 STTS-MTD                                       PIC 99.
         77 STTS-JRN                                       PIC 99.
         77 STTS-CPJ                                       PIC 99.
         77 STTS-CAP                                       PIC 99.
         77 STTS-HOL                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 POS-EOF-FL                               PIC X VALUE 'N'.
          88 POS-IS-EOF                                    VALUE 'Y'.
         77 RATE-EOF-FL                              PIC X VALUE 'N'.
          88 RATE-IS-EOF                                   VALUE 'Y'.
         77 MTD-EOF-FL                               PIC X VALUE 'N'.
          88 MTD-IS-EOF                                    VALUE 'Y'.
         77 CAP-EOF-FL                               PIC X VALUE 'N'.
          88 CAP-IS-EOF                                    VALUE 'Y'.
         77 HOL-EOF-FL                               PIC X VALUE 'N'.
          88 HOL-IS-EOF                                    VALUE 'Y'.

         77 REHEARSAL-ENV                              PIC X(3).
         77 REHEARSAL-FL                          PIC X VALUE 'N'.
          88 IS-REHEARSAL                               VALUE 'Y'.
         77 REH-WRK-PATH                               PIC X(80).

      * INTEREST IS BOOKED APART FROM THE FX POSITION ACCOUNT UNTIL THE
      * MONTH IS CAPITALIZED; ONLY THE CAPITALIZATION TOUCHES 11500000,
      * THE SAME DAY POSN0001 ADDS IT TO THE POSITION MASTER
         77 FX-POS-ACCT                   PIC X(8) VALUE '11500000'.
         77 INT-RECV-ACCT                 PIC X(8) VALUE '11620000'.
         77 INT-PAY-ACCT                  PIC X(8) VALUE '21400000'.
         77 INT-INC-ACCT                  PIC X(8) VALUE '43000000'.
         77 INT-EXP-ACCT                  PIC X(8) VALUE '51000000'.
      * BOTH BATCHES SHARE THEIR POSTING DATE WITH A DAILY EXPORT AND
      * WITH EACH OTHER, SO EACH NUMBERS ITS LINES IN ITS OWN RANGE,
      * BELOW THE RANGES OF THE REVALUATION BATCHES
         77 ACCR-SEQ-BASE                 PIC 9(6) VALUE 700000.
         77 CAPJ-SEQ-BASE                 PIC 9(6) VALUE 750000.
         77 MAX-LINES                     PIC 9(6) VALUE 49998.
      * A CAPITALIZATION ALREADY APPLIED IS KEPT THIS MANY DAYS
         77 CAP-KEEP-DAYS                 PIC 9(3) VALUE 62.

         77 ASOF-ENV                                       PIC X(8).
         77 TODAY-DT                                       PIC 9(8).
         77 RUN-DT                                         PIC 9(8).
         77 RUN-INT                                        PIC 9(7).
         77 RUN-PERIOD                                     PIC 9(6).
         77 PER-YEAR                                       PIC 9(4).
         77 PER-MONTH                                      PIC 99.
         77 PER-START-DT                                   PIC 9(8).
         77 NEXT-START-DT                                  PIC 9(8).
         77 NEXT-BUS-DT                                    PIC 9(8).
         77 CAP-POST-DT                                    PIC 9(8).
         77 FROM-INT                                       PIC 9(7).
         77 UPTO-INT                                       PIC 9(7).
         77 NIGHT-CT                                       PIC 9(3).
         77 WRK-INT                                        PIC 9(7).
         77 WRK-DOW                                        PIC 9.
         77 WRK-DT                                         PIC 9(8).
         77 ROLL-DONE-FL                                   PIC X.
          88 ROLL-IS-DONE                                  VALUE 'Y'.
         77 BUS-DAY-FL                                     PIC X.
          88 DAY-IS-BUSINESS                               VALUE 'Y'.
         77 MONTH-END-FL                             PIC X VALUE 'N'.
          88 IS-MONTH-END                                  VALUE 'Y'.

      * ONLY SHOP-WIDE HOLIDAYS COUNT: THE BALANCE SITS OVERNIGHT
      * WHATEVER THE CURRENCY, THE LEDGER IS CLOSED ON THOSE DAYS
         77 HOL-CT                                     PIC 9(4) COMP.
         77 HOL-IX                                     PIC 9(4) COMP.
         01 HOL-TBL.
          02 HOL-ENTRY OCCURS 999 TIMES.
           03 HT-DT                                        PIC 9(8).
         77 HOL-HIT-FL                                     PIC X.
          88 HOL-IS-HIT                                    VALUE 'Y'.

         77 RT-CT                                      PIC 9(4) COMP.
         77 RT-IX                                      PIC 9(4) COMP.
         77 RT-BEST                                    PIC 9(4) COMP.
         01 RT-TBL.
          02 RT-ENTRY OCCURS 999 TIMES.
           03 RT-CUR                                       PIC X(10).
           03 RT-EFF-DT                                    PIC 9(8).
           03 RT-CR-RATE                                PIC S9(3)V9(6).
           03 RT-DR-RATE                                PIC S9(3)V9(6).
           03 RT-BASIS                                     PIC 9(3).

         77 MT-CT                                      PIC 9(4) COMP.
         77 MT-IX                                      PIC 9(4) COMP.
         77 MT-FOUND-FL                                    PIC X.
          88 MT-IS-FOUND                                   VALUE 'Y'.
         01 MT-TBL.
          02 MT-ENTRY OCCURS 2999 TIMES.
           03 MT-PERIOD                                    PIC 9(6).
           03 MT-CODE                                      PIC X(10).
           03 MT-ENT                                       PIC X(4).
           03 MT-EARNED                                  PIC 9(13)V99.
           03 MT-COST                                    PIC 9(13)V99.
           03 MT-NIGHTS                                    PIC 9(3).
           03 MT-LAST-DT                                   PIC 9(8).
           03 MT-LAST-EARNED                             PIC 9(13)V99.
           03 MT-LAST-COST                               PIC 9(13)V99.
           03 MT-LAST-NIGHTS                               PIC 9(3).
           03 MT-STATUS                                    PIC X.
         77 STALE-PERIOD                                   PIC 9(6).

         77 CP-CT                                      PIC 9(4) COMP.
         77 CP-IX                                      PIC 9(4) COMP.
         01 CP-TBL.
          02 CP-ENTRY OCCURS 2999 TIMES.
           03 CP-PERIOD                                    PIC 9(6).
           03 CP-CODE                                      PIC X(10).
           03 CP-ENT                                       PIC X(4).
           03 CP-AMT                                     PIC S9(12)V99.
           03 CP-POST-DT                                   PIC 9(8).
           03 CP-STATUS                                    PIC X.
           03 CP-APPLY-DT                                  PIC 9(8).
         77 CAP-APPLIED-FL                                 PIC X.
          88 CAP-WAS-APPLIED                               VALUE 'Y'.

         77 USE-RATE                                    PIC S9(3)V9(6).
         77 ACC-ANNUAL                               PIC S9(13)V9(4).
         77 ACC-AMT                                    PIC S9(13)V99.
         77 LINE-AMT                                     PIC 9(13)V99.
         77 LINE-ACCT                                      PIC X(8).
         77 LINE-DRCR                                      PIC X(2).
         77 LINE-CUR                                       PIC X(10).
         77 LINE-ENT                                       PIC X(4).
         77 ACCR-LINE-CT                        PIC 9(6) VALUE ZEROS.
         77 ACCR-DR-TOTAL                   PIC 9(15)V99 VALUE ZEROS.
         77 ACCR-CR-TOTAL                   PIC 9(15)V99 VALUE ZEROS.
         77 CAPJ-LINE-CT                        PIC 9(6) VALUE ZEROS.
         77 CAPJ-DR-TOTAL                   PIC 9(15)V99 VALUE ZEROS.
         77 CAPJ-CR-TOTAL                   PIC 9(15)V99 VALUE ZEROS.
         77 CT-READ                             PIC 9(6) VALUE ZEROS.
         77 CT-EARNED                           PIC 9(6) VALUE ZEROS.
         77 CT-COST                             PIC 9(6) VALUE ZEROS.
         77 CT-FLAT                             PIC 9(6) VALUE ZEROS.
         77 CT-NORATE                           PIC 9(6) VALUE ZEROS.
         77 CT-CAPITALIZED                      PIC 9(6) VALUE ZEROS.
         77 ED-BAL                                 PIC -9(12).99.
         77 ED-RATE                                PIC -ZZ9.999999.
         77 ED-ACC                                 PIC -9(13).99.
         77 ED-EARNED                              PIC Z(12)9.99.
         77 ED-COST                                PIC Z(12)9.99.
         77 ED-AMT                                 PIC -9(13).99.



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
         DISPLAY 'MAIN: ACCR0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: ACCR0001'.
         ACCEPT POS-FL-PATH-ENV FROM ENVIRONMENT 'ACCR0001_POSFILE'.
         IF POS-FL-PATH-ENV NOT = SPACES
          MOVE POS-FL-PATH-ENV TO POS-FL-PATH
         END-IF.
         ACCEPT RATE-FL-PATH-ENV FROM ENVIRONMENT 'ACCR0001_RATEFILE'.
         IF RATE-FL-PATH-ENV NOT = SPACES
          MOVE RATE-FL-PATH-ENV TO RATE-FL-PATH
         END-IF.
         ACCEPT MTD-FL-PATH-ENV FROM ENVIRONMENT 'ACCR0001_MTDFILE'.
         IF MTD-FL-PATH-ENV NOT = SPACES
          MOVE MTD-FL-PATH-ENV TO MTD-FL-PATH
         END-IF.
         ACCEPT JRN-FL-PATH-ENV FROM ENVIRONMENT 'ACCR0001_JRNFILE'.
         IF JRN-FL-PATH-ENV NOT = SPACES
          MOVE JRN-FL-PATH-ENV TO JRN-FL-PATH
         END-IF.
         ACCEPT CPJ-FL-PATH-ENV FROM ENVIRONMENT 'ACCR0001_CAPJFILE'.
         IF CPJ-FL-PATH-ENV NOT = SPACES
          MOVE CPJ-FL-PATH-ENV TO CPJ-FL-PATH
         END-IF.
         ACCEPT CAP-FL-PATH-ENV FROM ENVIRONMENT 'ACCR0001_CAPFILE'.
         IF CAP-FL-PATH-ENV NOT = SPACES
          MOVE CAP-FL-PATH-ENV TO CAP-FL-PATH
         END-IF.
         ACCEPT HOLIDAY-FL-PATH-ENV FROM ENVIRONMENT 'ACCR0001_HOLFILE'.
         IF HOLIDAY-FL-PATH-ENV NOT = SPACES
          MOVE HOLIDAY-FL-PATH-ENV TO HOLIDAY-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'ACCR0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT REHEARSAL-ENV FROM ENVIRONMENT 'CHAIN_REHEARSAL'.
         IF REHEARSAL-ENV(1:1) = 'Y'
          MOVE 'Y' TO REHEARSAL-FL
          MOVE SPACES TO REH-WRK-PATH
          STRING JRN-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO JRN-FL-PATH
          MOVE SPACES TO REH-WRK-PATH
          STRING CPJ-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO CPJ-FL-PATH
          MOVE SPACES TO REH-WRK-PATH
          STRING RPT-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO RPT-FL-PATH
          DISPLAY 'REHEARSAL MODE: MONTH-TO-DATE AND CAPITALIZATION '
           'FILES UNTOUCHED'
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
      * THE ACCRUAL DATE DEFAULTS TO TODAY; A MISSED MONTH-END RUN IS
      * REPLAYED BY NAMING ITS DATE
         ACCEPT ASOF-ENV FROM ENVIRONMENT 'ACCR0001_ASOF'.
         IF ASOF-ENV IS NUMERIC AND ASOF-ENV NOT = SPACES
          MOVE ASOF-ENV TO RUN-DT
         ELSE
          MOVE TODAY-DT TO RUN-DT
         END-IF.
         MOVE RUN-DT(1:6) TO RUN-PERIOD.
         DIVIDE RUN-PERIOD BY 100 GIVING PER-YEAR
          REMAINDER PER-MONTH.
         COMPUTE PER-START-DT = RUN-PERIOD * 100 + 1.
         IF PER-MONTH = 12
          COMPUTE NEXT-START-DT = (PER-YEAR + 1) * 10000 + 101
         ELSE
          COMPUTE NEXT-START-DT = PER-START-DT + 100
         END-IF.
         COMPUTE RUN-INT = FUNCTION INTEGER-OF-DATE(RUN-DT).
         PERFORM 101-LOAD-HOLIDAYS.
         PERFORM 103-FIND-NIGHTS.
         PERFORM 110-LOAD-RATES.
         MOVE 0 TO MT-CT.
         PERFORM 120-LOAD-MONTH-TO-DATE.
         MOVE 0 TO CP-CT.
         PERFORM 130-LOAD-CAPITALIZATIONS.

        101-LOAD-HOLIDAYS.
         MOVE 0 TO HOL-CT.
         OPEN INPUT HOLIDAY-FL.
         IF STTS-HOL NOT = ZEROS
          DISPLAY 'NO HOLIDAY CALENDAR, WEEKENDS ONLY'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 102-LOAD-ONE-HOLIDAY UNTIL HOL-IS-EOF.
         CLOSE HOLIDAY-FL.

        102-LOAD-ONE-HOLIDAY.
         READ HOLIDAY-FL
          AT END
           MOVE 'Y' TO HOL-EOF-FL
          NOT AT END
           IF (HOL-MKT = 'ALL' OR HOL-MKT = SPACES)
              AND HOL-DT NOT < PER-START-DT
              AND HOL-CT < 999
            ADD 1 TO HOL-CT
            MOVE HOL-DT TO HT-DT(HOL-CT)
           END-IF
         END-READ.
         IF STTS-HOL NOT = ZEROS AND STTS-HOL NOT = 10
          DISPLAY 'I/O ERROR READING HOLIDAY-FL, STATUS = ' STTS-HOL
          MOVE 'Y' TO HOL-EOF-FL
         END-IF.

        103-FIND-NIGHTS.
      * THE RUN ACCRUES EVERY NIGHT FROM THE ACCRUAL DATE UP TO THE
      * NEXT BUSINESS DAY, SO A FRIDAY CARRIES THE WEEKEND. THE WINDOW
      * STOPS AT THE END OF THE MONTH, WHICH IS THEN CAPITALIZED; THE
      * FIRST BUSINESS DAY OF A MONTH PICKS UP THE NIGHTS FROM THE 1ST
         COMPUTE WRK-INT = RUN-INT + 1.
         MOVE 'N' TO ROLL-DONE-FL.
         PERFORM 104-TRY-NEXT-DAY UNTIL ROLL-IS-DONE.
         COMPUTE UPTO-INT = FUNCTION INTEGER-OF-DATE(NEXT-BUS-DT).
         COMPUTE WRK-INT = FUNCTION INTEGER-OF-DATE(NEXT-START-DT).
         IF UPTO-INT NOT < WRK-INT
          MOVE WRK-INT TO UPTO-INT
          MOVE 'Y' TO MONTH-END-FL
          MOVE NEXT-BUS-DT TO CAP-POST-DT
         END-IF.
         MOVE RUN-INT TO FROM-INT.
         COMPUTE WRK-INT = FUNCTION INTEGER-OF-DATE(PER-START-DT).
         MOVE 'N' TO BUS-DAY-FL.
         PERFORM 106-TRY-EARLIER-DAY UNTIL WRK-INT NOT < RUN-INT
          OR DAY-IS-BUSINESS.
         IF NOT DAY-IS-BUSINESS
          COMPUTE FROM-INT = FUNCTION INTEGER-OF-DATE(PER-START-DT)
         END-IF.
         COMPUTE NIGHT-CT = UPTO-INT - FROM-INT.
         DISPLAY 'ACCRUAL DATE ' RUN-DT ' NEXT BUSINESS DAY '
           NEXT-BUS-DT ' NIGHTS ' NIGHT-CT.
         IF IS-MONTH-END
          DISPLAY 'LAST BUSINESS DAY OF ' RUN-PERIOD
           ', CAPITALIZATION POSTED ' CAP-POST-DT
         END-IF.

        104-TRY-NEXT-DAY.
         PERFORM 105-CHECK-DAY.
         IF DAY-IS-BUSINESS
          MOVE WRK-DT TO NEXT-BUS-DT
          MOVE 'Y' TO ROLL-DONE-FL
         ELSE
          ADD 1 TO WRK-INT
         END-IF.

        105-CHECK-DAY.
      * MOD 7 OF THE INTEGER DATE: 0 IS SUNDAY AND 6 IS SATURDAY
         COMPUTE WRK-DT = FUNCTION DATE-OF-INTEGER(WRK-INT).
         COMPUTE WRK-DOW = FUNCTION MOD(WRK-INT, 7).
         MOVE 'N' TO HOL-HIT-FL.
         MOVE 1 TO HOL-IX.
         PERFORM 107-SCAN-HOLIDAY UNTIL HOL-IX > HOL-CT
          OR HOL-IS-HIT.
         IF WRK-DOW = 0 OR WRK-DOW = 6 OR HOL-IS-HIT
          MOVE 'N' TO BUS-DAY-FL
         ELSE
          MOVE 'Y' TO BUS-DAY-FL
         END-IF.

        106-TRY-EARLIER-DAY.
         PERFORM 105-CHECK-DAY.
         IF NOT DAY-IS-BUSINESS
          ADD 1 TO WRK-INT
         END-IF.

        107-SCAN-HOLIDAY.
         IF HT-DT(HOL-IX) = WRK-DT
          MOVE 'Y' TO HOL-HIT-FL
         ELSE
          ADD 1 TO HOL-IX
         END-IF.

        110-LOAD-RATES.
         MOVE 0 TO RT-CT.
         OPEN INPUT RATE-FL.
         IF STTS-RATE NOT = ZEROS
          DISPLAY 'NO INTEREST RATE TABLE (' RATE-FL-PATH(1:50) ')'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 111-LOAD-ONE-RATE UNTIL RATE-IS-EOF.
         CLOSE RATE-FL.

        111-LOAD-ONE-RATE.
         READ RATE-FL
          AT END
           MOVE 'Y' TO RATE-EOF-FL
          NOT AT END
           IF INR-BASIS NOT = 360 AND INR-BASIS NOT = 365
            DISPLAY ' WARNING: RATE ROW ' INR-CUR ' ' INR-EFF-DT
             ' HAS BASIS ' INR-BASIS ', IGNORED'
           ELSE
            IF RT-CT >= 999
             DISPLAY 'RATE TABLE FULL, RUN ABORTED'
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
            ADD 1 TO RT-CT
            MOVE INR-CUR TO RT-CUR(RT-CT)
            MOVE INR-EFF-DT TO RT-EFF-DT(RT-CT)
            MOVE INR-CR-RATE TO RT-CR-RATE(RT-CT)
            MOVE INR-DR-RATE TO RT-DR-RATE(RT-CT)
            MOVE INR-BASIS TO RT-BASIS(RT-CT)
           END-IF
         END-READ.
         IF STTS-RATE NOT = ZEROS AND STTS-RATE NOT = 10
          DISPLAY 'I/O ERROR READING RATE-FL, STATUS = ' STTS-RATE
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO RATE-EOF-FL
         END-IF.

        120-LOAD-MONTH-TO-DATE.
      * A CAPITALIZED EARLIER MONTH IS DROPPED; ONE STILL OPEN MEANS
      * ITS LAST BUSINESS DAY NEVER RAN AND MUST BE REPLAYED FIRST
         MOVE ZEROS TO STALE-PERIOD.
         OPEN INPUT MTD-FL.
         IF STTS-MTD NOT = ZEROS
          DISPLAY 'NO MONTH-TO-DATE ACCRUALS YET, STARTING FRESH'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 121-LOAD-ONE-MTD UNTIL MTD-IS-EOF.
         CLOSE MTD-FL.
         IF STALE-PERIOD NOT = ZEROS
          DISPLAY 'ACCRUALS OF ' STALE-PERIOD ' NOT CAPITALIZED;'
           ' RUN THAT MONTH-END FIRST (ACCR0001_ASOF), RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        121-LOAD-ONE-MTD.
         READ MTD-FL
          AT END
           MOVE 'Y' TO MTD-EOF-FL
          NOT AT END
           IF MTD-PERIOD = RUN-PERIOD
            PERFORM 122-KEEP-MTD
           ELSE
            IF MTD-STATUS NOT = 'C' AND MTD-PERIOD < RUN-PERIOD
             MOVE MTD-PERIOD TO STALE-PERIOD
            END-IF
           END-IF
         END-READ.
         IF STTS-MTD NOT = ZEROS AND STTS-MTD NOT = 10
          DISPLAY 'I/O ERROR READING MTD-FL, STATUS = ' STTS-MTD
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        122-KEEP-MTD.
         IF MT-CT >= 2999
          DISPLAY 'MONTH-TO-DATE TABLE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO MT-CT.
         MOVE MTD-PERIOD TO MT-PERIOD(MT-CT).
         MOVE MTD-CODE TO MT-CODE(MT-CT).
         MOVE MTD-ENT TO MT-ENT(MT-CT).
         MOVE MTD-EARNED TO MT-EARNED(MT-CT).
         MOVE MTD-COST TO MT-COST(MT-CT).
         MOVE MTD-NIGHTS TO MT-NIGHTS(MT-CT).
         MOVE MTD-LAST-DT TO MT-LAST-DT(MT-CT).
         MOVE MTD-LAST-EARNED TO MT-LAST-EARNED(MT-CT).
         MOVE MTD-LAST-COST TO MT-LAST-COST(MT-CT).
         MOVE MTD-LAST-NIGHTS TO MT-LAST-NIGHTS(MT-CT).
         MOVE MTD-STATUS TO MT-STATUS(MT-CT).
      * A RERUN OF THE SAME DAY TAKES ITS OWN EARLIER ACCRUAL OUT FIRST
         IF MT-LAST-DT(MT-CT) = RUN-DT
          SUBTRACT MT-LAST-EARNED(MT-CT) FROM MT-EARNED(MT-CT)
          SUBTRACT MT-LAST-COST(MT-CT) FROM MT-COST(MT-CT)
          SUBTRACT MT-LAST-NIGHTS(MT-CT) FROM MT-NIGHTS(MT-CT)
          MOVE ZEROS TO MT-LAST-EARNED(MT-CT)
          MOVE ZEROS TO MT-LAST-COST(MT-CT)
          MOVE ZEROS TO MT-LAST-NIGHTS(MT-CT)
          MOVE 'O' TO MT-STATUS(MT-CT)
         END-IF.

        130-LOAD-CAPITALIZATIONS.
         OPEN INPUT CAP-FL.
         IF STTS-CAP NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 131-LOAD-ONE-CAP UNTIL CAP-IS-EOF.
         CLOSE CAP-FL.

        131-LOAD-ONE-CAP.
         READ CAP-FL
          AT END
           MOVE 'Y' TO CAP-EOF-FL
          NOT AT END
           IF ICP-STATUS = 'P'
            COMPUTE WRK-INT = FUNCTION INTEGER-OF-DATE(ICP-APPLY-DT)
             + CAP-KEEP-DAYS
           ELSE
            MOVE RUN-INT TO WRK-INT
           END-IF
           IF WRK-INT NOT < RUN-INT
            IF CP-CT >= 2999
             DISPLAY 'CAPITALIZATION TABLE FULL, RUN ABORTED'
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
            ADD 1 TO CP-CT
            MOVE ICP-PERIOD TO CP-PERIOD(CP-CT)
            MOVE ICP-CODE TO CP-CODE(CP-CT)
            MOVE ICP-ENT TO CP-ENT(CP-CT)
            MOVE ICP-AMT TO CP-AMT(CP-CT)
            MOVE ICP-POST-DT TO CP-POST-DT(CP-CT)
            MOVE ICP-STATUS TO CP-STATUS(CP-CT)
            MOVE ICP-APPLY-DT TO CP-APPLY-DT(CP-CT)
           END-IF
         END-READ.
         IF STTS-CAP NOT = ZEROS AND STTS-CAP NOT = 10
          DISPLAY 'I/O ERROR READING CAP-FL, STATUS = ' STTS-CAP
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: ACCR0001'.
         OPEN INPUT POS-FL.
         IF STTS-POS NOT = ZEROS
          DISPLAY 'NO POSITION MASTER (' POS-FL-PATH(1:50) ')'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         OPEN OUTPUT JRN-FL.
         OPEN OUTPUT RPT-FL.
         MOVE SPACES TO RPT-REC.
         STRING 'OVERNIGHT INTEREST ACCRUAL ' RUN-DT
          '  NIGHTS ' NIGHT-CT '  PERIOD ' RUN-PERIOD
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE ' CURRENCY   ENT          BALANCE      RATE % BASIS'
          TO RPT-REC.
         MOVE '          ACCRUAL      MTD EARNED        MTD COST'
          TO RPT-REC(53:).
         WRITE RPT-REC.
         PERFORM 201-ACCRUE-ONE UNTIL POS-IS-EOF.
         CLOSE POS-FL.
         MOVE 'CTL' TO CTL-REC-TYPE.
         MOVE ACCR-LINE-CT TO CTL-LINE-CT.
         MOVE ACCR-DR-TOTAL TO CTL-DR-TOTAL.
         MOVE ACCR-CR-TOTAL TO CTL-CR-TOTAL.
         MOVE RUN-DT TO CTL-RUN-DT.
         WRITE JRN-CTL-RCRD.
         CLOSE JRN-FL.
         IF IS-MONTH-END
          PERFORM 250-CAPITALIZE
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
         IF NOT IS-REHEARSAL
          PERFORM 260-REWRITE-MONTH-TO-DATE
          IF IS-MONTH-END
           PERFORM 270-REWRITE-CAPITALIZATIONS
          END-IF
         END-IF.

        201-ACCRUE-ONE.
         READ POS-FL
          AT END
           MOVE 'Y' TO POS-EOF-FL
          NOT AT END
           ADD 1 TO CT-READ
           PERFORM 202-ACCRUE-POSITION
         END-READ.
         IF STTS-POS NOT = ZEROS AND STTS-POS NOT = 10
          DISPLAY 'I/O ERROR READING POS-FL, STATUS = ' STTS-POS
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO POS-EOF-FL
         END-IF.

        202-ACCRUE-POSITION.
         IF POS-BAL = 0 OR NIGHT-CT = 0
          ADD 1 TO CT-FLAT
          EXIT PARAGRAPH
         END-IF.
         PERFORM 210-FIND-RATE.
         IF RT-BEST = 0
          ADD 1 TO CT-NORATE
          DISPLAY ' WARNING: NO INTEREST RATE FOR ' POS-CODE
           ' ON ' RUN-DT ', NOT ACCRUED'
          EXIT PARAGRAPH
         END-IF.
      * A LONG BALANCE EARNS THE CREDIT RATE AND A SHORT ONE PAYS THE
      * DEBIT RATE; A NEGATIVE CREDIT RATE TURNS THE ACCRUAL INTO COST
         IF POS-BAL > 0
          MOVE RT-CR-RATE(RT-BEST) TO USE-RATE
         ELSE
          MOVE RT-DR-RATE(RT-BEST) TO USE-RATE
         END-IF.
         COMPUTE ACC-ANNUAL = POS-BAL * USE-RATE / 100.
         COMPUTE ACC-AMT ROUNDED = ACC-ANNUAL * NIGHT-CT
          / RT-BASIS(RT-BEST).
         IF ACC-AMT = 0
          ADD 1 TO CT-FLAT
          EXIT PARAGRAPH
         END-IF.
         PERFORM 220-FIND-OR-ADD-MTD.
         IF MT-LAST-DT(MT-IX) NOT = RUN-DT
          MOVE RUN-DT TO MT-LAST-DT(MT-IX)
          MOVE ZEROS TO MT-LAST-EARNED(MT-IX)
          MOVE ZEROS TO MT-LAST-COST(MT-IX)
          MOVE ZEROS TO MT-LAST-NIGHTS(MT-IX)
         END-IF.
         ADD NIGHT-CT TO MT-NIGHTS(MT-IX).
         MOVE NIGHT-CT TO MT-LAST-NIGHTS(MT-IX).
         MOVE POS-CODE TO LINE-CUR.
         MOVE POS-ENT TO LINE-ENT.
         IF ACC-AMT > 0
          MOVE ACC-AMT TO LINE-AMT
          ADD LINE-AMT TO MT-EARNED(MT-IX)
          ADD LINE-AMT TO MT-LAST-EARNED(MT-IX)
          ADD 1 TO CT-EARNED
          MOVE INT-RECV-ACCT TO LINE-ACCT
          MOVE 'DR' TO LINE-DRCR
          PERFORM 240-WRITE-ACCR-LINE
          MOVE INT-INC-ACCT TO LINE-ACCT
          MOVE 'CR' TO LINE-DRCR
          PERFORM 240-WRITE-ACCR-LINE
         ELSE
          COMPUTE LINE-AMT = ACC-AMT * -1
          ADD LINE-AMT TO MT-COST(MT-IX)
          ADD LINE-AMT TO MT-LAST-COST(MT-IX)
          ADD 1 TO CT-COST
          MOVE INT-EXP-ACCT TO LINE-ACCT
          MOVE 'DR' TO LINE-DRCR
          PERFORM 240-WRITE-ACCR-LINE
          MOVE INT-PAY-ACCT TO LINE-ACCT
          MOVE 'CR' TO LINE-DRCR
          PERFORM 240-WRITE-ACCR-LINE
         END-IF.
         MOVE POS-BAL TO ED-BAL.
         MOVE USE-RATE TO ED-RATE.
         MOVE ACC-AMT TO ED-ACC.
         MOVE MT-EARNED(MT-IX) TO ED-EARNED.
         MOVE MT-COST(MT-IX) TO ED-COST.
         MOVE SPACES TO RPT-REC.
         STRING ' ' POS-CODE ' ' POS-ENT ' ' ED-BAL ' ' ED-RATE
          '  ' RT-BASIS(RT-BEST) ' ' ED-ACC ' ' ED-EARNED
          ' ' ED-COST
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.

        210-FIND-RATE.
      * THE ROW IN FORCE IS THE LATEST EFFECTIVE ON OR BEFORE THE
      * ACCRUAL DATE
         MOVE 0 TO RT-BEST.
         MOVE 1 TO RT-IX.
         PERFORM 211-SCAN-RATE UNTIL RT-IX > RT-CT.

        211-SCAN-RATE.
         IF RT-CUR(RT-IX) = POS-CODE AND RT-EFF-DT(RT-IX) NOT > RUN-DT
          IF RT-BEST = 0
           MOVE RT-IX TO RT-BEST
          ELSE
           IF RT-EFF-DT(RT-IX) > RT-EFF-DT(RT-BEST)
            MOVE RT-IX TO RT-BEST
           END-IF
          END-IF
         END-IF.
         ADD 1 TO RT-IX.

        220-FIND-OR-ADD-MTD.
         MOVE 'N' TO MT-FOUND-FL.
         MOVE 1 TO MT-IX.
         PERFORM 221-SCAN-MTD UNTIL MT-IX > MT-CT
          OR MT-IS-FOUND.
         IF MT-IS-FOUND
          EXIT PARAGRAPH
         END-IF.
         IF MT-CT >= 2999
          DISPLAY 'MONTH-TO-DATE TABLE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO MT-CT.
         MOVE MT-CT TO MT-IX.
         MOVE RUN-PERIOD TO MT-PERIOD(MT-IX).
         MOVE POS-CODE TO MT-CODE(MT-IX).
         MOVE POS-ENT TO MT-ENT(MT-IX).
         MOVE ZEROS TO MT-EARNED(MT-IX).
         MOVE ZEROS TO MT-COST(MT-IX).
         MOVE ZEROS TO MT-NIGHTS(MT-IX).
         MOVE ZEROS TO MT-LAST-DT(MT-IX).
         MOVE ZEROS TO MT-LAST-EARNED(MT-IX).
         MOVE ZEROS TO MT-LAST-COST(MT-IX).
         MOVE ZEROS TO MT-LAST-NIGHTS(MT-IX).
         MOVE 'O' TO MT-STATUS(MT-IX).

        221-SCAN-MTD.
         IF MT-CODE(MT-IX) = POS-CODE AND MT-ENT(MT-IX) = POS-ENT
          MOVE 'Y' TO MT-FOUND-FL
         ELSE
          ADD 1 TO MT-IX
         END-IF.

        240-WRITE-ACCR-LINE.
         IF ACCR-LINE-CT >= MAX-LINES
          DISPLAY 'ACCRUAL SEQUENCE RANGE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO ACCR-LINE-CT.
         MOVE 'DTL' TO JRN-REC-TYPE.
         COMPUTE JRN-SEQ = ACCR-SEQ-BASE + ACCR-LINE-CT.
         MOVE LINE-ACCT TO JRN-ACCT.
         MOVE LINE-DRCR TO JRN-DRCR.
         MOVE LINE-CUR TO JRN-CUR.
         MOVE LINE-AMT TO JRN-AMT.
         MOVE RUN-DT TO JRN-DT.
         MOVE LINE-ENT TO JRN-ENT.
         WRITE JRN-RCRD.
         IF LINE-DRCR = 'DR'
          ADD LINE-AMT TO ACCR-DR-TOTAL
         ELSE
          ADD LINE-AMT TO ACCR-CR-TOTAL
         END-IF.

        241-WRITE-CAPJ-LINE.
         IF CAPJ-LINE-CT >= MAX-LINES
          DISPLAY 'CAPITALIZATION SEQUENCE RANGE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO CAPJ-LINE-CT.
         MOVE 'DTL' TO CPJ-REC-TYPE.
         COMPUTE CPJ-SEQ = CAPJ-SEQ-BASE + CAPJ-LINE-CT.
         MOVE LINE-ACCT TO CPJ-ACCT.
         MOVE LINE-DRCR TO CPJ-DRCR.
         MOVE LINE-CUR TO CPJ-CUR.
         MOVE LINE-AMT TO CPJ-AMT.
         MOVE CAP-POST-DT TO CPJ-DT.
         MOVE LINE-ENT TO CPJ-ENT.
         WRITE CPJ-RCRD.
         IF LINE-DRCR = 'DR'
          ADD LINE-AMT TO CAPJ-DR-TOTAL
         ELSE
          ADD LINE-AMT TO CAPJ-CR-TOTAL
         END-IF.

        250-CAPITALIZE.
      * ONCE POSN0001 HAS APPLIED A MONTH TO THE POSITION MASTER IT IS
      * NOT CAPITALIZED AGAIN; A RERUN BEFORE THAT REPLACES ITS ROWS
         MOVE 'N' TO CAP-APPLIED-FL.
         MOVE 1 TO CP-IX.
         PERFORM 251-CHECK-APPLIED UNTIL CP-IX > CP-CT.
         IF CAP-WAS-APPLIED
          DISPLAY ' WARNING: ' RUN-PERIOD ' ALREADY CAPITALIZED INTO'
           ' THE POSITION MASTER, NOT CAPITALIZED AGAIN'
          MOVE 'N' TO MONTH-END-FL
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
          EXIT PARAGRAPH
         END-IF.
         OPEN OUTPUT CPJ-FL.
         MOVE '-- MONTH-END CAPITALIZATION --' TO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO MT-IX.
         PERFORM 252-CAPITALIZE-ONE UNTIL MT-IX > MT-CT.
         MOVE 'CTL' TO CCTL-REC-TYPE.
         MOVE CAPJ-LINE-CT TO CCTL-LINE-CT.
         MOVE CAPJ-DR-TOTAL TO CCTL-DR-TOTAL.
         MOVE CAPJ-CR-TOTAL TO CCTL-CR-TOTAL.
         MOVE CAP-POST-DT TO CCTL-RUN-DT.
         WRITE CPJ-CTL-RCRD.
         CLOSE CPJ-FL.

        251-CHECK-APPLIED.
         IF CP-PERIOD(CP-IX) = RUN-PERIOD
          IF CP-STATUS(CP-IX) = 'P'
           MOVE 'Y' TO CAP-APPLIED-FL
          ELSE
           MOVE 'D' TO CP-STATUS(CP-IX)
          END-IF
         END-IF.
         ADD 1 TO CP-IX.

        252-CAPITALIZE-ONE.
      * EARNED INTEREST MOVES FROM THE RECEIVABLE INTO THE POSITION,
      * INTEREST COST FROM THE PAYABLE OUT OF IT
         IF MT-EARNED(MT-IX) = 0 AND MT-COST(MT-IX) = 0
          MOVE 'C' TO MT-STATUS(MT-IX)
          ADD 1 TO MT-IX
          EXIT PARAGRAPH
         END-IF.
         MOVE MT-CODE(MT-IX) TO LINE-CUR.
         MOVE MT-ENT(MT-IX) TO LINE-ENT.
         IF MT-EARNED(MT-IX) > 0
          MOVE MT-EARNED(MT-IX) TO LINE-AMT
          MOVE FX-POS-ACCT TO LINE-ACCT
          MOVE 'DR' TO LINE-DRCR
          PERFORM 241-WRITE-CAPJ-LINE
          MOVE INT-RECV-ACCT TO LINE-ACCT
          MOVE 'CR' TO LINE-DRCR
          PERFORM 241-WRITE-CAPJ-LINE
         END-IF.
         IF MT-COST(MT-IX) > 0
          MOVE MT-COST(MT-IX) TO LINE-AMT
          MOVE INT-PAY-ACCT TO LINE-ACCT
          MOVE 'DR' TO LINE-DRCR
          PERFORM 241-WRITE-CAPJ-LINE
          MOVE FX-POS-ACCT TO LINE-ACCT
          MOVE 'CR' TO LINE-DRCR
          PERFORM 241-WRITE-CAPJ-LINE
         END-IF.
         IF CP-CT >= 2999
          DISPLAY 'CAPITALIZATION TABLE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO CP-CT.
         MOVE RUN-PERIOD TO CP-PERIOD(CP-CT).
         MOVE MT-CODE(MT-IX) TO CP-CODE(CP-CT).
         MOVE MT-ENT(MT-IX) TO CP-ENT(CP-CT).
         COMPUTE CP-AMT(CP-CT) = MT-EARNED(MT-IX) - MT-COST(MT-IX).
         MOVE CAP-POST-DT TO CP-POST-DT(CP-CT).
         MOVE 'R' TO CP-STATUS(CP-CT).
         MOVE ZEROS TO CP-APPLY-DT(CP-CT).
         MOVE 'C' TO MT-STATUS(MT-IX).
         ADD 1 TO CT-CAPITALIZED.
         MOVE CP-AMT(CP-CT) TO ED-AMT.
         MOVE SPACES TO RPT-REC.
         STRING ' ' MT-CODE(MT-IX) ' ' MT-ENT(MT-IX)
          ' NIGHTS ' MT-NIGHTS(MT-IX) ' NET INTEREST ' ED-AMT
          ' POSTED ' CAP-POST-DT
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO MT-IX.

        260-REWRITE-MONTH-TO-DATE.
         OPEN OUTPUT MTD-FL.
         IF STTS-MTD NOT = ZEROS
          DISPLAY 'ERROR OPENING MTD-FL, STATUS = ' STTS-MTD
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO MT-IX.
         PERFORM 261-WRITE-ONE-MTD UNTIL MT-IX > MT-CT.
         CLOSE MTD-FL.

        261-WRITE-ONE-MTD.
         MOVE MT-PERIOD(MT-IX) TO MTD-PERIOD.
         MOVE MT-CODE(MT-IX) TO MTD-CODE.
         MOVE MT-ENT(MT-IX) TO MTD-ENT.
         MOVE MT-EARNED(MT-IX) TO MTD-EARNED.
         MOVE MT-COST(MT-IX) TO MTD-COST.
         MOVE MT-NIGHTS(MT-IX) TO MTD-NIGHTS.
         MOVE MT-LAST-DT(MT-IX) TO MTD-LAST-DT.
         MOVE MT-LAST-EARNED(MT-IX) TO MTD-LAST-EARNED.
         MOVE MT-LAST-COST(MT-IX) TO MTD-LAST-COST.
         MOVE MT-LAST-NIGHTS(MT-IX) TO MTD-LAST-NIGHTS.
         MOVE MT-STATUS(MT-IX) TO MTD-STATUS.
         WRITE MTD-RCRD.
         ADD 1 TO MT-IX.

        270-REWRITE-CAPITALIZATIONS.
         OPEN OUTPUT CAP-FL.
         IF STTS-CAP NOT = ZEROS
          DISPLAY 'ERROR OPENING CAP-FL, STATUS = ' STTS-CAP
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO CP-IX.
         PERFORM 271-WRITE-ONE-CAP UNTIL CP-IX > CP-CT.
         CLOSE CAP-FL.

        271-WRITE-ONE-CAP.
         IF CP-STATUS(CP-IX) NOT = 'D'
          MOVE CP-PERIOD(CP-IX) TO ICP-PERIOD
          MOVE CP-CODE(CP-IX) TO ICP-CODE
          MOVE CP-ENT(CP-IX) TO ICP-ENT
          MOVE CP-AMT(CP-IX) TO ICP-AMT
          MOVE CP-POST-DT(CP-IX) TO ICP-POST-DT
          MOVE CP-STATUS(CP-IX) TO ICP-STATUS
          MOVE CP-APPLY-DT(CP-IX) TO ICP-APPLY-DT
          WRITE CAP-RCRD
         END-IF.
         ADD 1 TO CP-IX.

        300-END.
         MOVE ACCR-DR-TOTAL TO ED-AMT.
         DISPLAY '-- OVERNIGHT INTEREST ACCRUAL --'.
         DISPLAY ' POSITIONS READ: ' CT-READ.
         DISPLAY ' EARNING INTEREST: ' CT-EARNED.
         DISPLAY ' PAYING INTEREST: ' CT-COST.
         DISPLAY ' NOTHING TO ACCRUE: ' CT-FLAT.
         DISPLAY ' NO RATE (NOT ACCRUED): ' CT-NORATE.
         DISPLAY ' ACCRUAL LINES: ' ACCR-LINE-CT
          '  TOTAL EACH SIDE: ' ED-AMT.
         DISPLAY ' ACCRUAL BATCH: ' JRN-FL-PATH(1:50).
         IF IS-MONTH-END
          MOVE CAPJ-DR-TOTAL TO ED-AMT
          DISPLAY ' POSITIONS CAPITALIZED: ' CT-CAPITALIZED
           '  LINES: ' CAPJ-LINE-CT '  TOTAL EACH SIDE: ' ED-AMT
          DISPLAY ' CAPITALIZATION BATCH: ' CPJ-FL-PATH(1:50)
         END-IF.
         IF CT-NORATE > 0 AND RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: ACCR0001'.
         GOBACK.
       END PROGRAM ACCR0001.
