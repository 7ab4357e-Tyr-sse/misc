      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - LANCAMENTO DE REAVALIACAO DO MES: LE O
      *          DETALHE POR POSICAO DO PREV0001 (REVLPNL.txt) E GERA
      *          NO LAYOUT DO JRNL0001 O LOTE DE REAVALIACAO DATADO DO
      *          ULTIMO DIA DO MES (REVJRNL.txt) E O LOTE DE ESTORNO
      *          AUTOMATICO DATADO DO PRIMEIRO DIA UTIL DO MES SEGUINTE
      *          (REVJRNR.txt), AMBOS COM REGISTRO DE CONTROLE PARA O
      *          GLCF0001 ACOMPANHAR A CONFIRMACAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. RVJR0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT PNL-FL ASSIGN PNL-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-PNL.
         SELECT JRN-FL ASSIGN JRN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-JRN.
         SELECT REV-FL ASSIGN REV-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-REV.
         SELECT HOLIDAY-FL ASSIGN HOLIDAY-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-HOL.

       DATA DIVISION.
        FILE SECTION.
         FD PNL-FL.
         01 PNL-RCRD.
          02 RVP-CODE                                      PIC X(10).
          02 RVP-ENT                                       PIC X(4).
          02 RVP-BASE-CUR                                  PIC X(10).
          02 RVP-BASE-V                                  PIC S9(14)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 RVP-PNL                                     PIC S9(14)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 RVP-DT                                        PIC 9(8).
          02 RVP-STATUS                                    PIC X.

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

         FD REV-FL.
         01 REV-RCRD.
          02 REV-REC-TYPE                                  PIC X(3).
          02 REV-SEQ                                       PIC 9(6).
          02 REV-ACCT                                      PIC X(8).
          02 REV-DRCR                                      PIC X(2).
          02 REV-CUR                                       PIC X(10).
          02 REV-AMT                                       PIC 9(13)V99.
          02 REV-DT                                        PIC 9(8).
          02 REV-ENT                                       PIC X(4).
         01 REV-CTL-RCRD.
          02 RCTL-REC-TYPE                                 PIC X(3).
          02 RCTL-LINE-CT                                  PIC 9(6).
          02 RCTL-DR-TOTAL                                 PIC 9(15)V99.
          02 RCTL-CR-TOTAL                                 PIC 9(15)V99.
          02 RCTL-RUN-DT                                   PIC 9(8).

         FD HOLIDAY-FL.
         01 HOL-RCRD.
          02 HOL-MKT                                        PIC X(10).
          02 HOL-DT                                         PIC 9(8).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'RVJR0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 PNL-FL-PATH               PIC X(80)
             VALUE '.\..\fls\REVLPNL.txt'.
         77 JRN-FL-PATH               PIC X(80)
             VALUE '.\..\fls\REVJRNL.txt'.
         77 REV-FL-PATH               PIC X(80)
             VALUE '.\..\fls\REVJRNR.txt'.
         77 HOLIDAY-FL-PATH           PIC X(80)
             VALUE '.\..\fls\HOLIDAY.txt'.
         77 PNL-FL-PATH-ENV           PIC X(80).
         77 JRN-FL-PATH-ENV           PIC X(80).
         77 REV-FL-PATH-ENV           PIC X(80).
         77 HOLIDAY-FL-PATH-ENV       PIC X(80).

         77 STTS-PNL                                       PIC 99.
         77 STTS-JRN                                       PIC 99.
         77 STTS-REV                                       PIC 99.
         77 STTS-HOL                                       PIC 99.
         77 PNL-EOF-FL                               PIC X VALUE 'N'.
          88 PNL-IS-EOF                                    VALUE 'Y'.
         77 HOL-EOF-FL                               PIC X VALUE 'N'.
          88 HOL-IS-EOF                                    VALUE 'Y'.

         77 REHEARSAL-ENV                              PIC X(3).
         77 REHEARSAL-FL                          PIC X VALUE 'N'.
          88 IS-REHEARSAL                               VALUE 'Y'.
         77 REH-WRK-PATH                               PIC X(80).

      * THE REVALUATION SITS IN ITS OWN ADJUSTMENT ACCOUNT, NOT IN
      * 11500000: PJRC0001 PROVES THAT ACCOUNT AGAINST THE POSITION
      * FILE IN TRANSACTION CURRENCY, AND THIS AMOUNT IS IN BASE
         77 RVAL-ADJ-ACCT                 PIC X(8) VALUE '11550000'.
         77 RVAL-PNL-ACCT                 PIC X(8) VALUE '42000000'.
      * BOTH BATCHES SHARE THEIR POSTING DATE WITH A DAILY EXPORT, AND
      * THE GL CONFIRMS BY DATE+SEQUENCE, SO EACH BATCH NUMBERS ITS
      * LINES IN A RANGE THE DAILY EXPORT NEVER REACHES
         77 RVAL-SEQ-BASE                 PIC 9(6) VALUE 800000.
         77 REVR-SEQ-BASE                 PIC 9(6) VALUE 900000.
         77 MAX-LINES                     PIC 9(6) VALUE 99998.

         77 PERIOD-ENV                                     PIC X(6).
         77 RUN-PERIOD                                     PIC 9(6).
         77 PER-YEAR                                       PIC 9(4).
         77 PER-MONTH                                      PIC 99.
         77 PER-START-DT                                   PIC 9(8).
         77 NEXT-START-DT                                  PIC 9(8).
         77 POST-DT                                        PIC 9(8).
         77 REVERSE-DT                                     PIC 9(8).
         77 WRK-INT                                        PIC 9(7).
         77 WRK-DOW                                        PIC 9.
         77 WRK-DT                                         PIC 9(8).
         77 TODAY-DT                                       PIC 9(8).
         77 ROLL-DONE-FL                                   PIC X.
          88 ROLL-IS-DONE                                  VALUE 'Y'.

      * ONLY SHOP-WIDE HOLIDAYS MOVE THE REVERSAL: THE LEDGER IS CLOSED
      * ON THOSE DAYS WHATEVER THE CURRENCY
         77 HOL-CT                                     PIC 9(4) COMP.
         77 HOL-IX                                     PIC 9(4) COMP.
         01 HOL-TBL.
          02 HOL-ENTRY OCCURS 999 TIMES.
           03 HT-DT                                        PIC 9(8).
         77 HOL-HIT-FL                                     PIC X.
          88 HOL-IS-HIT                                    VALUE 'Y'.

         77 RVAL-LINE-CT                        PIC 9(6) VALUE ZEROS.
         77 RVAL-DR-TOTAL                   PIC 9(15)V99 VALUE ZEROS.
         77 RVAL-CR-TOTAL                   PIC 9(15)V99 VALUE ZEROS.
         77 ABS-PNL                                     PIC 9(13)V99.
         77 ADJ-SIDE                                       PIC X(2).
         77 PNL-SIDE                                       PIC X(2).
         77 CT-READ                             PIC 9(6) VALUE ZEROS.
         77 CT-BOOKED                           PIC 9(6) VALUE ZEROS.
         77 CT-FLAT                             PIC 9(6) VALUE ZEROS.
         77 CT-BASELINE                         PIC 9(6) VALUE ZEROS.
         77 CT-NORATE                           PIC 9(6) VALUE ZEROS.
         77 CT-OTHER-DT                         PIC 9(6) VALUE ZEROS.
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
         DISPLAY 'MAIN: RVJR0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: RVJR0001'.
         ACCEPT PNL-FL-PATH-ENV FROM ENVIRONMENT 'RVJR0001_PNLFILE'.
         IF PNL-FL-PATH-ENV NOT = SPACES
          MOVE PNL-FL-PATH-ENV TO PNL-FL-PATH
         END-IF.
         ACCEPT JRN-FL-PATH-ENV FROM ENVIRONMENT 'RVJR0001_JRNFILE'.
         IF JRN-FL-PATH-ENV NOT = SPACES
          MOVE JRN-FL-PATH-ENV TO JRN-FL-PATH
         END-IF.
         ACCEPT REV-FL-PATH-ENV FROM ENVIRONMENT 'RVJR0001_REVFILE'.
         IF REV-FL-PATH-ENV NOT = SPACES
          MOVE REV-FL-PATH-ENV TO REV-FL-PATH
         END-IF.
         ACCEPT HOLIDAY-FL-PATH-ENV FROM ENVIRONMENT 'RVJR0001_HOLFILE'.
         IF HOLIDAY-FL-PATH-ENV NOT = SPACES
          MOVE HOLIDAY-FL-PATH-ENV TO HOLIDAY-FL-PATH
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
          STRING REV-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO REV-FL-PATH
          DISPLAY 'REHEARSAL MODE: BATCHES GO TO '
           JRN-FL-PATH(1:50)
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
      * THE PERIOD DEFAULTS TO THE CURRENT MONTH, SO THE JOB RUNS RIGHT
      * AFTER THE MONTH-END PREV0001; A LATE RUN NAMES THE PERIOD
         ACCEPT PERIOD-ENV FROM ENVIRONMENT 'RVJR0001_PERIOD'.
         IF PERIOD-ENV IS NUMERIC AND PERIOD-ENV NOT = SPACES
          MOVE PERIOD-ENV TO RUN-PERIOD
         ELSE
          MOVE TODAY-DT(1:6) TO RUN-PERIOD
         END-IF.
         DIVIDE RUN-PERIOD BY 100 GIVING PER-YEAR
          REMAINDER PER-MONTH.
         IF PER-MONTH < 1 OR PER-MONTH > 12
          DISPLAY 'INVALID PERIOD ' RUN-PERIOD ', RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         COMPUTE PER-START-DT = RUN-PERIOD * 100 + 1.
         IF PER-MONTH = 12
          COMPUTE NEXT-START-DT = (PER-YEAR + 1) * 10000 + 101
         ELSE
          COMPUTE NEXT-START-DT = PER-START-DT + 100
         END-IF.
         COMPUTE WRK-INT = FUNCTION INTEGER-OF-DATE(NEXT-START-DT) - 1.
         COMPUTE POST-DT = FUNCTION DATE-OF-INTEGER(WRK-INT).
         PERFORM 101-LOAD-HOLIDAYS.
         PERFORM 103-FIND-REVERSAL-DATE.
         DISPLAY 'PERIOD ' RUN-PERIOD ' POSTED ' POST-DT
          ' REVERSED ' REVERSE-DT.

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
              AND HOL-DT NOT < NEXT-START-DT
              AND HOL-CT < 999
            ADD 1 TO HOL-CT
            MOVE HOL-DT TO HT-DT(HOL-CT)
           END-IF
         END-READ.
         IF STTS-HOL NOT = ZEROS AND STTS-HOL NOT = 10
          DISPLAY 'I/O ERROR READING HOLIDAY-FL, STATUS = ' STTS-HOL
          MOVE 'Y' TO HOL-EOF-FL
         END-IF.

        103-FIND-REVERSAL-DATE.
      * FIRST BUSINESS DAY OF THE NEXT MONTH; MOD 7 OF THE INTEGER
      * DATE: 0 IS SUNDAY AND 6 IS SATURDAY
         COMPUTE WRK-INT = FUNCTION INTEGER-OF-DATE(NEXT-START-DT).
         MOVE 'N' TO ROLL-DONE-FL.
         PERFORM 104-TRY-ONE-DAY UNTIL ROLL-IS-DONE.

        104-TRY-ONE-DAY.
         COMPUTE WRK-DT = FUNCTION DATE-OF-INTEGER(WRK-INT).
         COMPUTE WRK-DOW = FUNCTION MOD(WRK-INT, 7).
         MOVE 'N' TO HOL-HIT-FL.
         MOVE 1 TO HOL-IX.
         PERFORM 105-SCAN-HOLIDAY UNTIL HOL-IX > HOL-CT
          OR HOL-IS-HIT.
         IF WRK-DOW = 0 OR WRK-DOW = 6 OR HOL-IS-HIT
          ADD 1 TO WRK-INT
         ELSE
          MOVE WRK-DT TO REVERSE-DT
          MOVE 'Y' TO ROLL-DONE-FL
         END-IF.

        105-SCAN-HOLIDAY.
         IF HT-DT(HOL-IX) = WRK-DT
          MOVE 'Y' TO HOL-HIT-FL
         ELSE
          ADD 1 TO HOL-IX
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: RVJR0001'.
         OPEN INPUT PNL-FL.
         IF STTS-PNL NOT = ZEROS
          DISPLAY 'NO REVALUATION DETAIL (' PNL-FL-PATH ')'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         OPEN OUTPUT JRN-FL.
         OPEN OUTPUT REV-FL.
         PERFORM 201-BOOK-ONE UNTIL PNL-IS-EOF.
         CLOSE PNL-FL.
         PERFORM 205-WRITE-CONTROLS.
         CLOSE JRN-FL.
         CLOSE REV-FL.

        201-BOOK-ONE.
         READ PNL-FL
          AT END
           MOVE 'Y' TO PNL-EOF-FL
          NOT AT END
           ADD 1 TO CT-READ
           PERFORM 202-CHECK-ONE
         END-READ.
         IF STTS-PNL NOT = ZEROS AND STTS-PNL NOT = 10
          DISPLAY 'I/O ERROR READING PNL-FL, STATUS = ' STTS-PNL
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO PNL-EOF-FL
         END-IF.

        202-CHECK-ONE.
      * A DETAIL LEFT OVER FROM ANOTHER MONTH MUST NOT BE BOOKED AS
      * THIS MONTH'S REVALUATION
         IF RVP-DT(1:6) NOT = RUN-PERIOD
          ADD 1 TO CT-OTHER-DT
          EXIT PARAGRAPH
         END-IF.
         EVALUATE RVP-STATUS
          WHEN 'B'
           ADD 1 TO CT-BASELINE
          WHEN 'R'
           ADD 1 TO CT-NORATE
           DISPLAY ' WARNING: NO BASE RATE FOR ' RVP-CODE
            ' ENTITY ' RVP-ENT ', NOT BOOKED'
          WHEN 'P'
           IF RVP-PNL = 0
            ADD 1 TO CT-FLAT
           ELSE
            PERFORM 203-WRITE-ONE-PAIR
           END-IF
          WHEN OTHER
           DISPLAY ' WARNING: UNKNOWN STATUS ON ' RVP-CODE
            ' ENTITY ' RVP-ENT ', NOT BOOKED'
         END-EVALUATE.

        203-WRITE-ONE-PAIR.
         IF RVAL-LINE-CT >= MAX-LINES
          DISPLAY 'BATCH SEQUENCE RANGE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
      * A GAIN RAISES THE CARRYING VALUE: DR ADJUSTMENT / CR P&L; A
      * LOSS THE OTHER WAY. THE REVERSAL SWAPS THE SIDES LINE BY LINE
         IF RVP-PNL < 0
          COMPUTE ABS-PNL = RVP-PNL * -1
          MOVE 'CR' TO ADJ-SIDE
          MOVE 'DR' TO PNL-SIDE
         ELSE
          MOVE RVP-PNL TO ABS-PNL
          MOVE 'DR' TO ADJ-SIDE
          MOVE 'CR' TO PNL-SIDE
         END-IF.
         ADD 1 TO RVAL-LINE-CT.
         MOVE RVAL-ADJ-ACCT TO JRN-ACCT.
         MOVE ADJ-SIDE TO JRN-DRCR.
         PERFORM 204-WRITE-ONE-LINE.
         ADD 1 TO RVAL-LINE-CT.
         MOVE RVAL-PNL-ACCT TO JRN-ACCT.
         MOVE PNL-SIDE TO JRN-DRCR.
         PERFORM 204-WRITE-ONE-LINE.
         ADD ABS-PNL TO RVAL-DR-TOTAL.
         ADD ABS-PNL TO RVAL-CR-TOTAL.
         ADD 1 TO CT-BOOKED.

        204-WRITE-ONE-LINE.
         MOVE 'DTL' TO JRN-REC-TYPE.
         COMPUTE JRN-SEQ = RVAL-SEQ-BASE + RVAL-LINE-CT.
         MOVE RVP-BASE-CUR TO JRN-CUR.
         MOVE ABS-PNL TO JRN-AMT.
         MOVE POST-DT TO JRN-DT.
         MOVE RVP-ENT TO JRN-ENT.
         MOVE 'DTL' TO REV-REC-TYPE.
         COMPUTE REV-SEQ = REVR-SEQ-BASE + RVAL-LINE-CT.
         MOVE JRN-ACCT TO REV-ACCT.
         IF JRN-DRCR = 'DR'
          MOVE 'CR' TO REV-DRCR
         ELSE
          MOVE 'DR' TO REV-DRCR
         END-IF.
         MOVE RVP-BASE-CUR TO REV-CUR.
         MOVE ABS-PNL TO REV-AMT.
         MOVE REVERSE-DT TO REV-DT.
         MOVE RVP-ENT TO REV-ENT.
         WRITE JRN-RCRD.
         WRITE REV-RCRD.

        205-WRITE-CONTROLS.
      * EACH BATCH CARRIES ITS POSTING DATE IN THE CONTROL RECORD;
      * GLCF0001 STARTS TRACKING A BATCH ONLY ONCE THAT DATE ARRIVES
         MOVE 'CTL' TO CTL-REC-TYPE.
         MOVE RVAL-LINE-CT TO CTL-LINE-CT.
         MOVE RVAL-DR-TOTAL TO CTL-DR-TOTAL.
         MOVE RVAL-CR-TOTAL TO CTL-CR-TOTAL.
         MOVE POST-DT TO CTL-RUN-DT.
         WRITE JRN-CTL-RCRD.
         MOVE 'CTL' TO RCTL-REC-TYPE.
         MOVE RVAL-LINE-CT TO RCTL-LINE-CT.
         MOVE RVAL-CR-TOTAL TO RCTL-DR-TOTAL.
         MOVE RVAL-DR-TOTAL TO RCTL-CR-TOTAL.
         MOVE REVERSE-DT TO RCTL-RUN-DT.
         WRITE REV-CTL-RCRD.

        300-END.
         MOVE RVAL-DR-TOTAL TO ED-AMT.
         DISPLAY '-- MONTH-END REVALUATION JOURNAL --'.
         DISPLAY ' DETAIL ROWS READ: ' CT-READ.
         DISPLAY ' POSITIONS BOOKED: ' CT-BOOKED.
         DISPLAY ' NO MOVEMENT: ' CT-FLAT.
         DISPLAY ' BASELINE ONLY (NOT BOOKED): ' CT-BASELINE.
         DISPLAY ' NO BASE RATE (NOT BOOKED): ' CT-NORATE.
         DISPLAY ' OTHER PERIOD (NOT BOOKED): ' CT-OTHER-DT.
         DISPLAY ' LINES PER BATCH: ' RVAL-LINE-CT
          '  TOTAL EACH SIDE: ' ED-AMT.
         DISPLAY ' REVALUATION BATCH: ' JRN-FL-PATH(1:50).
         DISPLAY ' REVERSAL BATCH: ' REV-FL-PATH(1:50).
         IF CT-READ > 0 AND CT-OTHER-DT = CT-READ
          DISPLAY 'REVALUATION DETAIL IS NOT FROM PERIOD ' RUN-PERIOD
          MOVE 8 TO RETURN-CODE
         END-IF.
         IF CT-NORATE > 0 AND RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: RVJR0001'.
         GOBACK.
       END PROGRAM RVJR0001.
