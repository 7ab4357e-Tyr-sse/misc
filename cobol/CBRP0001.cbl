      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - RELATORIO MENSAL DE OPERACOES DE
      *          CAMBIO AO BANCO CENTRAL: LE AS GERACOES DATADAS DO MES
      *          DE O0001 (E DE LIN0001 PARA A TAXA APLICADA E A
      *          DIRECAO) VIA GCAT0001, CLASSIFICA CADA OPERACAO PELA
      *          NATUREZA (CBNATMAP.txt: PAR E DIRECAO -> CODIGO) E
      *          GRAVA O ARQUIVO REGULATORIO CBREG.txt (HEADER,
      *          DETALHE POR ENTIDADE/MOEDA/DIRECAO/NATUREZA, TRAILER),
      *          O RELATORIO DE VALIDACAO CBVAL.txt E A ENTRADA NO
      *          RUNMFST.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. CBRP0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT OGN-FL ASSIGN OGN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-OGN.
         SELECT LGN-FL ASSIGN LGN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-LGN.
         SELECT MAP-FL ASSIGN MAP-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-MAP.
         SELECT REG-FL ASSIGN REG-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-REG.
         SELECT VAL-FL ASSIGN VAL-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-VAL.
         SELECT MFST-FL ASSIGN MFST-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-MFST.

       DATA DIVISION.
        FILE SECTION.
         FD OGN-FL.
         01 RCRD-O.
          02 O-A                                           PIC X(10).
          02 O-B                                           PIC X(10).
          02 O-DT                                          PIC 9(8).
          02 O-V                                           PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 O-ENT                                         PIC X(4).
         01 OTR-TRL-RCRD.
          02 OTR-TRL-TAG               PIC X(10).
          02 OTR-TRL-CT                PIC 9(6).
          02 OTR-TRL-HASH              PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 FILLER                   PIC X(8).

         FD LGN-FL.
         01 LIN-RCRD.
          02 LIN-SEQ                                        PIC 9(6).
          02 LIN-A                                          PIC X(10).
          02 LIN-B                                          PIC X(10).
          02 LIN-DT                                         PIC 9(8).
          02 LIN-I-V                                       PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 LIN-O-V                                       PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 LIN-NUM                                        PIC 9(10).
          02 LIN-DEN                                        PIC 9(10).
          02 LIN-EFF-DT                                     PIC 9(8).
          02 LIN-MID                                        PIC X(10).
          02 LIN-RUN-DT                                     PIC 9(8).
          02 LIN-FIX                                        PIC X(5).
          02 LIN-TENOR                                      PIC X(3).
          02 LIN-ENT                                        PIC X(4).
          02 LIN-SIDE                                       PIC X.
          02 LIN-INV                                        PIC X.
          02 LIN-DIR                                        PIC X.

      * OPERATION NATURE MAPPING: BLANK CURRENCY OR DIRECTION MATCHES
      * ANY VALUE; THE MOST SPECIFIC ROW WINS
         FD MAP-FL.
         01 MAP-RCRD.
          02 MAP-A                                          PIC X(10).
          02 MAP-B                                          PIC X(10).
          02 MAP-DIR                                        PIC X.
          02 MAP-NAT                                        PIC X(5).
          02 MAP-DESC                                       PIC X(30).

         FD REG-FL.
         01 REG-HDR-RCRD.
          02 RGH-REC-TYPE                                  PIC X(3).
          02 RGH-INST-ID                                   PIC X(8).
          02 RGH-PERIOD                                    PIC 9(6).
          02 RGH-TIMESTAMP                                 PIC 9(14).
          02 RGH-LOCAL-CUR                                 PIC X(10).
         01 REG-DTL-RCRD.
          02 RGD-REC-TYPE                                  PIC X(3).
          02 RGD-ENT                                       PIC X(4).
          02 RGD-CUR                                       PIC X(10).
          02 RGD-DIR                                       PIC X.
          02 RGD-NAT                                       PIC X(5).
          02 RGD-CT                                        PIC 9(7).
          02 RGD-AMT                                     PIC S9(15)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 RGD-LOCAL-AMT                               PIC S9(15)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 RGD-AVG-RATE                                PIC 9(7)V9(8).
         01 REG-TRL-RCRD.
          02 RGT-REC-TYPE                                  PIC X(3).
          02 RGT-REC-CT                                    PIC 9(6).
          02 RGT-OPS-CT                                    PIC 9(9).
          02 RGT-HASH                                    PIC S9(17)V99
           SIGN IS TRAILING SEPARATE CHARACTER.

         FD VAL-FL.
         01 VAL-REC                                        PIC X(132).

         FD MFST-FL.
         01 MFST-RCRD.
          COPY MFSTREC.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'CBRP0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 OGN-FL-PATH                                    PIC X(80).
         77 LGN-FL-PATH                                    PIC X(80).
         77 MAP-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CBNATMAP.txt'.
         77 REG-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CBREG.txt'.
         77 VAL-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CBVAL.txt'.
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'CBRP0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'CBRP0001'.
         77 RPTF-RC                                        PIC 99.
         77 MFST-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RUNMFST.txt'.
         77 MAP-FL-PATH-ENV           PIC X(80).
         77 REG-FL-PATH-ENV           PIC X(80).
         77 VAL-FL-PATH-ENV           PIC X(80).
         77 MFST-FL-PATH-ENV          PIC X(80).
         77 REH-WRK-PATH                                   PIC X(80).

         77 STTS-OGN                                       PIC 99.
         77 STTS-LGN                                       PIC 99.
         77 STTS-MAP                                       PIC 99.
         77 STTS-REG                                       PIC 99.
         77 STTS-VAL                                       PIC 99.
         77 STTS-MFST                                      PIC 99.
         77 OGN-EOF-FL                               PIC X VALUE 'N'.
          88 OGN-IS-EOF                                    VALUE 'Y'.
         77 LGN-EOF-FL                               PIC X VALUE 'N'.
          88 LGN-IS-EOF                                    VALUE 'Y'.
         77 MAP-EOF-FL                               PIC X VALUE 'N'.
          88 MAP-IS-EOF                                    VALUE 'Y'.
         77 TRL-SEEN-FL                              PIC X VALUE 'N'.
          88 TRL-WAS-SEEN                                  VALUE 'Y'.
         77 REHEARSAL-ENV                              PIC X(3).
         77 REHEARSAL-FL                          PIC X VALUE 'N'.
          88 IS-REHEARSAL                               VALUE 'Y'.

         77 GEN-FUNC                  PIC X(3).
         77 GEN-FILE-ID               PIC X(10).
         77 GEN-DATE                  PIC 9(8).
         77 GEN-PATH                  PIC X(80).
         77 GEN-KEEP                  PIC 9(4) VALUE ZEROS.
         77 GEN-RC                    PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.

         77 PERIOD-ENV                                     PIC X(6).
         01 RPT-PERIOD                                     PIC 9(6).
         01 RPT-PERIOD-R REDEFINES RPT-PERIOD.
          03 RPT-YYYY                                      PIC 9(4).
          03 RPT-MM                                        PIC 99.
         01 DAY-DATE                                       PIC 9(8).
         01 DAY-DATE-R REDEFINES DAY-DATE.
          03 DAY-YYYYMM                                    PIC 9(6).
          03 DAY-DD                                        PIC 99.
         77 DAY-NO                                         PIC 99.
         77 LOCAL-CUR                  PIC X(10) VALUE 'BRL'.
         77 LOCAL-CUR-ENV                                  PIC X(10).
         77 INST-ID                    PIC X(8) VALUE '00000000'.
         77 INST-ID-ENV                                    PIC X(8).

         77 MAP-CT                                     PIC 9(4) COMP.
         77 MAP-IX                                     PIC 9(4) COMP.
         77 MAP-HIT                                    PIC 9(4) COMP.
         77 MAP-SCORE                                      PIC 9.
         77 MAP-BEST-SCORE                                 PIC 9.
         01 MAP-TBL.
          03 MAP-ENTRY OCCURS 999.
           05 MP-A                                         PIC X(10).
           05 MP-B                                         PIC X(10).
           05 MP-DIR                                       PIC X.
           05 MP-NAT                                       PIC X(5).

      * ONE DAY'S LINEAGE; EACH ROW IS CLAIMED BY ONE O0001 DETAIL
         77 LGN-CT                                     PIC 9(4) COMP.
         77 LGN-IX                                     PIC 9(4) COMP.
         77 LGN-HIT                                    PIC 9(4) COMP.
         01 LGN-TBL.
          03 LGN-ENTRY OCCURS 999.
           05 LG-A                                         PIC X(10).
           05 LG-B                                         PIC X(10).
           05 LG-I-V                                     PIC S9(08)V99.
           05 LG-O-V                                     PIC S9(08)V99.
           05 LG-NUM                                       PIC 9(10).
           05 LG-DEN                                       PIC 9(10).
           05 LG-ENT                                       PIC X(4).
           05 LG-DIR                                       PIC X.
           05 LG-USED                                      PIC X.

         77 AGG-CT                                     PIC 9(4) COMP.
         77 AGG-IX                                     PIC 9(4) COMP.
         01 AGG-TBL.
          03 AGG-ENTRY OCCURS 999.
           05 AG-ENT                                       PIC X(4).
           05 AG-CUR                                       PIC X(10).
           05 AG-DIR                                       PIC X.
           05 AG-NAT                                       PIC X(5).
           05 AG-CT                                        PIC 9(7).
           05 AG-AMT                                     PIC S9(15)V99.
           05 AG-LOCAL                                   PIC S9(15)V99.
           05 AG-RWT                                   PIC S9(15)V9(8).
         77 AGG-FOUND-FL                                   PIC X.
          88 AGG-IS-FOUND                                  VALUE 'Y'.

      * ONE CLASSIFIED OPERATION
         77 OP-CUR                                         PIC X(10).
         77 OP-DIR                                         PIC X.
         77 OP-NAT                                         PIC X(5).
         77 OP-AMT                                       PIC S9(08)V99.
         77 OP-LOCAL                                     PIC S9(08)V99.
         77 OP-RATE                                      PIC 9(7)V9(8).

         77 TODAY-DT                                       PIC 9(8).
         77 DAY-O-CT                                       PIC 9(6).
         77 DAY-UNM-CT                                     PIC 9(6).
         77 DAY-LGN-CT                                     PIC 9(4).
         77 CT-DAYS                             PIC 9(4) VALUE ZEROS.
         77 CT-OPS                              PIC 9(9) VALUE ZEROS.
         77 CT-NO-LIN                           PIC 9(6) VALUE ZEROS.
         77 CT-UNMAPPED                         PIC 9(6) VALUE ZEROS.
         77 CT-CROSS                            PIC 9(6) VALUE ZEROS.
         77 CT-BAD-TRL                          PIC 9(4) VALUE ZEROS.
         77 CT-DTL                              PIC 9(6) VALUE ZEROS.
         77 HASH-TOTAL                      PIC S9(17)V99 VALUE ZEROS.
         77 ED-AMT                                     PIC -(9)9.99.



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
         DISPLAY 'MAIN: CBRP0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: CBRP0001'.
         ACCEPT MAP-FL-PATH-ENV FROM ENVIRONMENT 'CBRP0001_MAPFILE'.
         IF MAP-FL-PATH-ENV NOT = SPACES
          MOVE MAP-FL-PATH-ENV TO MAP-FL-PATH
         END-IF.
         ACCEPT REG-FL-PATH-ENV FROM ENVIRONMENT 'CBRP0001_REGFILE'.
         IF REG-FL-PATH-ENV NOT = SPACES
          MOVE REG-FL-PATH-ENV TO REG-FL-PATH
         END-IF.
         ACCEPT VAL-FL-PATH-ENV FROM ENVIRONMENT 'CBRP0001_VALFILE'.
         IF VAL-FL-PATH-ENV NOT = SPACES
          MOVE VAL-FL-PATH-ENV TO VAL-FL-PATH
         END-IF.
         ACCEPT MFST-FL-PATH-ENV FROM ENVIRONMENT 'CBRP0001_MANIFEST'.
         IF MFST-FL-PATH-ENV NOT = SPACES
          MOVE MFST-FL-PATH-ENV TO MFST-FL-PATH
         END-IF.
         ACCEPT LOCAL-CUR-ENV FROM ENVIRONMENT 'CBRP0001_LOCALCUR'.
         IF LOCAL-CUR-ENV NOT = SPACES
          MOVE LOCAL-CUR-ENV TO LOCAL-CUR
         END-IF.
         ACCEPT INST-ID-ENV FROM ENVIRONMENT 'CBRP0001_INSTID'.
         IF INST-ID-ENV NOT = SPACES
          MOVE INST-ID-ENV TO INST-ID
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
      * THE DEFAULT PERIOD IS THE MONTH BEFORE THE RUN DATE
         ACCEPT PERIOD-ENV FROM ENVIRONMENT 'CBRP0001_PERIOD'.
         IF PERIOD-ENV IS NUMERIC AND PERIOD-ENV NOT = SPACES
          MOVE PERIOD-ENV TO RPT-PERIOD
         ELSE
          DIVIDE TODAY-DT BY 100 GIVING RPT-PERIOD
          IF RPT-MM = 1
           SUBTRACT 1 FROM RPT-YYYY
           MOVE 12 TO RPT-MM
          ELSE
           SUBTRACT 1 FROM RPT-MM
          END-IF
         END-IF.
         IF RPT-MM < 1 OR RPT-MM > 12
          DISPLAY 'INVALID PERIOD ' RPT-PERIOD ', RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ACCEPT REHEARSAL-ENV FROM ENVIRONMENT 'CHAIN_REHEARSAL'.
         IF REHEARSAL-ENV(1:1) = 'Y'
          MOVE 'Y' TO REHEARSAL-FL
          MOVE SPACES TO REH-WRK-PATH
          STRING REG-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO REG-FL-PATH
          MOVE SPACES TO REH-WRK-PATH
          STRING VAL-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO VAL-FL-PATH
          DISPLAY 'REHEARSAL MODE: NO MANIFEST ENTRY'
         END-IF.
         DISPLAY 'REPORTING PERIOD: ' RPT-PERIOD.
         MOVE 0 TO MAP-CT.
         MOVE 0 TO AGG-CT.
         PERFORM 101-LOAD-MAP.

        101-LOAD-MAP.
         OPEN INPUT MAP-FL.
         IF STTS-MAP NOT = ZEROS
          DISPLAY 'NO NATURE MAPPING TABLE (' MAP-FL-PATH ')'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 102-LOAD-ONE-MAP UNTIL MAP-IS-EOF.
         CLOSE MAP-FL.

        102-LOAD-ONE-MAP.
         READ MAP-FL
          AT END
           MOVE 'Y' TO MAP-EOF-FL
          NOT AT END
           IF MAP-CT >= 999
            DISPLAY 'NATURE MAPPING TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO MAP-CT
           MOVE MAP-A TO MP-A(MAP-CT)
           MOVE MAP-B TO MP-B(MAP-CT)
           MOVE MAP-DIR TO MP-DIR(MAP-CT)
           MOVE MAP-NAT TO MP-NAT(MAP-CT)
         END-READ.
         IF STTS-MAP NOT = ZEROS AND STTS-MAP NOT = 10
          DISPLAY 'I/O ERROR READING MAP-FL, STATUS = ' STTS-MAP
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO MAP-EOF-FL
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: CBRP0001'.
         OPEN OUTPUT VAL-FL.
         MOVE SPACES TO VAL-REC.
         STRING 'CENTRAL BANK FX REPORT VALIDATION  PERIOD '
           RPT-PERIOD '  RUN ' TODAY-DT '  LOCAL CURRENCY ' LOCAL-CUR
          DELIMITED BY SIZE INTO VAL-REC.
         WRITE VAL-REC.
         MOVE 1 TO DAY-NO.
         PERFORM 210-DO-ONE-DAY UNTIL DAY-NO > 31.
         IF CT-DAYS = 0
          MOVE ' NO O0001 GENERATION FOUND FOR THE PERIOD' TO VAL-REC
          WRITE VAL-REC
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
         END-IF.
         PERFORM 250-WRITE-REGULATORY-FILE.
         MOVE SPACES TO VAL-REC.
         STRING ' DAYS: ' CT-DAYS '  OPERATIONS: ' CT-OPS
           '  DETAILS: ' CT-DTL
           '  NO LINEAGE: ' CT-NO-LIN '  UNMAPPED: ' CT-UNMAPPED
           '  CROSS: ' CT-CROSS '  BAD TRAILERS: ' CT-BAD-TRL
          DELIMITED BY SIZE INTO VAL-REC.
         WRITE VAL-REC.
         IF CT-BAD-TRL > 0
          MOVE ' RESULT: REJECTED - GENERATION CONTROL TOTALS FAILED'
           TO VAL-REC
          MOVE 8 TO RETURN-CODE
         ELSE
          IF CT-NO-LIN > 0 OR CT-UNMAPPED > 0
           MOVE ' RESULT: REVIEW - SEE WARNINGS ABOVE' TO VAL-REC
           IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
           END-IF
          ELSE
           MOVE ' RESULT: ACCEPTED' TO VAL-REC
          END-IF
         END-IF.
         WRITE VAL-REC.
         CLOSE VAL-FL.
      * KEEP A DATED COPY IN THE REPORT REPOSITORY FOR REPRINTS
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT VAL-FL-PATH
           RPTF-PGM RPTF-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.
         IF RETURN-CODE < 8 AND NOT IS-REHEARSAL
          PERFORM 260-WRITE-MANIFEST
         END-IF.

        210-DO-ONE-DAY.
         MOVE RPT-PERIOD TO DAY-YYYYMM.
         MOVE DAY-NO TO DAY-DD.
         ADD 1 TO DAY-NO.
         MOVE 'GET' TO GEN-FUNC.
         MOVE 'O0001' TO GEN-FILE-ID.
         MOVE DAY-DATE TO GEN-DATE.
         MOVE SPACES TO GEN-PATH.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'GCAT0001' USING GEN-FUNC GEN-FILE-ID GEN-DATE
           GEN-PATH GEN-KEEP GEN-RC.
         MOVE SAVED-RC TO RETURN-CODE.
         IF GEN-RC NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CT-DAYS.
         MOVE GEN-PATH TO OGN-FL-PATH.
         PERFORM 211-LOAD-DAY-LINEAGE.
         MOVE 0 TO DAY-O-CT.
         MOVE 0 TO DAY-UNM-CT.
         MOVE 'N' TO TRL-SEEN-FL.
         MOVE 'N' TO OGN-EOF-FL.
         OPEN INPUT OGN-FL.
         IF STTS-OGN NOT = ZEROS
          MOVE SPACES TO VAL-REC
          STRING ' DAY ' DAY-DATE ' O0001 GENERATION UNREADABLE, '
           'STATUS ' STTS-OGN ': ' OGN-FL-PATH
           DELIMITED BY SIZE INTO VAL-REC
          WRITE VAL-REC
          ADD 1 TO CT-BAD-TRL
          EXIT PARAGRAPH
         END-IF.
         PERFORM 213-READ-ONE-OP UNTIL OGN-IS-EOF.
         CLOSE OGN-FL.
         IF NOT TRL-WAS-SEEN
          ADD 1 TO CT-BAD-TRL
          MOVE SPACES TO VAL-REC
          STRING ' DAY ' DAY-DATE ' O0001 TRAILER MISSING'
           DELIMITED BY SIZE INTO VAL-REC
          WRITE VAL-REC
         END-IF.
         MOVE LGN-CT TO DAY-LGN-CT.
         MOVE SPACES TO VAL-REC.
         STRING ' DAY ' DAY-DATE '  O0001 OPERATIONS ' DAY-O-CT
           '  LINEAGE ROWS ' DAY-LGN-CT '  WITHOUT LINEAGE ' DAY-UNM-CT
          DELIMITED BY SIZE INTO VAL-REC.
         WRITE VAL-REC.

        211-LOAD-DAY-LINEAGE.
         MOVE 0 TO LGN-CT.
         MOVE 'GET' TO GEN-FUNC.
         MOVE 'LIN0001' TO GEN-FILE-ID.
         MOVE DAY-DATE TO GEN-DATE.
         MOVE SPACES TO GEN-PATH.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'GCAT0001' USING GEN-FUNC GEN-FILE-ID GEN-DATE
           GEN-PATH GEN-KEEP GEN-RC.
         MOVE SAVED-RC TO RETURN-CODE.
         IF GEN-RC NOT = ZEROS
          MOVE SPACES TO VAL-REC
          STRING ' DAY ' DAY-DATE ' WARNING: NO LIN0001 GENERATION'
           DELIMITED BY SIZE INTO VAL-REC
          WRITE VAL-REC
          EXIT PARAGRAPH
         END-IF.
         MOVE GEN-PATH TO LGN-FL-PATH.
         MOVE 'N' TO LGN-EOF-FL.
         OPEN INPUT LGN-FL.
         IF STTS-LGN NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 212-LOAD-ONE-LINEAGE UNTIL LGN-IS-EOF.
         CLOSE LGN-FL.

        212-LOAD-ONE-LINEAGE.
         READ LGN-FL
          AT END
           MOVE 'Y' TO LGN-EOF-FL
          NOT AT END
           IF LGN-CT >= 999
            DISPLAY 'LINEAGE TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO LGN-CT
           MOVE LIN-A TO LG-A(LGN-CT)
           MOVE LIN-B TO LG-B(LGN-CT)
           MOVE LIN-I-V TO LG-I-V(LGN-CT)
           MOVE LIN-O-V TO LG-O-V(LGN-CT)
           MOVE LIN-NUM TO LG-NUM(LGN-CT)
           MOVE LIN-DEN TO LG-DEN(LGN-CT)
           MOVE LIN-ENT TO LG-ENT(LGN-CT)
           MOVE LIN-DIR TO LG-DIR(LGN-CT)
           MOVE 'N' TO LG-USED(LGN-CT)
         END-READ.
         IF STTS-LGN NOT = ZEROS AND STTS-LGN NOT = 10
          DISPLAY 'I/O ERROR READING LGN-FL, STATUS = ' STTS-LGN
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO LGN-EOF-FL
         END-IF.

        213-READ-ONE-OP.
         READ OGN-FL
          AT END
           MOVE 'Y' TO OGN-EOF-FL
          NOT AT END
           IF OTR-TRL-TAG = '*TRAILER*'
            MOVE 'Y' TO TRL-SEEN-FL
            IF OTR-TRL-CT NOT = DAY-O-CT
             ADD 1 TO CT-BAD-TRL
             MOVE SPACES TO VAL-REC
             STRING ' DAY ' DAY-DATE ' O0001 TRAILER COUNT '
              OTR-TRL-CT ' BUT ' DAY-O-CT ' DETAILS READ'
              DELIMITED BY SIZE INTO VAL-REC
             WRITE VAL-REC
            END-IF
           ELSE
            ADD 1 TO DAY-O-CT
            PERFORM 214-FIND-LINEAGE
            PERFORM 220-CLASSIFY-OP
           END-IF
         END-READ.
         IF STTS-OGN NOT = ZEROS AND STTS-OGN NOT = 10
          DISPLAY 'I/O ERROR READING OGN-FL, STATUS = ' STTS-OGN
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO OGN-EOF-FL
         END-IF.

        214-FIND-LINEAGE.
      * THE DETAIL'S VALUE DATE MAY HAVE BEEN ROLLED, SO THE LINEAGE
      * ROW IS FOUND BY PAIR, ENTITY AND CONVERTED AMOUNT
         MOVE 0 TO LGN-HIT.
         MOVE 1 TO LGN-IX.
         PERFORM 215-SCAN-LINEAGE UNTIL LGN-IX > LGN-CT
          OR LGN-HIT > 0.
         IF LGN-HIT > 0
          MOVE 'Y' TO LG-USED(LGN-HIT)
         END-IF.

        215-SCAN-LINEAGE.
         IF LG-USED(LGN-IX) = 'N'
            AND LG-A(LGN-IX) = O-A AND LG-B(LGN-IX) = O-B
            AND LG-ENT(LGN-IX) = O-ENT AND LG-O-V(LGN-IX) = O-V
          MOVE LGN-IX TO LGN-HIT
         END-IF.
         ADD 1 TO LGN-IX.

        220-CLASSIFY-OP.
         IF LGN-HIT = 0
          ADD 1 TO DAY-UNM-CT
          ADD 1 TO CT-NO-LIN
          MOVE O-V TO ED-AMT
          MOVE SPACES TO VAL-REC
          STRING ' DAY ' DAY-DATE ' WARNING: NO LINEAGE FOR ' O-A '/'
           O-B ' ' O-ENT ' ' ED-AMT ' - NOT REPORTED'
           DELIMITED BY SIZE INTO VAL-REC
          WRITE VAL-REC
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CT-OPS.
         MOVE LG-DIR(LGN-HIT) TO OP-DIR.
      * THE OPERATION IS REPORTED IN ITS FOREIGN CURRENCY, WITH THE
      * LOCAL-CURRENCY LEG AS COUNTERVALUE; RATE IS LOCAL PER FOREIGN
         MOVE ZEROS TO OP-RATE.
         EVALUATE TRUE
          WHEN LG-A(LGN-HIT) = LOCAL-CUR
           MOVE LG-B(LGN-HIT) TO OP-CUR
           MOVE LG-O-V(LGN-HIT) TO OP-AMT
           MOVE LG-I-V(LGN-HIT) TO OP-LOCAL
           IF LG-NUM(LGN-HIT) > 0
            COMPUTE OP-RATE ROUNDED =
             LG-DEN(LGN-HIT) / LG-NUM(LGN-HIT)
             ON SIZE ERROR MOVE ZEROS TO OP-RATE
            END-COMPUTE
           END-IF
          WHEN LG-B(LGN-HIT) = LOCAL-CUR
           MOVE LG-A(LGN-HIT) TO OP-CUR
           MOVE LG-I-V(LGN-HIT) TO OP-AMT
           MOVE LG-O-V(LGN-HIT) TO OP-LOCAL
           IF LG-DEN(LGN-HIT) > 0
            COMPUTE OP-RATE ROUNDED =
             LG-NUM(LGN-HIT) / LG-DEN(LGN-HIT)
             ON SIZE ERROR MOVE ZEROS TO OP-RATE
            END-COMPUTE
           END-IF
          WHEN OTHER
      * A CROSS DEAL HAS NO LOCAL LEG: IT IS REPORTED ON THE SOLD
      * CURRENCY WITH ZERO COUNTERVALUE
           ADD 1 TO CT-CROSS
           MOVE LG-A(LGN-HIT) TO OP-CUR
           MOVE LG-I-V(LGN-HIT) TO OP-AMT
           MOVE ZEROS TO OP-LOCAL
         END-EVALUATE.
         PERFORM 221-MAP-NATURE.
         PERFORM 230-ADD-TO-AGGREGATE.

        221-MAP-NATURE.
         MOVE 0 TO MAP-HIT.
         MOVE 0 TO MAP-BEST-SCORE.
         MOVE 1 TO MAP-IX.
         PERFORM 222-SCORE-ONE-MAP UNTIL MAP-IX > MAP-CT.
         IF MAP-HIT > 0
          MOVE MP-NAT(MAP-HIT) TO OP-NAT
         ELSE
          MOVE '00000' TO OP-NAT
          ADD 1 TO CT-UNMAPPED
          MOVE SPACES TO VAL-REC
          STRING ' DAY ' DAY-DATE ' WARNING: NO NATURE CODE FOR '
           LG-A(LGN-HIT) '/' LG-B(LGN-HIT) ' DIR ' OP-DIR
           ' - REPORTED AS 00000'
           DELIMITED BY SIZE INTO VAL-REC
          WRITE VAL-REC
         END-IF.

        222-SCORE-ONE-MAP.
         MOVE 0 TO MAP-SCORE.
         IF (MP-A(MAP-IX) = LG-A(LGN-HIT) OR MP-A(MAP-IX) = SPACES)
            AND (MP-B(MAP-IX) = LG-B(LGN-HIT)
             OR MP-B(MAP-IX) = SPACES)
            AND (MP-DIR(MAP-IX) = OP-DIR OR MP-DIR(MAP-IX) = SPACE)
          MOVE 1 TO MAP-SCORE
          IF MP-A(MAP-IX) NOT = SPACES
           ADD 1 TO MAP-SCORE
          END-IF
          IF MP-B(MAP-IX) NOT = SPACES
           ADD 1 TO MAP-SCORE
          END-IF
          IF MP-DIR(MAP-IX) NOT = SPACE
           ADD 1 TO MAP-SCORE
          END-IF
         END-IF.
         IF MAP-SCORE > MAP-BEST-SCORE
          MOVE MAP-SCORE TO MAP-BEST-SCORE
          MOVE MAP-IX TO MAP-HIT
         END-IF.
         ADD 1 TO MAP-IX.

        230-ADD-TO-AGGREGATE.
         MOVE 'N' TO AGG-FOUND-FL.
         MOVE 1 TO AGG-IX.
         PERFORM 231-SCAN-AGGREGATE UNTIL AGG-IX > AGG-CT
          OR AGG-IS-FOUND.
         IF NOT AGG-IS-FOUND
          IF AGG-CT >= 999
           DISPLAY 'AGGREGATE TABLE FULL, RUN ABORTED'
           MOVE 8 TO RETURN-CODE
           GOBACK
          END-IF
          ADD 1 TO AGG-CT
          MOVE AGG-CT TO AGG-IX
          MOVE LG-ENT(LGN-HIT) TO AG-ENT(AGG-IX)
          MOVE OP-CUR TO AG-CUR(AGG-IX)
          MOVE OP-DIR TO AG-DIR(AGG-IX)
          MOVE OP-NAT TO AG-NAT(AGG-IX)
          MOVE ZEROS TO AG-CT(AGG-IX)
          MOVE ZEROS TO AG-AMT(AGG-IX)
          MOVE ZEROS TO AG-LOCAL(AGG-IX)
          MOVE ZEROS TO AG-RWT(AGG-IX)
         END-IF.
         ADD 1 TO AG-CT(AGG-IX).
         ADD OP-AMT TO AG-AMT(AGG-IX).
         ADD OP-LOCAL TO AG-LOCAL(AGG-IX).
         COMPUTE AG-RWT(AGG-IX) = AG-RWT(AGG-IX) + OP-AMT * OP-RATE.

        231-SCAN-AGGREGATE.
         IF AG-ENT(AGG-IX) = LG-ENT(LGN-HIT)
            AND AG-CUR(AGG-IX) = OP-CUR
            AND AG-DIR(AGG-IX) = OP-DIR
            AND AG-NAT(AGG-IX) = OP-NAT
          MOVE 'Y' TO AGG-FOUND-FL
         ELSE
          ADD 1 TO AGG-IX
         END-IF.

        250-WRITE-REGULATORY-FILE.
         OPEN OUTPUT REG-FL.
         IF STTS-REG NOT = ZEROS
          DISPLAY 'ERROR OPENING REG-FL, STATUS = ' STTS-REG
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 'HDR' TO RGH-REC-TYPE.
         MOVE INST-ID TO RGH-INST-ID.
         MOVE RPT-PERIOD TO RGH-PERIOD.
         MOVE FUNCTION CURRENT-DATE(1:14) TO RGH-TIMESTAMP.
         MOVE LOCAL-CUR TO RGH-LOCAL-CUR.
         WRITE REG-HDR-RCRD.
         MOVE 1 TO AGG-IX.
         PERFORM 251-WRITE-ONE-DETAIL UNTIL AGG-IX > AGG-CT.
         MOVE 'TRL' TO RGT-REC-TYPE.
         MOVE CT-DTL TO RGT-REC-CT.
         MOVE CT-OPS TO RGT-OPS-CT.
         MOVE HASH-TOTAL TO RGT-HASH.
         WRITE REG-TRL-RCRD.
         CLOSE REG-FL.
         DISPLAY 'REGULATORY FILE WRITTEN: ' REG-FL-PATH.

        251-WRITE-ONE-DETAIL.
         MOVE 'DTL' TO RGD-REC-TYPE.
         MOVE AG-ENT(AGG-IX) TO RGD-ENT.
         MOVE AG-CUR(AGG-IX) TO RGD-CUR.
         MOVE AG-DIR(AGG-IX) TO RGD-DIR.
         MOVE AG-NAT(AGG-IX) TO RGD-NAT.
         MOVE AG-CT(AGG-IX) TO RGD-CT.
         MOVE AG-AMT(AGG-IX) TO RGD-AMT.
         MOVE AG-LOCAL(AGG-IX) TO RGD-LOCAL-AMT.
         MOVE ZEROS TO RGD-AVG-RATE.
         IF AG-AMT(AGG-IX) NOT = 0
          COMPUTE RGD-AVG-RATE ROUNDED =
           AG-RWT(AGG-IX) / AG-AMT(AGG-IX)
           ON SIZE ERROR MOVE ZEROS TO RGD-AVG-RATE
          END-COMPUTE
         END-IF.
         WRITE REG-DTL-RCRD.
         ADD 1 TO CT-DTL.
         ADD AG-AMT(AGG-IX) TO HASH-TOTAL.
         ADD 1 TO AGG-IX.

        260-WRITE-MANIFEST.
         OPEN EXTEND MFST-FL.
         IF STTS-MFST = 35 OR STTS-MFST = 30
          OPEN OUTPUT MFST-FL
         END-IF.
         IF STTS-MFST NOT = ZEROS
          DISPLAY 'ERROR OPENING MFST-FL, STATUS = ' STTS-MFST
          EXIT PARAGRAPH
         END-IF.
         MOVE 'CBREG' TO MFST-FILE-ID.
         MOVE TODAY-DT TO MFST-RUN-DATE.
         MOVE 'CBRP0001' TO MFST-PROGRAM.
         WRITE MFST-RCRD.
         CLOSE MFST-FL.

        300-END.
         DISPLAY '-- CENTRAL BANK REPORT SUMMARY --'.
         DISPLAY ' PERIOD: ' RPT-PERIOD.
         DISPLAY ' GENERATION DAYS READ: ' CT-DAYS.
         DISPLAY ' OPERATIONS REPORTED: ' CT-OPS.
         DISPLAY ' DETAIL RECORDS: ' CT-DTL.
         DISPLAY ' WITHOUT LINEAGE: ' CT-NO-LIN.
         DISPLAY ' UNMAPPED NATURE: ' CT-UNMAPPED.
         DISPLAY 'END-PROGRAM: CBRP0001'.
         GOBACK.
       END PROGRAM CBRP0001.
