      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - EXTRATO MENSAL DE ATIVIDADE POR
      *          ENTIDADE: LE NO GENCAT AS GERACOES DO MES DE O0001,
      *          LIN0001 (TAXA APLICADA), FEE0001 (TARIFA) E AS FOTOS
      *          POSMST; COM OS ESTORNOS DE REV0001.txt MONTA, POR
      *          ENTIDADE E EM PAGINAS PROPRIAS, AS CONVERSOES COM TAXA
      *          E TARIFA, OS ESTORNOS E O SALDO DE ABERTURA E DE
      *          FECHAMENTO POR MOEDA, CONFERINDO O SALDO DO EXTRATO
      *          COM O FECHAMENTO DO LIVRO DE POSICOES (STMTRPT.txt)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. STMT0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT CAT-FL ASSIGN CAT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CAT.
         SELECT OGN-FL ASSIGN OGN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-OGN.
         SELECT LGN-FL ASSIGN LGN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-LGN.
         SELECT FGN-FL ASSIGN FGN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-FGN.
         SELECT SNP-FL ASSIGN SNP-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-SNP.
         SELECT REV-FL ASSIGN REV-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-REV.
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

         FD FGN-FL.
         01 FEE-RCRD.
          02 FEE-SEQ                                        PIC 9(6).
          02 FEE-A                                          PIC X(10).
          02 FEE-B                                          PIC X(10).
          02 FEE-DT                                         PIC 9(8).
          02 FEE-BASE                                     PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 FEE-AMT                                      PIC 9(08)V99.
          02 FEE-ENT                                        PIC X(4).

         FD SNP-FL.
         01 SNP-RCRD.
          02 SNP-DT                                        PIC 9(8).
          02 SNP-CODE                                      PIC X(10).
          02 SNP-ENT                                       PIC X(4).
          02 SNP-OPEN                                    PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 SNP-MOV-CONV                                PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 SNP-MOV-REV                                 PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 SNP-CLOSE                                   PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.

         FD REV-FL.
         01 REV-RCRD.
          02 REV-A                                         PIC X(10).
          02 REV-B                                         PIC X(10).
          02 REV-DT                                        PIC 9(8).
          02 REV-V                                         PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 REV-TAG                                       PIC X(10).
          02 REV-ENT                                       PIC X(4).
         01 REV-HDR-REC.
          02 REV-HDR-TAG                                   PIC X(10).
          02 REV-HDR-Y                                     PIC X(4).
          02 FILLER                                        PIC X.
          02 REV-HDR-M                                     PIC X(2).
          02 FILLER                                        PIC X.
          02 REV-HDR-D                                     PIC X(2).
          02 FILLER                                        PIC X(60).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'STMT0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 CAT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\GENCAT.txt'.
         77 REV-FL-PATH               PIC X(80)
             VALUE '.\..\fls\REV0001.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\STMTRPT.txt'.
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'STMT0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'STMT0001'.
         77 RPTF-RC                                        PIC 99.
         77 OGN-FL-PATH                                    PIC X(80).
         77 LGN-FL-PATH                                    PIC X(80).
         77 FGN-FL-PATH                                    PIC X(80).
         77 SNP-FL-PATH                                    PIC X(80).
         77 CAT-FL-PATH-ENV           PIC X(80).
         77 REV-FL-PATH-ENV           PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 REH-WRK-PATH                                   PIC X(80).
         77 REHEARSAL-ENV                              PIC X(3).

         77 STTS-CAT                                       PIC 99.
         77 STTS-OGN                                       PIC 99.
         77 STTS-LGN                                       PIC 99.
         77 STTS-FGN                                       PIC 99.
         77 STTS-SNP                                       PIC 99.
         77 STTS-REV                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 CAT-EOF-FL                               PIC X VALUE 'N'.
          88 CAT-IS-EOF                                    VALUE 'Y'.
         77 OGN-EOF-FL                                     PIC X.
          88 OGN-IS-EOF                                    VALUE 'Y'.
         77 LGN-EOF-FL                                     PIC X.
          88 LGN-IS-EOF                                    VALUE 'Y'.
         77 FGN-EOF-FL                                     PIC X.
          88 FGN-IS-EOF                                    VALUE 'Y'.
         77 SNP-EOF-FL                                     PIC X.
          88 SNP-IS-EOF                                    VALUE 'Y'.
         77 REV-EOF-FL                                     PIC X.
          88 REV-IS-EOF                                    VALUE 'Y'.

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
         77 TODAY-DT                                       PIC 9(8).
         01 REV-RUN-DT                                     PIC 9(8).
         01 REV-RUN-DT-R REDEFINES REV-RUN-DT.
          03 REV-RUN-Y                                     PIC X(4).
          03 REV-RUN-M                                     PIC X(2).
          03 REV-RUN-D                                     PIC X(2).

      * THE MONTH'S GENERATIONS, ONE SLOT PER CALENDAR DAY, AS FOUND
      * IN THE CATALOG (THE LAST ENTRY FOR A DAY WINS)
         01 DAY-TBL.
          03 DAY-ENTRY OCCURS 31.
           05 DY-O-PATH                                    PIC X(80).
           05 DY-LIN-PATH                                  PIC X(80).
           05 DY-FEE-PATH                                  PIC X(80).
           05 DY-SNP-PATH                                  PIC X(80).

      * ONE DAY'S LINEAGE; EACH ROW IS CLAIMED BY ONE O0001 DETAIL
         77 LGN-CT                                     PIC 9(4) COMP.
         77 LGN-IX                                     PIC 9(4) COMP.
         77 LGN-HIT                                    PIC 9(4) COMP.
         01 LGN-TBL.
          03 LGN-ENTRY OCCURS 999.
           05 LG-SEQ                                       PIC 9(6).
           05 LG-A                                         PIC X(10).
           05 LG-B                                         PIC X(10).
           05 LG-I-V                                     PIC S9(08)V99.
           05 LG-O-V                                     PIC S9(08)V99.
           05 LG-NUM                                       PIC 9(10).
           05 LG-DEN                                       PIC 9(10).
           05 LG-ENT                                       PIC X(4).
           05 LG-USED                                      PIC X.

      * ONE DAY'S FEES, KEYED BY THE LINEAGE SEQUENCE
         77 FGN-CT                                     PIC 9(4) COMP.
         77 FGN-IX                                     PIC 9(4) COMP.
         77 FGN-HIT                                    PIC 9(4) COMP.
         01 FGN-TBL.
          03 FGN-ENTRY OCCURS 999.
           05 FG-SEQ                                       PIC 9(6).
           05 FG-AMT                                     PIC 9(08)V99.

      * STATEMENT LINES: C = CONVERSION, R = REVERSAL; THE A AND B
      * AMOUNTS ARE THE SIGNED MOVEMENTS ON EACH CURRENCY
         77 ACT-CT                                     PIC 9(4) COMP.
         77 ACT-IX                                     PIC 9(4) COMP.
         77 ACT-HIT                                    PIC 9(4) COMP.
         01 ACT-TBL.
          03 ACT-ENTRY OCCURS 1 TO 9999 TIMES
              DEPENDING ON ACT-CT.
           05 AC-ENT                                       PIC X(4).
           05 AC-TYPE                                      PIC X.
           05 AC-DT                                        PIC 9(8).
           05 AC-ORD                                       PIC 9(6).
           05 AC-A                                         PIC X(10).
           05 AC-B                                         PIC X(10).
           05 AC-VAL-DT                                    PIC 9(8).
           05 AC-A-AMT                                   PIC S9(10)V99.
           05 AC-B-AMT                                   PIC S9(10)V99.
           05 AC-RATE                                    PIC 9(7)V9(8).
           05 AC-FEE                                     PIC 9(08)V99.
           05 AC-REV-FL                                    PIC X.
           05 AC-NOTE                                      PIC X(12).

      * BALANCES PER ENTITY AND CURRENCY: LEDGER OPENING AND CLOSING
      * FROM THE SNAPSHOTS, STATEMENT MOVEMENTS FROM THE LINES ABOVE
         77 BAL-CT                                     PIC 9(4) COMP.
         77 BAL-IX                                     PIC 9(4) COMP.
         77 BAL-FOUND-FL                                   PIC X.
          88 BAL-IS-FOUND                                  VALUE 'Y'.
         01 BAL-TBL.
          03 BAL-ENTRY OCCURS 1 TO 999 TIMES
              DEPENDING ON BAL-CT.
           05 BL-ENT                                       PIC X(4).
           05 BL-CUR                                       PIC X(10).
           05 BL-OPEN                                    PIC S9(12)V99.
           05 BL-CLOSE                                   PIC S9(12)V99.
           05 BL-CONV                                    PIC S9(14)V99.
           05 BL-REV                                     PIC S9(14)V99.
           05 BL-FEE                                     PIC 9(12)V99.
           05 BL-SNAP-FL                                   PIC X.

         77 KEY-ENT                                        PIC X(4).
         77 KEY-CUR                                        PIC X(10).
         77 CUR-ENT                                        PIC X(4).
         77 ORD-NO                              PIC 9(6) VALUE ZEROS.
         77 STMT-CLOSE                                 PIC S9(14)V99.
         77 DIFF-V                                     PIC S9(14)V99.

         77 CT-DAYS                             PIC 9(4) VALUE ZEROS.
         77 CT-SNAPS                            PIC 9(4) VALUE ZEROS.
         77 CT-CONV                             PIC 9(6) VALUE ZEROS.
         77 CT-REV                              PIC 9(6) VALUE ZEROS.
         77 CT-NO-LIN                           PIC 9(6) VALUE ZEROS.
         77 CT-NO-MATCH                         PIC 9(6) VALUE ZEROS.
         77 CT-ENT                              PIC 9(4) VALUE ZEROS.
         77 CT-UNTIED                           PIC 9(4) VALUE ZEROS.

         77 LINES-PER-PAGE                       PIC 99 VALUE 55.
         77 PAGE-LEN-ENV                                    PIC X(2).
         77 LINE-CT                              PIC 99 VALUE ZEROS.
         77 PAGE-CT                              PIC 9(4) VALUE ZEROS.
         77 SECT-HDR                                       PIC X(132).

         77 ED-A-AMT                               PIC -9(10).99.
         77 ED-B-AMT                               PIC -9(10).99.
         77 ED-RATE                                PIC Z(6)9.9(8).
         77 ED-FEE                                 PIC Z(7)9.99.
         77 ED-OPEN                                PIC -9(12).99.
         77 ED-CONV                                PIC -9(12).99.
         77 ED-REV                                 PIC -9(12).99.
         77 ED-STMT                                PIC -9(12).99.
         77 ED-CLOSE                               PIC -9(12).99.
         77 ED-DIFF                                PIC -9(12).99.
         77 ED-TOT-FEE                             PIC Z(11)9.99.

         77 GEN-FUNC                  PIC X(3).
         77 GEN-FILE-ID               PIC X(10).
         77 GEN-DATE                  PIC 9(8).
         77 GEN-PATH                  PIC X(80).
         77 GEN-KEEP                  PIC 9(4) VALUE ZEROS.
         77 GEN-RC                    PIC 99.
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
         DISPLAY 'MAIN: STMT0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: STMT0001'.
         ACCEPT CAT-FL-PATH-ENV FROM ENVIRONMENT 'STMT0001_CATFILE'.
         IF CAT-FL-PATH-ENV NOT = SPACES
          MOVE CAT-FL-PATH-ENV TO CAT-FL-PATH
         END-IF.
         ACCEPT REV-FL-PATH-ENV FROM ENVIRONMENT 'STMT0001_REVFILE'.
         IF REV-FL-PATH-ENV NOT = SPACES
          MOVE REV-FL-PATH-ENV TO REV-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'STMT0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT PAGE-LEN-ENV FROM ENVIRONMENT 'STMT0001_PAGELEN'.
         IF PAGE-LEN-ENV IS NUMERIC AND PAGE-LEN-ENV NOT = SPACES
          MOVE PAGE-LEN-ENV TO LINES-PER-PAGE
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
      * THE DEFAULT PERIOD IS THE MONTH BEFORE THE RUN DATE
         ACCEPT PERIOD-ENV FROM ENVIRONMENT 'STMT0001_PERIOD'.
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
          MOVE SPACES TO REH-WRK-PATH
          STRING RPT-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO RPT-FL-PATH
         END-IF.
         DISPLAY 'STATEMENT PERIOD: ' RPT-PERIOD.
         MOVE SPACES TO DAY-TBL.
         MOVE 0 TO ACT-CT.
         MOVE 0 TO BAL-CT.

        200-PROCESS.
         DISPLAY 'PROCESS: STMT0001'.
         OPEN INPUT CAT-FL.
         IF STTS-CAT NOT = ZEROS
          DISPLAY 'NO GENERATION CATALOG (' CAT-FL-PATH ')'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 201-SCAN-ONE-GEN UNTIL CAT-IS-EOF.
         CLOSE CAT-FL.
      * DAYS ARE TAKEN IN CALENDAR ORDER SO THE FIRST SNAPSHOT OF A
      * POSITION GIVES ITS OPENING AND THE LAST ONE ITS CLOSING
         MOVE 1 TO DAY-NO.
         PERFORM 210-DO-ONE-DAY UNTIL DAY-NO > 31.
         PERFORM 240-LOAD-REVERSALS.
         IF ACT-CT > 1
          SORT ACT-ENTRY ON ASCENDING KEY AC-ENT AC-TYPE AC-DT AC-ORD
         END-IF.
         IF BAL-CT > 1
          SORT BAL-ENTRY ON ASCENDING KEY BL-ENT BL-CUR
         END-IF.
         PERFORM 250-WRITE-STATEMENTS.

        201-SCAN-ONE-GEN.
         READ CAT-FL
          AT END
           MOVE 'Y' TO CAT-EOF-FL
          NOT AT END
           MOVE GC-DATE TO DAY-DATE
           IF DAY-YYYYMM = RPT-PERIOD
              AND DAY-DD > 0 AND DAY-DD < 32
            EVALUATE GC-FILE-ID
             WHEN 'O0001'
              MOVE GC-PATH TO DY-O-PATH(DAY-DD)
             WHEN 'LIN0001'
              MOVE GC-PATH TO DY-LIN-PATH(DAY-DD)
             WHEN 'FEE0001'
              MOVE GC-PATH TO DY-FEE-PATH(DAY-DD)
             WHEN 'POSMST'
              MOVE GC-PATH TO DY-SNP-PATH(DAY-DD)
             WHEN OTHER
              CONTINUE
            END-EVALUATE
           END-IF
         END-READ.
         IF STTS-CAT NOT = ZEROS AND STTS-CAT NOT = 10
          DISPLAY 'I/O ERROR READING CAT-FL, STATUS = ' STTS-CAT
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO CAT-EOF-FL
         END-IF.

        210-DO-ONE-DAY.
         MOVE RPT-PERIOD TO DAY-YYYYMM.
         MOVE DAY-NO TO DAY-DD.
         ADD 1 TO DAY-NO.
         IF DY-SNP-PATH(DAY-DD) NOT = SPACES
          PERFORM 230-FOLD-SNAPSHOT
         END-IF.
         IF DY-O-PATH(DAY-DD) = SPACES
          EXIT PARAGRAPH
         END-IF.
         PERFORM 211-LOAD-DAY-LINEAGE.
         PERFORM 213-LOAD-DAY-FEES.
         MOVE DY-O-PATH(DAY-DD) TO OGN-FL-PATH.
         MOVE 'N' TO OGN-EOF-FL.
         OPEN INPUT OGN-FL.
         IF STTS-OGN NOT = ZEROS
          DISPLAY 'O0001 GENERATION UNREADABLE, STATUS = ' STTS-OGN
           ': ' OGN-FL-PATH
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CT-DAYS.
         PERFORM 220-READ-ONE-OP UNTIL OGN-IS-EOF.
         CLOSE OGN-FL.

        211-LOAD-DAY-LINEAGE.
         MOVE 0 TO LGN-CT.
         IF DY-LIN-PATH(DAY-DD) = SPACES
          DISPLAY ' DAY ' DAY-DATE ' WARNING: NO LIN0001 GENERATION'
          EXIT PARAGRAPH
         END-IF.
         MOVE DY-LIN-PATH(DAY-DD) TO LGN-FL-PATH.
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
           MOVE LIN-SEQ TO LG-SEQ(LGN-CT)
           MOVE LIN-A TO LG-A(LGN-CT)
           MOVE LIN-B TO LG-B(LGN-CT)
           MOVE LIN-I-V TO LG-I-V(LGN-CT)
           MOVE LIN-O-V TO LG-O-V(LGN-CT)
           MOVE LIN-NUM TO LG-NUM(LGN-CT)
           MOVE LIN-DEN TO LG-DEN(LGN-CT)
           MOVE LIN-ENT TO LG-ENT(LGN-CT)
           MOVE 'N' TO LG-USED(LGN-CT)
         END-READ.
         IF STTS-LGN NOT = ZEROS AND STTS-LGN NOT = 10
          DISPLAY 'I/O ERROR READING LGN-FL, STATUS = ' STTS-LGN
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO LGN-EOF-FL
         END-IF.

        213-LOAD-DAY-FEES.
         MOVE 0 TO FGN-CT.
         IF DY-FEE-PATH(DAY-DD) = SPACES
          EXIT PARAGRAPH
         END-IF.
         MOVE DY-FEE-PATH(DAY-DD) TO FGN-FL-PATH.
         MOVE 'N' TO FGN-EOF-FL.
         OPEN INPUT FGN-FL.
         IF STTS-FGN NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 214-LOAD-ONE-FEE UNTIL FGN-IS-EOF.
         CLOSE FGN-FL.

        214-LOAD-ONE-FEE.
         READ FGN-FL
          AT END
           MOVE 'Y' TO FGN-EOF-FL
          NOT AT END
           IF FGN-CT >= 999
            DISPLAY 'FEE TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO FGN-CT
           MOVE FEE-SEQ TO FG-SEQ(FGN-CT)
           MOVE FEE-AMT TO FG-AMT(FGN-CT)
         END-READ.
         IF STTS-FGN NOT = ZEROS AND STTS-FGN NOT = 10
          DISPLAY 'I/O ERROR READING FGN-FL, STATUS = ' STTS-FGN
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO FGN-EOF-FL
         END-IF.

        220-READ-ONE-OP.
         READ OGN-FL
          AT END
           MOVE 'Y' TO OGN-EOF-FL
          NOT AT END
           IF OTR-TRL-TAG NOT = '*TRAILER*'
            PERFORM 221-ADD-CONVERSION
           END-IF
         END-READ.
         IF STTS-OGN NOT = ZEROS AND STTS-OGN NOT = 10
          DISPLAY 'I/O ERROR READING OGN-FL, STATUS = ' STTS-OGN
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO OGN-EOF-FL
         END-IF.

        221-ADD-CONVERSION.
      * THE DETAIL'S VALUE DATE MAY HAVE BEEN ROLLED, SO THE LINEAGE
      * ROW IS FOUND BY PAIR, ENTITY AND CONVERTED AMOUNT
         MOVE 0 TO LGN-HIT.
         MOVE 1 TO LGN-IX.
         PERFORM 222-SCAN-LINEAGE UNTIL LGN-IX > LGN-CT
          OR LGN-HIT > 0.
         PERFORM 225-NEW-ACTIVITY.
         MOVE 'C' TO AC-TYPE(ACT-CT).
         MOVE O-ENT TO AC-ENT(ACT-CT).
         MOVE O-A TO AC-A(ACT-CT).
         MOVE O-B TO AC-B(ACT-CT).
         MOVE O-DT TO AC-VAL-DT(ACT-CT).
         MOVE O-V TO AC-B-AMT(ACT-CT).
         ADD 1 TO CT-CONV.
         IF LGN-HIT = 0
      * WITHOUT LINEAGE THE SOLD AMOUNT IS UNKNOWN; THE LINE STILL
      * PRINTS AND THE CURRENCY WILL NOT TIE
          ADD 1 TO CT-NO-LIN
          MOVE 'NO LINEAGE' TO AC-NOTE(ACT-CT)
         ELSE
          MOVE 'Y' TO LG-USED(LGN-HIT)
          COMPUTE AC-A-AMT(ACT-CT) = LG-I-V(LGN-HIT) * -1
          IF LG-DEN(LGN-HIT) > 0
           COMPUTE AC-RATE(ACT-CT) ROUNDED =
            LG-NUM(LGN-HIT) / LG-DEN(LGN-HIT)
            ON SIZE ERROR MOVE ZEROS TO AC-RATE(ACT-CT)
           END-COMPUTE
          END-IF
          MOVE 0 TO FGN-HIT
          MOVE 1 TO FGN-IX
          PERFORM 223-SCAN-FEE UNTIL FGN-IX > FGN-CT
           OR FGN-HIT > 0
          IF FGN-HIT > 0
           MOVE FG-AMT(FGN-HIT) TO AC-FEE(ACT-CT)
          END-IF
         END-IF.
         MOVE AC-ENT(ACT-CT) TO KEY-ENT.
         MOVE AC-A(ACT-CT) TO KEY-CUR.
         PERFORM 226-FIND-BALANCE.
         ADD AC-A-AMT(ACT-CT) TO BL-CONV(BAL-IX).
         MOVE AC-B(ACT-CT) TO KEY-CUR.
         PERFORM 226-FIND-BALANCE.
         ADD AC-B-AMT(ACT-CT) TO BL-CONV(BAL-IX).
         ADD AC-FEE(ACT-CT) TO BL-FEE(BAL-IX).

        222-SCAN-LINEAGE.
         IF LG-USED(LGN-IX) = 'N'
            AND LG-A(LGN-IX) = O-A AND LG-B(LGN-IX) = O-B
            AND LG-ENT(LGN-IX) = O-ENT AND LG-O-V(LGN-IX) = O-V
          MOVE LGN-IX TO LGN-HIT
         END-IF.
         ADD 1 TO LGN-IX.

        223-SCAN-FEE.
         IF FG-SEQ(FGN-IX) = LG-SEQ(LGN-HIT)
          MOVE FGN-IX TO FGN-HIT
         END-IF.
         ADD 1 TO FGN-IX.

        225-NEW-ACTIVITY.
         IF ACT-CT >= 9999
          DISPLAY 'STATEMENT LINE TABLE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO ACT-CT.
         ADD 1 TO ORD-NO.
         MOVE DAY-DATE TO AC-DT(ACT-CT).
         MOVE ORD-NO TO AC-ORD(ACT-CT).
         MOVE ZEROS TO AC-A-AMT(ACT-CT).
         MOVE ZEROS TO AC-B-AMT(ACT-CT).
         MOVE ZEROS TO AC-RATE(ACT-CT).
         MOVE ZEROS TO AC-FEE(ACT-CT).
         MOVE 'N' TO AC-REV-FL(ACT-CT).
         MOVE SPACES TO AC-NOTE(ACT-CT).

        226-FIND-BALANCE.
         MOVE 'N' TO BAL-FOUND-FL.
         MOVE 1 TO BAL-IX.
         PERFORM 227-SCAN-BALANCE UNTIL BAL-IX > BAL-CT
          OR BAL-IS-FOUND.
         IF NOT BAL-IS-FOUND
          IF BAL-CT >= 999
           DISPLAY 'BALANCE TABLE FULL, RUN ABORTED'
           MOVE 8 TO RETURN-CODE
           GOBACK
          END-IF
          ADD 1 TO BAL-CT
          MOVE BAL-CT TO BAL-IX
          MOVE KEY-ENT TO BL-ENT(BAL-IX)
          MOVE KEY-CUR TO BL-CUR(BAL-IX)
          MOVE ZEROS TO BL-OPEN(BAL-IX)
          MOVE ZEROS TO BL-CLOSE(BAL-IX)
          MOVE ZEROS TO BL-CONV(BAL-IX)
          MOVE ZEROS TO BL-REV(BAL-IX)
          MOVE ZEROS TO BL-FEE(BAL-IX)
          MOVE 'N' TO BL-SNAP-FL(BAL-IX)
         END-IF.

        227-SCAN-BALANCE.
         IF BL-ENT(BAL-IX) = KEY-ENT AND BL-CUR(BAL-IX) = KEY-CUR
          MOVE 'Y' TO BAL-FOUND-FL
         ELSE
          ADD 1 TO BAL-IX
         END-IF.

        230-FOLD-SNAPSHOT.
         MOVE DY-SNP-PATH(DAY-DD) TO SNP-FL-PATH.
         MOVE 'N' TO SNP-EOF-FL.
         OPEN INPUT SNP-FL.
         IF STTS-SNP NOT = ZEROS
          DISPLAY 'SNAPSHOT UNREADABLE, SKIPPED: ' SNP-FL-PATH(1:50)
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CT-SNAPS.
         PERFORM 231-FOLD-ONE-POS UNTIL SNP-IS-EOF.
         CLOSE SNP-FL.

        231-FOLD-ONE-POS.
         READ SNP-FL
          AT END
           MOVE 'Y' TO SNP-EOF-FL
          NOT AT END
           MOVE SNP-ENT TO KEY-ENT
           MOVE SNP-CODE TO KEY-CUR
           PERFORM 226-FIND-BALANCE
           IF BL-SNAP-FL(BAL-IX) = 'N'
            MOVE SNP-OPEN TO BL-OPEN(BAL-IX)
            MOVE 'Y' TO BL-SNAP-FL(BAL-IX)
           END-IF
           MOVE SNP-CLOSE TO BL-CLOSE(BAL-IX)
         END-READ.
         IF STTS-SNP NOT = ZEROS AND STTS-SNP NOT = 10
          DISPLAY 'I/O ERROR READING SNP-FL, STATUS = ' STTS-SNP
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO SNP-EOF-FL
         END-IF.

        240-LOAD-REVERSALS.
      * REV0001 HOLDS THE LATEST REVERSAL RUN ONLY; IT BELONGS TO THE
      * STATEMENT WHEN ITS RUN DATE FALLS IN THE PERIOD. AS IN THE
      * POSITION LEDGER, THE A LEG GIVES BACK THE SOLD AMOUNT AND THE
      * B LEG UNWINDS THE MATCHING CONVERSION OF THE SAME RUN DAY
         MOVE 'N' TO REV-EOF-FL.
         OPEN INPUT REV-FL.
         IF STTS-REV NOT = ZEROS
          DISPLAY 'NO REVERSAL FILE, NO REVERSALS ON THE STATEMENT'
          EXIT PARAGRAPH
         END-IF.
         READ REV-FL
          AT END
           MOVE 'Y' TO REV-EOF-FL
         END-READ.
         IF REV-IS-EOF OR REV-HDR-TAG NOT = 'RUN DATE: '
          CLOSE REV-FL
          EXIT PARAGRAPH
         END-IF.
         MOVE REV-HDR-Y TO REV-RUN-Y.
         MOVE REV-HDR-M TO REV-RUN-M.
         MOVE REV-HDR-D TO REV-RUN-D.
         MOVE REV-RUN-DT TO DAY-DATE.
         IF REV-RUN-DT NOT NUMERIC OR DAY-YYYYMM NOT = RPT-PERIOD
          DISPLAY 'REVERSAL RUN ' REV-RUN-DT ' OUTSIDE THE PERIOD'
          CLOSE REV-FL
          EXIT PARAGRAPH
         END-IF.
         PERFORM 241-READ-ONE-REV UNTIL REV-IS-EOF.
         CLOSE REV-FL.

        241-READ-ONE-REV.
         READ REV-FL
          AT END
           MOVE 'Y' TO REV-EOF-FL
          NOT AT END
           IF REV-TAG = 'ESTORNO'
            PERFORM 242-ADD-REVERSAL
           END-IF
         END-READ.
         IF STTS-REV NOT = ZEROS AND STTS-REV NOT = 10
          DISPLAY 'I/O ERROR READING REV-FL, STATUS = ' STTS-REV
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO REV-EOF-FL
         END-IF.

        242-ADD-REVERSAL.
         MOVE 0 TO ACT-HIT.
         MOVE 1 TO ACT-IX.
         PERFORM 243-SCAN-REVERSED-CONV UNTIL ACT-IX > ACT-CT
          OR ACT-HIT > 0.
         PERFORM 225-NEW-ACTIVITY.
         MOVE 'R' TO AC-TYPE(ACT-CT).
         MOVE REV-ENT TO AC-ENT(ACT-CT).
         MOVE REV-A TO AC-A(ACT-CT).
         MOVE REV-B TO AC-B(ACT-CT).
         MOVE REV-DT TO AC-VAL-DT(ACT-CT).
         COMPUTE AC-A-AMT(ACT-CT) = REV-V * -1.
         ADD 1 TO CT-REV.
         IF ACT-HIT = 0
          ADD 1 TO CT-NO-MATCH
          MOVE 'B LEG OPEN' TO AC-NOTE(ACT-CT)
         ELSE
          MOVE 'Y' TO AC-REV-FL(ACT-HIT)
          COMPUTE AC-B-AMT(ACT-CT) = AC-B-AMT(ACT-HIT) * -1
          MOVE AC-RATE(ACT-HIT) TO AC-RATE(ACT-CT)
         END-IF.
         MOVE AC-ENT(ACT-CT) TO KEY-ENT.
         MOVE AC-A(ACT-CT) TO KEY-CUR.
         PERFORM 226-FIND-BALANCE.
         ADD AC-A-AMT(ACT-CT) TO BL-REV(BAL-IX).
         MOVE AC-B(ACT-CT) TO KEY-CUR.
         PERFORM 226-FIND-BALANCE.
         ADD AC-B-AMT(ACT-CT) TO BL-REV(BAL-IX).

        243-SCAN-REVERSED-CONV.
         IF AC-TYPE(ACT-IX) = 'C' AND AC-REV-FL(ACT-IX) = 'N'
            AND AC-DT(ACT-IX) = REV-RUN-DT
            AND AC-ENT(ACT-IX) = REV-ENT
            AND AC-A(ACT-IX) = REV-A AND AC-B(ACT-IX) = REV-B
            AND AC-VAL-DT(ACT-IX) = REV-DT
          MOVE ACT-IX TO ACT-HIT
         END-IF.
         ADD 1 TO ACT-IX.

        250-WRITE-STATEMENTS.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE ZEROS TO PAGE-CT.
         IF BAL-CT = 0
          MOVE SPACES TO CUR-ENT
          MOVE SPACES TO SECT-HDR
          PERFORM 311-NEW-PAGE
          MOVE 'NO ACTIVITY OR POSITIONS FOUND FOR THE PERIOD'
           TO RPT-REC
          PERFORM 312-WRITE-LINE
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
         END-IF.
      * BOTH TABLES ARE IN ENTITY ORDER; EACH ENTITY'S LINES AND
      * BALANCES ARE CONSUMED TOGETHER, ONE STATEMENT PER ENTITY
         MOVE 1 TO ACT-IX.
         MOVE 1 TO BAL-IX.
         PERFORM 251-WRITE-ONE-ENTITY UNTIL BAL-IX > BAL-CT.
         CLOSE RPT-FL.
      * KEEP A DATED COPY IN THE REPORT REPOSITORY FOR REPRINTS
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT RPT-FL-PATH
           RPTF-PGM RPTF-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.
         DISPLAY 'STATEMENTS WRITTEN TO ' RPT-FL-PATH.

        251-WRITE-ONE-ENTITY.
         MOVE BL-ENT(BAL-IX) TO CUR-ENT.
         ADD 1 TO CT-ENT.
         MOVE SPACES TO SECT-HDR.
         PERFORM 311-NEW-PAGE.
         MOVE SPACES TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE SPACES TO SECT-HDR.
         STRING ' RUN DATE TYPE SOLD/GIVEN     A MOVEMENT'
          '  BOUGHT/BACK    B MOVEMENT  VALUE DT'
          '             RATE         FEE NOTE'
          DELIMITED BY SIZE INTO SECT-HDR.
         MOVE ' CONVERSIONS AND REVERSALS' TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE SECT-HDR TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         IF ACT-IX > ACT-CT OR AC-ENT(ACT-IX) NOT = CUR-ENT
          MOVE '  NO ACTIVITY IN THE PERIOD' TO RPT-REC
          PERFORM 312-WRITE-LINE
         END-IF.
         PERFORM 252-WRITE-ONE-LINE UNTIL ACT-IX > ACT-CT
          OR AC-ENT(ACT-IX) NOT = CUR-ENT.
         MOVE SPACES TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE SPACES TO SECT-HDR.
         STRING ' CURRENCY            OPENING      CONVERSIONS'
          '        REVERSALS  STATEMENT CLOSE     LEDGER CLOSE'
          '       DIFFERENCE'
          DELIMITED BY SIZE INTO SECT-HDR.
         MOVE ' BALANCES BY CURRENCY' TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE SECT-HDR TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         PERFORM 253-WRITE-ONE-BALANCE UNTIL BAL-IX > BAL-CT
          OR BL-ENT(BAL-IX) NOT = CUR-ENT.

        252-WRITE-ONE-LINE.
         MOVE AC-A-AMT(ACT-IX) TO ED-A-AMT.
         MOVE AC-B-AMT(ACT-IX) TO ED-B-AMT.
         MOVE AC-RATE(ACT-IX) TO ED-RATE.
         MOVE AC-FEE(ACT-IX) TO ED-FEE.
         MOVE SPACES TO RPT-REC.
         IF AC-TYPE(ACT-IX) = 'C'
          STRING ' ' AC-DT(ACT-IX) ' CONV ' AC-A(ACT-IX) ' '
           ED-A-AMT '  ' AC-B(ACT-IX) ' ' ED-B-AMT '  '
           AC-VAL-DT(ACT-IX) ' ' ED-RATE ' ' ED-FEE ' '
           AC-NOTE(ACT-IX)
           DELIMITED BY SIZE INTO RPT-REC
         ELSE
          STRING ' ' AC-DT(ACT-IX) ' REV  ' AC-A(ACT-IX) ' '
           ED-A-AMT '  ' AC-B(ACT-IX) ' ' ED-B-AMT '  '
           AC-VAL-DT(ACT-IX) ' ' ED-RATE '             '
           AC-NOTE(ACT-IX)
           DELIMITED BY SIZE INTO RPT-REC
         END-IF.
         PERFORM 312-WRITE-LINE.
         ADD 1 TO ACT-IX.

        253-WRITE-ONE-BALANCE.
      * THE STATEMENT TIES WHEN OPENING PLUS ITS OWN LINES REACHES THE
      * CLOSING HELD BY THE POSITION LEDGER FOR THE LAST DAY
         COMPUTE STMT-CLOSE = BL-OPEN(BAL-IX) + BL-CONV(BAL-IX)
          + BL-REV(BAL-IX).
         COMPUTE DIFF-V = STMT-CLOSE - BL-CLOSE(BAL-IX).
         MOVE BL-OPEN(BAL-IX) TO ED-OPEN.
         MOVE BL-CONV(BAL-IX) TO ED-CONV.
         MOVE BL-REV(BAL-IX) TO ED-REV.
         MOVE STMT-CLOSE TO ED-STMT.
         MOVE BL-CLOSE(BAL-IX) TO ED-CLOSE.
         MOVE DIFF-V TO ED-DIFF.
         MOVE SPACES TO RPT-REC.
         STRING ' ' BL-CUR(BAL-IX) ' ' ED-OPEN ' ' ED-CONV ' '
           ED-REV ' ' ED-STMT ' ' ED-CLOSE ' ' ED-DIFF
           DELIMITED BY SIZE INTO RPT-REC.
         IF DIFF-V NOT = 0
          MOVE '*' TO RPT-REC(115:1)
          ADD 1 TO CT-UNTIED
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
         END-IF.
         PERFORM 312-WRITE-LINE.
         IF BL-FEE(BAL-IX) > 0
          MOVE BL-FEE(BAL-IX) TO ED-TOT-FEE
          MOVE SPACES TO RPT-REC
          STRING '   FEES CHARGED IN ' BL-CUR(BAL-IX) ' ' ED-TOT-FEE
           DELIMITED BY SIZE INTO RPT-REC
          PERFORM 312-WRITE-LINE
         END-IF.
         ADD 1 TO BAL-IX.

        311-NEW-PAGE.
         ADD 1 TO PAGE-CT.
         MOVE SPACES TO RPT-REC.
         STRING 'STMT0001  ENTITY ACTIVITY STATEMENT  ENTITY ' CUR-ENT
          '  PERIOD ' RPT-PERIOD '  RUN ' TODAY-DT
          '                PAGE ' PAGE-CT
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO LINE-CT.
         IF SECT-HDR NOT = SPACES
          MOVE SECT-HDR TO RPT-REC
          WRITE RPT-REC
          ADD 1 TO LINE-CT
         END-IF.

        312-WRITE-LINE.
         IF LINE-CT >= LINES-PER-PAGE
          PERFORM 311-NEW-PAGE
         END-IF.
         WRITE RPT-REC.
         ADD 1 TO LINE-CT.

        300-END.
         DISPLAY '-- ENTITY STATEMENT SUMMARY --'.
         DISPLAY ' PERIOD: ' RPT-PERIOD.
         DISPLAY ' O0001 DAYS READ: ' CT-DAYS.
         DISPLAY ' SNAPSHOTS FOLDED: ' CT-SNAPS.
         DISPLAY ' CONVERSIONS: ' CT-CONV
          '  WITHOUT LINEAGE: ' CT-NO-LIN.
         DISPLAY ' REVERSALS: ' CT-REV
          '  WITHOUT MATCHING CONVERSION: ' CT-NO-MATCH.
         DISPLAY ' ENTITY STATEMENTS: ' CT-ENT.
         DISPLAY ' CURRENCIES NOT TYING TO THE LEDGER: ' CT-UNTIED.
         DISPLAY 'END-PROGRAM: STMT0001'.
         GOBACK.
       END PROGRAM STMT0001.
