      *          POSICAO DE POSMST.txt PARA A MOEDA BASE COM A TAXA
      *          MAIS RECENTE DE RATE.txt, COMPARA COM A FOTO DA
      *          REAVALIACAO ANTERIOR (REVLSNAP.txt) E RELATA O LUCRO/
      *          PREJUIZO NAO REALIZADO POR MOEDA E NO TOTAL, CADA
      *          ENTIDADE NA SUA PROPRIA MOEDA BASE (ENTMST.txt). O
      *          DETALHE POR POSICAO VAI TAMBEM PARA REVLPNL.txt, DE
      *          ONDE O RVJR0001 GERA O LANCAMENTO DE REAVALIACAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.
         SELECT EMS-FL ASSIGN EMS-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-EMS.
         SELECT PNL-FL ASSIGN PNL-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-PNL.

       DATA DIVISION.
        FILE SECTION.
          02 SNP-BASE-V                                  PIC S9(14)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 SNP-DT                                        PIC 9(8).
          02 SNP-BASE-CUR                                  PIC X(10).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(100).

         FD EMS-FL.
         01 EMS-RCRD.
          COPY ENTMREC.

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

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'PREV0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 POS-FL-PATH               PIC X(80)
             VALUE '.\..\fls\POSMST.txt'.
         77 RATE-FL-PATH              PIC X(80)
             VALUE '.\..\fls\REVLSNAP.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\PREV0001.RPT'.
         77 EMS-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ENTMST.txt'.
         77 POS-FL-PATH-ENV           PIC X(80).
         77 RATE-FL-PATH-ENV          PIC X(80).
         77 SNAP-FL-PATH-ENV          PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'PREV0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'PREV0001'.
         77 RPTF-RC                                        PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.
         77 EMS-FL-PATH-ENV           PIC X(80).
         77 PNL-FL-PATH               PIC X(80)
             VALUE '.\..\fls\REVLPNL.txt'.
         77 PNL-FL-PATH-ENV           PIC X(80).
         77 STTS-PNL                                       PIC 99.
         77 NORATE-BEFORE                                  PIC 9(4).

         77 STTS-POS                                       PIC 99.
         77 STTS-RATE                                      PIC 99.
         77 STTS-SNAP                                      PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 STTS-EMS                                       PIC 99.
         77 EMS-EOF-FL                               PIC X VALUE 'N'.
          88 EMS-IS-EOF                                    VALUE 'Y'.
         77 POS-EOF-FL                               PIC X VALUE 'N'.
          88 POS-IS-EOF                                    VALUE 'Y'.
         77 RATE-EOF                                PIC X VALUE 'N'.
         77 FIXING-ENV                                     PIC X(5).
         77 RUN-FIXING                         PIC X(5) VALUE 'CLOSE'.

         77 EMS-CT                              PIC 9(4) COMP VALUE 0.
         77 EMS-IX                                     PIC 9(4) COMP.
         01 EMS-TBL.
          02 EMS-ENTRY OCCURS 999 TIMES.
           03 EM-CODE                                      PIC X(4).
           03 EM-BASE                                      PIC X(10).

      * ONE ROW PER BASE CURRENCY IN USE: DRIVES THE RATE FILTER AND
      * CARRIES THE TOTALS, SINCE AMOUNTS IN DIFFERENT BASES NEVER ADD
         77 BT-CT                               PIC 9(4) COMP VALUE 0.
         77 BT-IX                                      PIC 9(4) COMP.
         77 BT-FOUND-FL                                    PIC X.
          88 BT-IS-FOUND                                   VALUE 'Y'.
         77 BT-CHECK-CUR                                   PIC X(10).
         01 BT-TBL.
          02 BT-ENTRY OCCURS 99 TIMES.
           03 BT-CUR                                       PIC X(10).
           03 BT-VAL                                     PIC S9(14)V99.
           03 BT-PREV                                    PIC S9(14)V99.
           03 BT-PNL                                     PIC S9(14)V99.

         77 ET-CT                               PIC 9(4) COMP VALUE 0.
         77 ET-IX                                      PIC 9(4) COMP.
         77 ET-FOUND-FL                                    PIC X.
          88 ET-IS-FOUND                                   VALUE 'Y'.
         01 ET-TBL.
          02 ET-ENTRY OCCURS 999 TIMES.
           03 ET-ENT                                       PIC X(4).
           03 ET-BASE                                      PIC X(10).
           03 ET-VAL                                     PIC S9(14)V99.
           03 ET-PREV                                    PIC S9(14)V99.
           03 ET-PNL                                     PIC S9(14)V99.

         77 RATE-CT                                    PIC 9(4) COMP.
         77 RATE-IX                                    PIC 9(4) COMP.
         01 RATE-TBL.
          02 POS-ENTRY OCCURS 999 TIMES.
           03 PS-CODE                                      PIC X(10).
           03 PS-ENT                                       PIC X(4).
           03 PS-BASE                                      PIC X(10).
           03 PS-BAL                                     PIC S9(12)V99.
           03 PS-BASE-V                                  PIC S9(14)V99.
           03 PS-PREV-V                                  PIC S9(14)V99.
          88 BASE-IS-FOUND                                 VALUE 'Y'.
         77 WRK-BASE-V                                  PIC S9(14)V99.
         77 PNL-V                                       PIC S9(14)V99.
         77 CT-NORATE                           PIC 9(4) VALUE ZEROS.
         77 CT-REBASED                          PIC 9(4) VALUE ZEROS.
         77 ED-BASE                                PIC -9(14).99.
         77 ED-PREV                                PIC -9(14).99.
         77 ED-PNL                                 PIC -9(14).99.

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
         DISPLAY 'MAIN: PREV0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT EMS-FL-PATH-ENV FROM ENVIRONMENT 'PREV0001_ENTFILE'.
         IF EMS-FL-PATH-ENV NOT = SPACES
          MOVE EMS-FL-PATH-ENV TO EMS-FL-PATH
         END-IF.
         ACCEPT PNL-FL-PATH-ENV FROM ENVIRONMENT 'PREV0001_PNLFILE'.
         IF PNL-FL-PATH-ENV NOT = SPACES
          MOVE PNL-FL-PATH-ENV TO PNL-FL-PATH
         END-IF.
         ACCEPT BASE-CUR-ENV FROM ENVIRONMENT 'PREV0001_BASECUR'.
         IF BASE-CUR-ENV NOT = SPACES
          MOVE BASE-CUR-ENV TO BASE-CUR
          MOVE FIXING-ENV TO RUN-FIXING
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         DISPLAY 'DEFAULT BASE CURRENCY: ' BASE-CUR.
         MOVE 0 TO RATE-CT.
         MOVE 0 TO POS-CT.
         MOVE BASE-CUR TO BT-CHECK-CUR.
         PERFORM 113-ADD-BASE.
         PERFORM 108-LOAD-ENTITIES.
         PERFORM 101-LOAD-RATES.
         PERFORM 103-LOAD-POSITIONS.
         PERFORM 105-LOAD-SNAPSHOT.

        101-LOAD-RATES.
      * ONLY THE LATEST SPOT RATE AGAINST A BASE MATTERS HERE, SO
      * THE TABLE KEEPS THE NEWEST ENTRY PER PAIR TOUCHING ANY BASE
      * CURRENCY IN USE
         OPEN INPUT RATE-FL.
         IF STTS-RATE NOT = ZEROS
          DISPLAY 'RATE-FL NOT FOUND, REVALUATION IMPOSSIBLE'
          AT END
           MOVE 'Y' TO RATE-EOF
          NOT AT END
           MOVE RATE-A TO BT-CHECK-CUR
           PERFORM 114-FIND-BASE
           IF NOT BT-IS-FOUND
            MOVE RATE-B TO BT-CHECK-CUR
            PERFORM 114-FIND-BASE
           END-IF
           IF BT-IS-FOUND
              AND (RATE-FIX = RUN-FIXING
               OR (RATE-FIX = SPACES AND RUN-FIXING = 'CLOSE'))
              AND (RATE-TENOR = SPACES OR RATE-TENOR = 'SPT')
          ADD 1 TO RATE-IX
         END-IF.

        108-LOAD-ENTITIES.
      * EACH ENTITY IS REVALUED INTO ITS OWN BASE CURRENCY; ONE NOT ON
      * THE MASTER FALLS BACK TO THE DEFAULT BASE
         OPEN INPUT EMS-FL.
         IF STTS-EMS NOT = ZEROS
          DISPLAY 'ENTITY MASTER NOT FOUND, ALL ENTITIES IN '
           BASE-CUR
          EXIT PARAGRAPH
         END-IF.
         PERFORM 109-LOAD-ONE-ENTITY UNTIL EMS-IS-EOF.
         CLOSE EMS-FL.

        109-LOAD-ONE-ENTITY.
         READ EMS-FL
          AT END
           MOVE 'Y' TO EMS-EOF-FL
          NOT AT END
           IF EMS-CT >= 999
            DISPLAY 'ENTITY TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO EMS-CT
           MOVE EMS-CODE TO EM-CODE(EMS-CT)
           MOVE EMS-BASE-CUR TO EM-BASE(EMS-CT)
           IF EMS-BASE-CUR NOT = SPACES
            MOVE EMS-BASE-CUR TO BT-CHECK-CUR
            PERFORM 113-ADD-BASE
           END-IF
         END-READ.
         IF STTS-EMS NOT = ZEROS AND STTS-EMS NOT = 10
          DISPLAY 'I/O ERROR READING EMS-FL, STATUS = ' STTS-EMS
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO EMS-EOF-FL
         END-IF.

        113-ADD-BASE.
         PERFORM 114-FIND-BASE.
         IF NOT BT-IS-FOUND
          IF BT-CT >= 99
           DISPLAY 'BASE CURRENCY TABLE FULL, RUN ABORTED'
           MOVE 8 TO RETURN-CODE
           GOBACK
          END-IF
          ADD 1 TO BT-CT
          MOVE BT-CHECK-CUR TO BT-CUR(BT-CT)
          MOVE ZEROS TO BT-VAL(BT-CT)
          MOVE ZEROS TO BT-PREV(BT-CT)
          MOVE ZEROS TO BT-PNL(BT-CT)
         END-IF.

        114-FIND-BASE.
         MOVE 'N' TO BT-FOUND-FL.
         MOVE 1 TO BT-IX.
         PERFORM 115-SCAN-BASE UNTIL BT-IX > BT-CT
          OR BT-IS-FOUND.

        115-SCAN-BASE.
         IF BT-CUR(BT-IX) = BT-CHECK-CUR
          MOVE 'Y' TO BT-FOUND-FL
         ELSE
          ADD 1 TO BT-IX
         END-IF.

        116-FIND-POS-BASE.
         MOVE BASE-CUR TO PS-BASE(POS-CT).
         MOVE 1 TO EMS-IX.
         PERFORM 117-SCAN-ENTITY UNTIL EMS-IX > EMS-CT.

        117-SCAN-ENTITY.
         IF EM-CODE(EMS-IX) = PS-ENT(POS-CT)
            AND EM-BASE(EMS-IX) NOT = SPACES
          MOVE EM-BASE(EMS-IX) TO PS-BASE(POS-CT)
          MOVE EMS-CT TO EMS-IX
         END-IF.
         ADD 1 TO EMS-IX.

        103-LOAD-POSITIONS.
         OPEN INPUT POS-FL.
         IF STTS-POS NOT = ZEROS
           MOVE POS-CODE TO PS-CODE(POS-CT)
           MOVE POS-ENT TO PS-ENT(POS-CT)
           MOVE POS-BAL TO PS-BAL(POS-CT)
           PERFORM 116-FIND-POS-BASE
           MOVE ZEROS TO PS-BASE-V(POS-CT)
           MOVE ZEROS TO PS-PREV-V(POS-CT)
           MOVE 'N' TO PS-PREV-FL(POS-CT)
         END-IF.

        107-MATCH-ONE-SNAP.
      * A SNAPSHOT TAKEN BEFORE THE ENTITY CHANGED BASE IS IN ANOTHER
      * CURRENCY AND CANNOT SERVE AS THE P/L BASELINE; THE POSITION
      * STARTS AGAIN FROM THIS RUN. OLD SNAPSHOTS CARRY NO BASE AND
      * WERE TAKEN IN THE DEFAULT ONE
         IF PS-CODE(POS-IX) = SNP-CODE AND PS-ENT(POS-IX) = SNP-ENT
          IF SNP-BASE-CUR = PS-BASE(POS-IX)
             OR (SNP-BASE-CUR = SPACES AND PS-BASE(POS-IX) = BASE-CUR)
           MOVE SNP-BASE-V TO PS-PREV-V(POS-IX)
           MOVE 'Y' TO PS-PREV-FL(POS-IX)
          ELSE
           ADD 1 TO CT-REBASED
           DISPLAY ' BASE CHANGED FOR ' PS-ENT(POS-IX) ' '
            PS-CODE(POS-IX) ', P/L BASELINE RESET'
          END-IF
          MOVE 0 TO POS-IX
         ELSE
          ADD 1 TO POS-IX
         OPEN OUTPUT RPT-FL.
         MOVE SPACES TO RPT-REC.
         STRING 'POSITION REVALUATION ' TODAY-DT
          '  DEFAULT BASE ' BASE-CUR
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING ' CURRENCY   ENT  BASE               VALUE-BASE'
          '           PREVIOUS                P/L'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         OPEN OUTPUT PNL-FL.
         MOVE 1 TO POS-IX.
         PERFORM 201-REVALUE-ONE UNTIL POS-IX > POS-CT.
         CLOSE PNL-FL.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE ' TOTALS BY ENTITY' TO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO ET-IX.
         PERFORM 210-REPORT-ONE-ENTITY UNTIL ET-IX > ET-CT.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE ' TOTALS BY BASE CURRENCY' TO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO BT-IX.
         PERFORM 211-REPORT-ONE-BASE UNTIL BT-IX > BT-CT.
         CLOSE RPT-FL.
      * KEEP A DATED COPY IN THE REPORT REPOSITORY FOR REPRINTS
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT RPT-FL-PATH
           RPTF-PGM RPTF-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.
         PERFORM 220-WRITE-SNAPSHOT.

        201-REVALUE-ONE.
         MOVE CT-NORATE TO NORATE-BEFORE.
         PERFORM 202-TO-BASE.
         MOVE WRK-BASE-V TO PS-BASE-V(POS-IX).
         IF PS-PREV-FL(POS-IX) = 'Y'
          COMPUTE PNL-V = WRK-BASE-V - PS-PREV-V(POS-IX)
         ELSE
          MOVE ZEROS TO PNL-V
         END-IF.
         PERFORM 204-ADD-TO-TOTALS.
         PERFORM 206-WRITE-PNL-DETAIL.
         MOVE WRK-BASE-V TO ED-BASE.
         MOVE PS-PREV-V(POS-IX) TO ED-PREV.
         MOVE PNL-V TO ED-PNL.
         MOVE SPACES TO RPT-REC.
         STRING ' ' PS-CODE(POS-IX) ' ' PS-ENT(POS-IX)
          ' ' PS-BASE(POS-IX)
          ' ' ED-BASE ' ' ED-PREV ' ' ED-PNL
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         DISPLAY ' ' PS-CODE(POS-IX) ' ' PS-ENT(POS-IX)
          ' ' PS-BASE(POS-IX) ' ' ED-BASE ' P/L ' ED-PNL.
         ADD 1 TO POS-IX.

        204-ADD-TO-TOTALS.
         MOVE PS-BASE(POS-IX) TO BT-CHECK-CUR.
         PERFORM 113-ADD-BASE.
         ADD WRK-BASE-V TO BT-VAL(BT-IX).
         ADD PS-PREV-V(POS-IX) TO BT-PREV(BT-IX).
         ADD PNL-V TO BT-PNL(BT-IX).
         MOVE 'N' TO ET-FOUND-FL.
         MOVE 1 TO ET-IX.
         PERFORM 205-SCAN-ENTITY-TOTAL UNTIL ET-IX > ET-CT
          OR ET-IS-FOUND.
         IF NOT ET-IS-FOUND
          IF ET-CT >= 999
           DISPLAY 'ENTITY TOTAL TABLE FULL, RUN ABORTED'
           MOVE 8 TO RETURN-CODE
           GOBACK
          END-IF
          ADD 1 TO ET-CT
          MOVE ET-CT TO ET-IX
          MOVE PS-ENT(POS-IX) TO ET-ENT(ET-IX)
          MOVE PS-BASE(POS-IX) TO ET-BASE(ET-IX)
          MOVE ZEROS TO ET-VAL(ET-IX)
          MOVE ZEROS TO ET-PREV(ET-IX)
          MOVE ZEROS TO ET-PNL(ET-IX)
         END-IF.
         ADD WRK-BASE-V TO ET-VAL(ET-IX).
         ADD PS-PREV-V(POS-IX) TO ET-PREV(ET-IX).
         ADD PNL-V TO ET-PNL(ET-IX).

        205-SCAN-ENTITY-TOTAL.
         IF ET-ENT(ET-IX) = PS-ENT(POS-IX)
          MOVE 'Y' TO ET-FOUND-FL
         ELSE
          ADD 1 TO ET-IX
         END-IF.

        206-WRITE-PNL-DETAIL.
      * P = P/L MEASURED AGAINST THE BASELINE, B = BASELINE ONLY (FIRST
      * RUN OR BASE CHANGED), R = NO BASE RATE; ONLY P ROWS ARE BOOKED
         MOVE PS-CODE(POS-IX) TO RVP-CODE.
         MOVE PS-ENT(POS-IX) TO RVP-ENT.
         MOVE PS-BASE(POS-IX) TO RVP-BASE-CUR.
         MOVE WRK-BASE-V TO RVP-BASE-V.
         MOVE PNL-V TO RVP-PNL.
         MOVE TODAY-DT TO RVP-DT.
         IF CT-NORATE > NORATE-BEFORE
          MOVE 'R' TO RVP-STATUS
         ELSE
          IF PS-PREV-FL(POS-IX) = 'Y'
           MOVE 'P' TO RVP-STATUS
          ELSE
           MOVE 'B' TO RVP-STATUS
          END-IF
         END-IF.
         WRITE PNL-RCRD.

        210-REPORT-ONE-ENTITY.
         MOVE ET-VAL(ET-IX) TO ED-BASE.
         MOVE ET-PREV(ET-IX) TO ED-PREV.
         MOVE ET-PNL(ET-IX) TO ED-PNL.
         MOVE SPACES TO RPT-REC.
         STRING ' TOTAL      ' ET-ENT(ET-IX) ' ' ET-BASE(ET-IX)
          ' ' ED-BASE ' ' ED-PREV ' ' ED-PNL
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO ET-IX.

        211-REPORT-ONE-BASE.
         MOVE BT-VAL(BT-IX) TO ED-BASE.
         MOVE BT-PREV(BT-IX) TO ED-PREV.
         MOVE BT-PNL(BT-IX) TO ED-PNL.
         MOVE SPACES TO RPT-REC.
         STRING ' TOTAL           ' BT-CUR(BT-IX)
          ' ' ED-BASE ' ' ED-PREV ' ' ED-PNL
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO BT-IX.

        202-TO-BASE.
         IF PS-CODE(POS-IX) = PS-BASE(POS-IX)
          MOVE PS-BAL(POS-IX) TO WRK-BASE-V
          EXIT PARAGRAPH
         END-IF.

        203-SCAN-BASE-RATE.
         IF RT-A(RATE-IX) = PS-CODE(POS-IX)
            AND RT-B(RATE-IX) = PS-BASE(POS-IX)
          MOVE RT-NUM(RATE-IX) TO BASE-NUM
          MOVE RT-DEN(RATE-IX) TO BASE-DEN
          MOVE 'Y' TO BASE-FOUND-FL
         ELSE
          IF RT-A(RATE-IX) = PS-BASE(POS-IX)
             AND RT-B(RATE-IX) = PS-CODE(POS-IX)
           MOVE RT-NUM(RATE-IX) TO BASE-NUM
           MOVE RT-DEN(RATE-IX) TO BASE-DEN
         MOVE PS-ENT(POS-IX) TO SNP-ENT.
         MOVE PS-BASE-V(POS-IX) TO SNP-BASE-V.
         MOVE TODAY-DT TO SNP-DT.
         MOVE PS-BASE(POS-IX) TO SNP-BASE-CUR.
         WRITE SNAP-RCRD.
         ADD 1 TO POS-IX.

        300-END.
         DISPLAY '-- REVALUATION SUMMARY --'.
         DISPLAY ' POSITIONS REVALUED: ' POS-CT.
         MOVE 1 TO BT-IX.
         PERFORM 301-DISPLAY-BASE UNTIL BT-IX > BT-CT.
         IF CT-REBASED > 0
          DISPLAY ' POSITIONS WITH P/L BASELINE RESET: ' CT-REBASED
         END-IF.
         IF SNAP-IS-MISSING
          DISPLAY ' FIRST RUN, P/L BASELINE ESTABLISHED'
         END-IF.
         END-IF.
         DISPLAY 'END-PROGRAM: PREV0001'.
         GOBACK.

        301-DISPLAY-BASE.
         DISPLAY ' TOTAL IN ' BT-CUR(BT-IX) ': ' BT-VAL(BT-IX)
          '  UNREALIZED P/L: ' BT-PNL(BT-IX).
         ADD 1 TO BT-IX.
       END PROGRAM PREV0001.
