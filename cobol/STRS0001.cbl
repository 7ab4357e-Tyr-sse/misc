      *          MOEDA OU *ALL*, DESLOCAMENTO PERCENTUAL) SOBRE AS
      *          TAXAS DE RATE.txt, REAVALIA CADA POSICAO DE POSMST.txt
      *          PARA A MOEDA BASE E RELATA O IMPACTO POR MOEDA E TOTAL
      *          - VARIOS CENARIOS POR EXECUCAO, UMA SECAO CADA; CADA
      *          ENTIDADE NA SUA PROPRIA MOEDA BASE (ENTMST.txt)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.
         SELECT EMS-FL ASSIGN EMS-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-EMS.

       DATA DIVISION.
        FILE SECTION.
         FD RPT-FL.
         01 RPT-REC                                        PIC X(120).

         FD EMS-FL.
         01 EMS-RCRD.
          COPY ENTMREC.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'STRS0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 POS-FL-PATH               PIC X(80)
             VALUE '.\..\fls\POSMST.txt'.
         77 RATE-FL-PATH              PIC X(80)
             VALUE '.\..\fls\SCENARIO.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\STRS0001.RPT'.
         77 EMS-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ENTMST.txt'.
         77 POS-FL-PATH-ENV           PIC X(80).
         77 RATE-FL-PATH-ENV          PIC X(80).
         77 SCN-FL-PATH-ENV           PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 EMS-FL-PATH-ENV           PIC X(80).

         77 STTS-POS                                       PIC 99.
         77 STTS-RATE                                      PIC 99.
         77 STTS-SCN                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 STTS-EMS                                       PIC 99.
         77 EMS-EOF-FL                               PIC X VALUE 'N'.
          88 EMS-IS-EOF                                    VALUE 'Y'.
         77 POS-EOF-FL                               PIC X VALUE 'N'.
          88 POS-IS-EOF                                    VALUE 'Y'.
         77 RATE-EOF                                 PIC X VALUE 'N'.
         77 RUN-FIXING                         PIC X(5) VALUE 'CLOSE'.
         77 FIXING-ENV                                     PIC X(5).

         77 EMS-CT                              PIC 9(4) COMP VALUE 0.
         77 EMS-IX                                     PIC 9(4) COMP.
         01 EMS-TBL.
          02 EMS-ENTRY OCCURS 999 TIMES.
           03 EM-CODE                                      PIC X(4).
           03 EM-BASE                                      PIC X(10).

      * ONE ROW PER BASE CURRENCY IN USE: DRIVES THE RATE FILTER AND
      * CARRIES THE SCENARIO TOTALS, SINCE BASES NEVER ADD TOGETHER
         77 BT-CT                               PIC 9(4) COMP VALUE 0.
         77 BT-IX                                      PIC 9(4) COMP.
         77 BT-FOUND-FL                                    PIC X.
          88 BT-IS-FOUND                                   VALUE 'Y'.
         77 BT-CHECK-CUR                                   PIC X(10).
         01 BT-TBL.
          02 BT-ENTRY OCCURS 99 TIMES.
           03 BT-CUR                                       PIC X(10).
           03 BT-IMP                                     PIC S9(14)V99.

         77 ET-CT                                      PIC 9(4) COMP.
         77 ET-IX                                      PIC 9(4) COMP.
         77 ET-FOUND-FL                                    PIC X.
          88 ET-IS-FOUND                                   VALUE 'Y'.
         01 ET-TBL.
          02 ET-ENTRY OCCURS 999 TIMES.
           03 ET-ENT                                       PIC X(4).
           03 ET-BASE                                      PIC X(10).
           03 ET-IMP                                     PIC S9(14)V99.

         77 RATE-CT                                    PIC 9(4) COMP.
         77 RATE-IX                                    PIC 9(4) COMP.
         01 RATE-TBL.
          02 POS-ENTRY OCCURS 999 TIMES.
           03 PS-CODE                                      PIC X(10).
           03 PS-ENT                                       PIC X(4).
           03 PS-BASE                                      PIC X(10).
           03 PS-BAL                                     PIC S9(12)V99.

         77 SCN-CT                                     PIC 9(4) COMP.
         77 BASE-V                                     PIC S9(14)V99.
         77 SHOCK-V                                    PIC S9(14)V99.
         77 IMPACT-V                                   PIC S9(14)V99.
         77 ED-BASE                                PIC -9(14).99.
         77 ED-SHOCK                               PIC -9(14).99.
         77 ED-IMP                                 PIC -9(14).99.

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
         DISPLAY 'MAIN: STRS0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT EMS-FL-PATH-ENV FROM ENVIRONMENT 'STRS0001_ENTFILE'.
         IF EMS-FL-PATH-ENV NOT = SPACES
          MOVE EMS-FL-PATH-ENV TO EMS-FL-PATH
         END-IF.
         ACCEPT BASE-CUR-ENV FROM ENVIRONMENT 'STRS0001_BASECUR'.
         IF BASE-CUR-ENV NOT = SPACES
          MOVE BASE-CUR-ENV TO BASE-CUR
         MOVE 0 TO POS-CT.
         MOVE 0 TO SCN-CT.
         MOVE 0 TO NAM-CT.
         MOVE BASE-CUR TO BT-CHECK-CUR.
         PERFORM 122-ADD-BASE.
         PERFORM 120-LOAD-ENTITIES.
         PERFORM 101-LOAD-RATES.
         PERFORM 103-LOAD-POSITIONS.
         PERFORM 105-LOAD-SCENARIOS.
          AT END
           MOVE 'Y' TO RATE-EOF
          NOT AT END
           MOVE RATE-A TO BT-CHECK-CUR
           PERFORM 123-FIND-BASE
           IF NOT BT-IS-FOUND
            MOVE RATE-B TO BT-CHECK-CUR
            PERFORM 123-FIND-BASE
           END-IF
           IF BT-IS-FOUND
              AND (RATE-FIX = RUN-FIXING
               OR (RATE-FIX = SPACES AND RUN-FIXING = 'CLOSE'))
              AND (RATE-TENOR = SPACES OR RATE-TENOR = 'SPT')
          ADD 1 TO RATE-IX
         END-IF.

        120-LOAD-ENTITIES.
      * EACH ENTITY IS STRESSED IN ITS OWN BASE CURRENCY; ONE NOT ON
      * THE MASTER FALLS BACK TO THE DEFAULT BASE
         OPEN INPUT EMS-FL.
         IF STTS-EMS NOT = ZEROS
          DISPLAY 'ENTITY MASTER NOT FOUND, ALL ENTITIES IN '
           BASE-CUR
          EXIT PARAGRAPH
         END-IF.
         PERFORM 121-LOAD-ONE-ENTITY UNTIL EMS-IS-EOF.
         CLOSE EMS-FL.

        121-LOAD-ONE-ENTITY.
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
            PERFORM 122-ADD-BASE
           END-IF
         END-READ.
         IF STTS-EMS NOT = ZEROS AND STTS-EMS NOT = 10
          DISPLAY 'I/O ERROR READING EMS-FL, STATUS = ' STTS-EMS
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO EMS-EOF-FL
         END-IF.

        122-ADD-BASE.
         PERFORM 123-FIND-BASE.
         IF NOT BT-IS-FOUND
          IF BT-CT >= 99
           DISPLAY 'BASE CURRENCY TABLE FULL, RUN ABORTED'
           MOVE 8 TO RETURN-CODE
           GOBACK
          END-IF
          ADD 1 TO BT-CT
          MOVE BT-CHECK-CUR TO BT-CUR(BT-CT)
          MOVE ZEROS TO BT-IMP(BT-CT)
         END-IF.

        123-FIND-BASE.
         MOVE 'N' TO BT-FOUND-FL.
         MOVE 1 TO BT-IX.
         PERFORM 124-SCAN-BASE UNTIL BT-IX > BT-CT
          OR BT-IS-FOUND.

        124-SCAN-BASE.
         IF BT-CUR(BT-IX) = BT-CHECK-CUR
          MOVE 'Y' TO BT-FOUND-FL
         ELSE
          ADD 1 TO BT-IX
         END-IF.

        125-FIND-POS-BASE.
         MOVE BASE-CUR TO PS-BASE(POS-CT).
         MOVE 1 TO EMS-IX.
         PERFORM 126-SCAN-ENTITY UNTIL EMS-IX > EMS-CT.

        126-SCAN-ENTITY.
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
           PERFORM 125-FIND-POS-BASE
         END-READ.
         IF STTS-POS NOT = ZEROS AND STTS-POS NOT = 10
          DISPLAY 'I/O ERROR READING POS-FL, STATUS = ' STTS-POS
         OPEN OUTPUT RPT-FL.
         MOVE SPACES TO RPT-REC.
         STRING 'CURRENCY STRESS TEST ' TODAY-DT
          '  DEFAULT BASE ' BASE-CUR
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO NAM-IX.

        210-RUN-ONE-SCENARIO.
         MOVE NAM-ENTRY(NAM-IX) TO CUR-SCN.
         MOVE 0 TO ET-CT.
         MOVE 1 TO BT-IX.
         PERFORM 220-CLEAR-ONE-BASE UNTIL BT-IX > BT-CT.
         MOVE SPACES TO RPT-REC.
         STRING '-- SCENARIO ' CUR-SCN ' --'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING ' CURRENCY   ENT  BASE               VALUE-BASE'
          '            SHOCKED'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO POS-IX.
         PERFORM 211-SHOCK-ONE-POS UNTIL POS-IX > POS-CT.
         MOVE 1 TO ET-IX.
         PERFORM 218-REPORT-ONE-ENTITY UNTIL ET-IX > ET-CT.
         MOVE 1 TO BT-IX.
         PERFORM 219-REPORT-ONE-BASE UNTIL BT-IX > BT-CT.
         ADD 1 TO NAM-IX.

        211-SHOCK-ONE-POS.
         PERFORM 212-FIND-SHIFT.
         PERFORM 213-VALUE-POSITION.
         COMPUTE IMPACT-V = SHOCK-V - BASE-V.
         PERFORM 216-ADD-TO-TOTALS.
         MOVE BASE-V TO ED-BASE.
         MOVE SHOCK-V TO ED-SHOCK.
         MOVE IMPACT-V TO ED-IMP.
         MOVE SPACES TO RPT-REC.
         STRING ' ' PS-CODE(POS-IX) ' ' PS-ENT(POS-IX)
          ' ' PS-BASE(POS-IX)
          ' ' ED-BASE ' ' ED-SHOCK ' IMPACT ' ED-IMP
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO POS-IX.

        216-ADD-TO-TOTALS.
         MOVE PS-BASE(POS-IX) TO BT-CHECK-CUR.
         PERFORM 122-ADD-BASE.
         ADD IMPACT-V TO BT-IMP(BT-IX).
         MOVE 'N' TO ET-FOUND-FL.
         MOVE 1 TO ET-IX.
         PERFORM 217-SCAN-ENTITY-TOTAL UNTIL ET-IX > ET-CT
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
          MOVE ZEROS TO ET-IMP(ET-IX)
         END-IF.
         ADD IMPACT-V TO ET-IMP(ET-IX).

        217-SCAN-ENTITY-TOTAL.
         IF ET-ENT(ET-IX) = PS-ENT(POS-IX)
          MOVE 'Y' TO ET-FOUND-FL
         ELSE
          ADD 1 TO ET-IX
         END-IF.

        218-REPORT-ONE-ENTITY.
         MOVE ET-IMP(ET-IX) TO ED-IMP.
         MOVE SPACES TO RPT-REC.
         STRING ' SCENARIO ' CUR-SCN ' ENTITY ' ET-ENT(ET-IX)
          ' IMPACT ' ED-IMP ' ' ET-BASE(ET-IX)
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO ET-IX.

        219-REPORT-ONE-BASE.
         MOVE BT-IMP(BT-IX) TO ED-IMP.
         MOVE SPACES TO RPT-REC.
         STRING ' SCENARIO ' CUR-SCN ' TOTAL IMPACT ' ED-IMP
          ' ' BT-CUR(BT-IX)
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         DISPLAY ' SCENARIO ' CUR-SCN ' TOTAL IMPACT ' ED-IMP
          ' ' BT-CUR(BT-IX).
         ADD 1 TO BT-IX.

        220-CLEAR-ONE-BASE.
         MOVE ZEROS TO BT-IMP(BT-IX).
         ADD 1 TO BT-IX.

        212-FIND-SHIFT.
      * THE MOST SPECIFIC LINE OF THE SCENARIO WINS: A ROW NAMING THE
      * CURRENCY BEATS THE *ALL* ROW OF THE SAME SCENARIO
         ADD 1 TO SCN-IX.

        213-VALUE-POSITION.
         IF PS-CODE(POS-IX) = PS-BASE(POS-IX)
          MOVE PS-BAL(POS-IX) TO BASE-V
          MOVE PS-BAL(POS-IX) TO SHOCK-V
          EXIT PARAGRAPH

        215-SCAN-BASE-RATE.
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
