         SELECT FEE-FL ASSIGN FEE-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-FEE.
         SELECT EMS-FL ASSIGN EMS-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-EMS.

       DATA DIVISION.
        FILE SECTION.
          02 FEE-AMT                                      PIC 9(08)V99.
          02 FEE-ENT                                        PIC X(4).

         FD EMS-FL.
         01 EMS-RCRD.
          COPY ENTMREC.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'SUMR0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 O1-FL-PATH                PIC X(80)
             VALUE '.\..\fls\O0001.txt'.
         77 O2-FL-PATH                PIC X(80)
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\SUMR0001.RPT'.
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'SUMR0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'SUMR0001'.
         77 RPTF-RC                                        PIC 99.
         77 STTS-RPT                                        PIC 99.
         77 LINES-PER-PAGE                       PIC 99 VALUE 55.
         77 PAGE-LEN-ENV                                    PIC X(2).
          88 BASE-IS-FOUND                                 VALUE 'Y'.
         77 BASE-INV-FL                                    PIC X.
          88 BASE-IS-INVERSE                               VALUE 'Y'.
         77 BASE-OK-FL                                     PIC X.
          88 BASE-IS-OK                                    VALUE 'Y'.
         77 TO-CUR                                         PIC X(10).
         77 SUM-BASE                        PIC S9(14)V99 VALUE ZEROS.
         77 CT-NOBASE                           PIC 9(6) VALUE ZEROS.
         77 ED-BASE                                PIC -9(14).99.
          88 FEE-IS-EOF                                    VALUE 'Y'.
         77 TOT-FEE                         PIC 9(14)V99 VALUE ZEROS.
         77 ED-FEE                                 PIC -9(12).99.
         77 EMS-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ENTMST.txt'.
         77 EMS-FL-PATH-ENV           PIC X(80).
         77 STTS-EMS                                       PIC 99.
         77 EMS-EOF-FL                               PIC X VALUE 'N'.
          88 EMS-IS-EOF                                    VALUE 'Y'.
         77 EMS-CT                              PIC 9(4) COMP VALUE 0.
         77 EMS-IX                                     PIC 9(4) COMP.
         01 EMS-TBL.
          02 EMS-ENTRY OCCURS 999 TIMES.
           03 EM-CODE                                      PIC X(4).
           03 EM-BASE                                      PIC X(10).
         77 ENT-TBL-CT                                      PIC 9(2)
             COMP VALUE ZEROS.
         77 ENT-IX                                          PIC 9(2)
               VALUE ZEROS.
           03 SE-VOL                                       PIC S9(14)V99
               VALUE ZEROS.
           03 SE-BASE                                      PIC X(10).
           03 SE-VOL-BASE                                  PIC S9(14)V99
               VALUE ZEROS.
           03 SE-NOBASE                                     PIC 9(6)
               VALUE ZEROS.
         77 PAIR-TBL-CT                                     PIC 9(4)
             COMP VALUE ZEROS.
         77 PAIR-IX                                         PIC 9(4)
               VALUE ZEROS.
           03 PAIR-FEE-CT                                   PIC 9(6)
               VALUE ZEROS.
           03 PAIR-LAST-DT                                  PIC 9(8)
               VALUE ZEROS.

         77 PRT-EFF-DT                                     PIC 9(8).
         77 PRT-HIT                                    PIC 9(6) COMP.
         77 ED-UNIT                                        PIC ZZZZ9.
         77 PCVT-FUNC                                      PIC X(3).
         77 PCVT-A                                         PIC X(10).
         77 PCVT-B                                         PIC X(10).
         77 PCVT-NUM                                       PIC 9(14).
         77 PCVT-DEN                                       PIC 9(14).
         77 PCVT-MKT-BASE                                  PIC X(10).
         77 PCVT-MKT-QUOTE                                 PIC X(10).
         77 PCVT-UNIT                                      PIC 9(5).
         77 PCVT-DEC                                       PIC 9.
         77 PCVT-MKT-RATE                               PIC 9(8)V9(6).
         77 PCVT-MKT-DISP                                  PIC X(16).
         77 PCVT-LO                                     PIC 9(8)V9(6).
         77 PCVT-HI                                     PIC 9(8)V9(6).
         77 PCVT-RC                                        PIC 99.



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
         DISPLAY 'MAIN: SUMR0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
         IF BASE-CUR-ENV NOT = SPACES
          MOVE BASE-CUR-ENV TO BASE-CUR
         END-IF.
         ACCEPT EMS-FL-PATH-ENV FROM ENVIRONMENT 'SUMR0001_ENTFILE'.
         IF EMS-FL-PATH-ENV NOT = SPACES
          MOVE EMS-FL-PATH-ENV TO EMS-FL-PATH
         END-IF.
         ACCEPT GEN-SEL-ENV FROM ENVIRONMENT 'SUMR0001_GEN'.
         IF GEN-SEL-ENV NOT = SPACES
          IF GEN-SEL-ENV = 'LATEST'
         END-IF.
         DISPLAY 'BASE CURRENCY: ' BASE-CUR.
         PERFORM 103-LOAD-RATES.
         PERFORM 105-LOAD-ENTITIES.
         MOVE 'N' TO EOF-O1.
         MOVE 'N' TO EOF-O2.

          MOVE 'Y' TO RATE-EOF
         END-IF.

        105-LOAD-ENTITIES.
      * EACH ENTITY IS REPORTED IN ITS OWN BASE CURRENCY; AN ENTITY
      * MISSING FROM THE MASTER FALLS BACK TO THE SHOP BASE CURRENCY
         OPEN INPUT EMS-FL.
         IF STTS-EMS NOT = ZEROS
          DISPLAY 'ENTITY MASTER NOT FOUND, ALL ENTITIES IN '
           BASE-CUR
          EXIT PARAGRAPH
         END-IF.
         PERFORM 106-LOAD-ONE-ENTITY UNTIL EMS-IS-EOF.
         CLOSE EMS-FL.

        106-LOAD-ONE-ENTITY.
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
         END-READ.
         IF STTS-EMS NOT = ZEROS AND STTS-EMS NOT = 10
          DISPLAY 'I/O ERROR READING EMS-FL, STATUS = ' STTS-EMS
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO EMS-EOF-FL
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: SUMR0001'.
         OPEN INPUT O2-FL.
           END-IF
           ADD 1 TO CT-01
           ADD O1-V TO SUM-V
           MOVE BASE-CUR TO TO-CUR
           PERFORM 205-TO-BASE
           IF NOT BASE-IS-OK
            ADD 1 TO CT-NOBASE
           END-IF
           ADD BASE-V TO SUM-BASE
           MOVE O1-A TO CODE-TO-CHECK
           PERFORM 203-FIND-CODE

        205-TO-BASE.
         MOVE ZEROS TO BASE-V.
         MOVE 'Y' TO BASE-OK-FL.
         IF O1-B = TO-CUR
          MOVE O1-V TO BASE-V
         ELSE
          MOVE 'N' TO BASE-FOUND-FL
          IF BASE-IS-FOUND
           IF BASE-IS-INVERSE
            IF BASE-NUM = 0
             MOVE 'N' TO BASE-OK-FL
            ELSE
             COMPUTE BASE-V ROUNDED =
              (O1-V * BASE-DEN) / BASE-NUM
            END-IF
           ELSE
            IF BASE-DEN = 0
             MOVE 'N' TO BASE-OK-FL
            ELSE
             COMPUTE BASE-V ROUNDED =
              (O1-V * BASE-NUM) / BASE-DEN
            END-IF
           END-IF
          ELSE
           MOVE 'N' TO BASE-OK-FL
          END-IF
         END-IF.

        206-SCAN-BASE-RATE.
         IF RT-A(RATE-IX) = O1-B AND RT-B(RATE-IX) = TO-CUR
            AND RT-FIX(RATE-IX) = RUN-FIXING
            AND RT-TENOR(RATE-IX) = 'SPT'
            AND RT-SIDE(RATE-IX) = 'M'
         ADD 1 TO RATE-IX.

        207-SCAN-BASE-INVERSE.
         IF RT-A(RATE-IX) = TO-CUR AND RT-B(RATE-IX) = O1-B
            AND RT-FIX(RATE-IX) = RUN-FIXING
            AND RT-TENOR(RATE-IX) = 'SPT'
            AND RT-SIDE(RATE-IX) = 'M'
         END-IF.
         ADD 1 TO PAIR-CT(PAIR-IX).
         ADD O1-V TO PAIR-VOL(PAIR-IX).
         IF O1-DT > PAIR-LAST-DT(PAIR-IX)
          MOVE O1-DT TO PAIR-LAST-DT(PAIR-IX)
         END-IF.
         ADD BASE-V TO PAIR-VOL-BASE(PAIR-IX).

        212-FIND-OR-ADD-ENTITY.
          ADD 1 TO ENT-TBL-CT
          MOVE O1-ENT TO SE-ENT(ENT-TBL-CT)
          MOVE ENT-TBL-CT TO ENT-IX
          PERFORM 214-FIND-ENTITY-BASE
         END-IF.
         ADD 1 TO SE-CT(ENT-IX).
         ADD O1-V TO SE-VOL(ENT-IX).
      * THE SHOP-BASE VALUE ALREADY WORKED OUT SERVES ANY ENTITY THAT
      * SHARES THAT BASE; THE OTHERS ARE CONVERTED AGAIN
         IF SE-BASE(ENT-IX) NOT = BASE-CUR
          MOVE SE-BASE(ENT-IX) TO TO-CUR
          PERFORM 205-TO-BASE
         END-IF.
         IF BASE-IS-OK
          ADD BASE-V TO SE-VOL-BASE(ENT-IX)
         ELSE
          ADD 1 TO SE-NOBASE(ENT-IX)
         END-IF.

        214-FIND-ENTITY-BASE.
         MOVE BASE-CUR TO SE-BASE(ENT-IX).
         MOVE 1 TO EMS-IX.
         PERFORM 218-SCAN-ENTITY-MASTER UNTIL EMS-IX > EMS-CT.

        218-SCAN-ENTITY-MASTER.
         IF EM-CODE(EMS-IX) = SE-ENT(ENT-IX)
            AND EM-BASE(EMS-IX) NOT = SPACES
          MOVE EM-BASE(EMS-IX) TO SE-BASE(ENT-IX)
          MOVE EMS-CT TO EMS-IX
         END-IF.
         ADD 1 TO EMS-IX.

        213-SCAN-ENTITY.
         IF SE-ENT(ENT-IX) = O1-ENT
         PERFORM 320-REPORT-CODES.
         PERFORM 330-REPORT-PAIRS.
         PERFORM 332-REPORT-FEES.
         PERFORM 334-REPORT-RATES.
         PERFORM 335-REPORT-ENTITIES.
         PERFORM 340-REPORT-GRAND-TOTAL.
         CLOSE RPT-FL.
      * KEEP A DATED COPY IN THE REPORT REPOSITORY FOR REPRINTS
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT RPT-FL-PATH
           RPTF-PGM RPTF-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.
         DISPLAY 'REPORT WRITTEN TO ' RPT-FL-PATH.

        311-NEW-PAGE.
         END-IF.
         ADD 1 TO PAIR-IX.

        334-REPORT-RATES.
      * THE SPOT MID RATE IN FORCE ON EACH PAIR'S LAST VALUE DATE,
      * SHOWN THE WAY THE MARKET QUOTES IT (PAIR CONVENTION MASTER)
         MOVE SPACES TO SECT-HDR.
         STRING ' PAIR                  MARKET QUOTE (SPT MID '
           RUN-FIXING ')'
          DELIMITED BY SIZE INTO SECT-HDR.
         PERFORM 311-NEW-PAGE.
         MOVE 1 TO PAIR-IX.
         PERFORM 337-REPORT-ONE-RATE UNTIL PAIR-IX > PAIR-TBL-CT.

        337-REPORT-ONE-RATE.
         MOVE 0 TO PRT-HIT.
         MOVE ZEROS TO PRT-EFF-DT.
         MOVE 1 TO RATE-IX.
         PERFORM 338-SCAN-PAIR-RATE UNTIL RATE-IX > RATE-CT.
         IF PRT-HIT = 0
          MOVE 1 TO RATE-IX
          PERFORM 339-SCAN-PAIR-INVERSE UNTIL RATE-IX > RATE-CT
         END-IF.
         MOVE SPACES TO RPT-REC.
         IF PRT-HIT = 0
          STRING ' ' PAIR-A(PAIR-IX) '/' PAIR-B(PAIR-IX)
           ' NO RATE ON FILE'
           DELIMITED BY SIZE INTO RPT-REC
         ELSE
          MOVE 'MKT' TO PCVT-FUNC
          MOVE RT-A(PRT-HIT) TO PCVT-A
          MOVE RT-B(PRT-HIT) TO PCVT-B
          MOVE RT-NUM(PRT-HIT) TO PCVT-NUM
          MOVE RT-DEN(PRT-HIT) TO PCVT-DEN
          MOVE RETURN-CODE TO SAVED-RC
          CALL 'PCVT0001' USING PCVT-FUNC PCVT-A PCVT-B PCVT-NUM
            PCVT-DEN PCVT-MKT-BASE PCVT-MKT-QUOTE PCVT-UNIT PCVT-DEC
            PCVT-MKT-RATE PCVT-MKT-DISP PCVT-LO PCVT-HI PCVT-RC
          MOVE SAVED-RC TO RETURN-CODE
          MOVE PCVT-UNIT TO ED-UNIT
          STRING ' ' PAIR-A(PAIR-IX) '/' PAIR-B(PAIR-IX)
           ' ' ED-UNIT ' ' PCVT-MKT-BASE ' = ' PCVT-MKT-DISP
           ' ' PCVT-MKT-QUOTE ' EFF ' PRT-EFF-DT
           DELIMITED BY SIZE INTO RPT-REC
         END-IF.
         PERFORM 312-WRITE-LINE.
         ADD 1 TO PAIR-IX.

        338-SCAN-PAIR-RATE.
         IF RT-A(RATE-IX) = PAIR-A(PAIR-IX)
            AND RT-B(RATE-IX) = PAIR-B(PAIR-IX)
            AND RT-FIX(RATE-IX) = RUN-FIXING
            AND RT-TENOR(RATE-IX) = 'SPT'
            AND RT-SIDE(RATE-IX) = 'M'
            AND RT-DEN(RATE-IX) NOT = 0
            AND RT-EFF-DT(RATE-IX) NOT > PAIR-LAST-DT(PAIR-IX)
            AND RT-EFF-DT(RATE-IX) NOT < PRT-EFF-DT
          MOVE RT-EFF-DT(RATE-IX) TO PRT-EFF-DT
          MOVE RATE-IX TO PRT-HIT
         END-IF.
         ADD 1 TO RATE-IX.

        339-SCAN-PAIR-INVERSE.
         IF RT-A(RATE-IX) = PAIR-B(PAIR-IX)
            AND RT-B(RATE-IX) = PAIR-A(PAIR-IX)
            AND RT-FIX(RATE-IX) = RUN-FIXING
            AND RT-TENOR(RATE-IX) = 'SPT'
            AND RT-SIDE(RATE-IX) = 'M'
            AND RT-DEN(RATE-IX) NOT = 0
            AND RT-NUM(RATE-IX) NOT = 0
            AND RT-EFF-DT(RATE-IX) NOT > PAIR-LAST-DT(PAIR-IX)
            AND RT-EFF-DT(RATE-IX) NOT < PRT-EFF-DT
          MOVE RT-EFF-DT(RATE-IX) TO PRT-EFF-DT
          MOVE RATE-IX TO PRT-HIT
         END-IF.
         ADD 1 TO RATE-IX.

        335-REPORT-ENTITIES.
         MOVE SPACES TO SECT-HDR.
         STRING ' ENT  BASE        COUNT    NATIVE'
          ' VOLUME     VOLUME IN BASE'
          DELIMITED BY SIZE INTO SECT-HDR.
         PERFORM 311-NEW-PAGE.
         MOVE 1 TO ENT-IX.
         PERFORM 336-REPORT-ONE-ENTITY UNTIL ENT-IX > ENT-TBL-CT.
        336-REPORT-ONE-ENTITY.
         MOVE SE-CT(ENT-IX) TO ED-CT.
         MOVE SE-VOL(ENT-IX) TO ED-VOL.
         MOVE SE-VOL-BASE(ENT-IX) TO ED-BASE.
         MOVE SPACES TO RPT-REC.
         STRING ' ' SE-ENT(ENT-IX) ' ' SE-BASE(ENT-IX)
          ' ' ED-CT ' ' ED-VOL ' ' ED-BASE
          DELIMITED BY SIZE INTO RPT-REC.
         IF SE-NOBASE(ENT-IX) > 0
          MOVE SE-NOBASE(ENT-IX) TO ED-CT-2
          MOVE ' NO RATE:' TO RPT-REC(61:9)
          MOVE ED-CT-2 TO RPT-REC(70:6)
         END-IF.
         PERFORM 312-WRITE-LINE.
         ADD 1 TO ENT-IX.


        303-DISPLAY-ENTITY.
         DISPLAY ' ENTITY ' SE-ENT(ENT-IX)
          ': COUNT=' SE-CT(ENT-IX) ' VOL=' SE-VOL(ENT-IX)
          ' ' SE-BASE(ENT-IX) '=' SE-VOL-BASE(ENT-IX).
         ADD 1 TO ENT-IX.

        301-DISPLAY-CODE.
