      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - RELATORIO MENSAL DE RECOLHIMENTO DO
      *          IOF: LE AS GERACOES DATADAS DO MES DE IOF0001 VIA
      *          GCAT0001 E TOTALIZA O IMPOSTO POR FAIXA DE ALIQUOTA,
      *          ALIQUOTA E MOEDA, COM TOTAL POR ENTIDADE, PARA A GUIA
      *          DE RECOLHIMENTO (IOFRPT.txt)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. IOFR0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT IGN-FL ASSIGN IGN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-IGN.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.

       DATA DIVISION.
        FILE SECTION.
         FD IGN-FL.
         01 IOF-RCRD.
          COPY IOFREC.

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'IOFR0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 IGN-FL-PATH                                    PIC X(80).
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\IOFRPT.txt'.
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'IOFR0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'IOFR0001'.
         77 RPTF-RC                                        PIC 99.
         77 REH-WRK-PATH                                   PIC X(80).
         77 STTS-IGN                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 IGN-EOF-FL                               PIC X VALUE 'N'.
          88 IGN-IS-EOF                                    VALUE 'Y'.
         77 REHEARSAL-ENV                              PIC X(3).

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
         77 TODAY-DT                                       PIC 9(8).

         77 BND-CT                                     PIC 9(4) COMP.
         77 BND-IX                                     PIC 9(4) COMP.
         77 BND-FOUND-FL                                   PIC X.
          88 BND-IS-FOUND                                  VALUE 'Y'.
         01 BND-TBL.
          02 BND-ENTRY OCCURS 1 TO 999 TIMES
              DEPENDING ON BND-CT.
           03 BD-BAND                                      PIC X(4).
           03 BD-PCT                                     PIC 9(3)V9(4).
           03 BD-CUR                                       PIC X(10).
           03 BD-CT                                        PIC 9(7).
           03 BD-BASE                                    PIC 9(14)V99.
           03 BD-TAX                                     PIC 9(12)V99.

         77 ENS-CT                                     PIC 9(4) COMP.
         77 ENS-IX                                     PIC 9(4) COMP.
         77 ENS-FOUND-FL                                   PIC X.
          88 ENS-IS-FOUND                                  VALUE 'Y'.
         01 ENS-TBL.
          02 ENS-ENTRY OCCURS 1 TO 999 TIMES
              DEPENDING ON ENS-CT.
           03 ES-ENT                                       PIC X(4).
           03 ES-CUR                                       PIC X(10).
           03 ES-CT                                        PIC 9(7).
           03 ES-TAX                                     PIC 9(12)V99.

         77 BASE-ABS                                    PIC 9(12)V99.
         77 CT-DAYS                             PIC 9(4) VALUE ZEROS.
         77 CT-LINES                            PIC 9(7) VALUE ZEROS.
         77 ED-CT                                          PIC Z(6)9.
         77 ED-PCT                                       PIC ZZ9.9999.
         77 ED-BASE                                 PIC Z(13)9.99.
         77 ED-TAX                                  PIC Z(11)9.99.



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
         DISPLAY 'MAIN: IOFR0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: IOFR0001'.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'IOFR0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
      * THE DEFAULT PERIOD IS THE MONTH BEFORE THE RUN DATE
         ACCEPT PERIOD-ENV FROM ENVIRONMENT 'IOFR0001_PERIOD'.
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
         DISPLAY 'COLLECTION PERIOD: ' RPT-PERIOD.
         MOVE 0 TO BND-CT.
         MOVE 0 TO ENS-CT.

        200-PROCESS.
         DISPLAY 'PROCESS: IOFR0001'.
         MOVE 1 TO DAY-NO.
         PERFORM 210-DO-ONE-DAY UNTIL DAY-NO > 31.
         IF BND-CT > 1
          SORT BND-ENTRY ON ASCENDING KEY BD-BAND BD-PCT BD-CUR
         END-IF.
         IF ENS-CT > 1
          SORT ENS-ENTRY ON ASCENDING KEY ES-ENT ES-CUR
         END-IF.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE SPACES TO RPT-REC.
         STRING 'IOF COLLECTION REPORT  PERIOD ' RPT-PERIOD
          '  RUN ' TODAY-DT
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'BAND  RATE %    CURRENCY    OPERATIONS'
          '       TAXABLE BASE         TAX DUE'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO BND-IX.
         PERFORM 220-PRINT-ONE-BAND UNTIL BND-IX > BND-CT.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE 'ENTITY  CURRENCY    OPERATIONS         TAX DUE'
          TO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO ENS-IX.
         PERFORM 230-PRINT-ONE-ENTITY UNTIL ENS-IX > ENS-CT.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'DAYS WITH TAX LINES: ' CT-DAYS
          '  TAX LINES: ' CT-LINES
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         IF CT-DAYS = 0
          MOVE 'NO IOF0001 GENERATION FOUND FOR THE PERIOD' TO RPT-REC
          WRITE RPT-REC
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
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

        210-DO-ONE-DAY.
         MOVE RPT-PERIOD TO DAY-YYYYMM.
         MOVE DAY-NO TO DAY-DD.
         ADD 1 TO DAY-NO.
         MOVE 'GET' TO GEN-FUNC.
         MOVE 'IOF0001' TO GEN-FILE-ID.
         MOVE DAY-DATE TO GEN-DATE.
         MOVE SPACES TO GEN-PATH.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'GCAT0001' USING GEN-FUNC GEN-FILE-ID GEN-DATE
           GEN-PATH GEN-KEEP GEN-RC.
         MOVE SAVED-RC TO RETURN-CODE.
         IF GEN-RC NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         MOVE GEN-PATH TO IGN-FL-PATH.
         MOVE 'N' TO IGN-EOF-FL.
         OPEN INPUT IGN-FL.
         IF STTS-IGN NOT = ZEROS
          DISPLAY 'IOF GENERATION UNREADABLE, STATUS = ' STTS-IGN
           ': ' IGN-FL-PATH
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CT-DAYS.
         PERFORM 211-READ-ONE-LINE UNTIL IGN-IS-EOF.
         CLOSE IGN-FL.

        211-READ-ONE-LINE.
         READ IGN-FL
          AT END
           MOVE 'Y' TO IGN-EOF-FL
          NOT AT END
           ADD 1 TO CT-LINES
           PERFORM 212-ADD-TO-BAND
           PERFORM 214-ADD-TO-ENTITY
         END-READ.
         IF STTS-IGN NOT = ZEROS AND STTS-IGN NOT = 10
          DISPLAY 'I/O ERROR READING IGN-FL, STATUS = ' STTS-IGN
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO IGN-EOF-FL
         END-IF.

        212-ADD-TO-BAND.
         MOVE 'N' TO BND-FOUND-FL.
         MOVE 1 TO BND-IX.
         PERFORM 213-SCAN-BAND UNTIL BND-IX > BND-CT
          OR BND-IS-FOUND.
         IF NOT BND-IS-FOUND
          IF BND-CT >= 999
           DISPLAY 'BAND TABLE FULL, RUN ABORTED'
           MOVE 8 TO RETURN-CODE
           GOBACK
          END-IF
          ADD 1 TO BND-CT
          MOVE BND-CT TO BND-IX
          MOVE IOF-BAND TO BD-BAND(BND-IX)
          MOVE IOF-RATE-PCT TO BD-PCT(BND-IX)
          MOVE IOF-B TO BD-CUR(BND-IX)
          MOVE ZEROS TO BD-CT(BND-IX)
          MOVE ZEROS TO BD-BASE(BND-IX)
          MOVE ZEROS TO BD-TAX(BND-IX)
         END-IF.
         IF IOF-BASE < 0
          COMPUTE BASE-ABS = IOF-BASE * -1
         ELSE
          MOVE IOF-BASE TO BASE-ABS
         END-IF.
         ADD 1 TO BD-CT(BND-IX).
         ADD BASE-ABS TO BD-BASE(BND-IX).
         ADD IOF-AMT TO BD-TAX(BND-IX).

        213-SCAN-BAND.
         IF BD-BAND(BND-IX) = IOF-BAND
            AND BD-PCT(BND-IX) = IOF-RATE-PCT
            AND BD-CUR(BND-IX) = IOF-B
          MOVE 'Y' TO BND-FOUND-FL
         ELSE
          ADD 1 TO BND-IX
         END-IF.

        214-ADD-TO-ENTITY.
         MOVE 'N' TO ENS-FOUND-FL.
         MOVE 1 TO ENS-IX.
         PERFORM 215-SCAN-ENTITY UNTIL ENS-IX > ENS-CT
          OR ENS-IS-FOUND.
         IF NOT ENS-IS-FOUND
          IF ENS-CT >= 999
           DISPLAY 'ENTITY TABLE FULL, RUN ABORTED'
           MOVE 8 TO RETURN-CODE
           GOBACK
          END-IF
          ADD 1 TO ENS-CT
          MOVE ENS-CT TO ENS-IX
          MOVE IOF-ENT TO ES-ENT(ENS-IX)
          MOVE IOF-B TO ES-CUR(ENS-IX)
          MOVE ZEROS TO ES-CT(ENS-IX)
          MOVE ZEROS TO ES-TAX(ENS-IX)
         END-IF.
         ADD 1 TO ES-CT(ENS-IX).
         ADD IOF-AMT TO ES-TAX(ENS-IX).

        215-SCAN-ENTITY.
         IF ES-ENT(ENS-IX) = IOF-ENT AND ES-CUR(ENS-IX) = IOF-B
          MOVE 'Y' TO ENS-FOUND-FL
         ELSE
          ADD 1 TO ENS-IX
         END-IF.

        220-PRINT-ONE-BAND.
         MOVE BD-PCT(BND-IX) TO ED-PCT.
         MOVE BD-CT(BND-IX) TO ED-CT.
         MOVE BD-BASE(BND-IX) TO ED-BASE.
         MOVE BD-TAX(BND-IX) TO ED-TAX.
         MOVE SPACES TO RPT-REC.
         STRING BD-BAND(BND-IX) '  ' ED-PCT '  ' BD-CUR(BND-IX)
          '   ' ED-CT '  ' ED-BASE '  ' ED-TAX
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO BND-IX.

        230-PRINT-ONE-ENTITY.
         MOVE ES-CT(ENS-IX) TO ED-CT.
         MOVE ES-TAX(ENS-IX) TO ED-TAX.
         MOVE SPACES TO RPT-REC.
         STRING ES-ENT(ENS-IX) '    ' ES-CUR(ENS-IX)
          '   ' ED-CT '  ' ED-TAX
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO ENS-IX.

        300-END.
         DISPLAY '-- IOF COLLECTION SUMMARY --'.
         DISPLAY ' PERIOD: ' RPT-PERIOD.
         DISPLAY ' GENERATION DAYS READ: ' CT-DAYS.
         DISPLAY ' TAX LINES: ' CT-LINES.
         DISPLAY 'END-PROGRAM: IOFR0001'.
         GOBACK.
       END PROGRAM IOFR0001.
