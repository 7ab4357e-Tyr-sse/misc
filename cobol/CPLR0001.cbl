      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - UTILIZACAO DE LIMITES POR CONTRAPARTE:
      *          CRUZA O CADASTRO CPTYMST.txt COM A EXPOSICAO ABERTA EM
      *          CPTYEXP.txt (CONVERSOES COM DATA VALOR >= HOJE) E
      *          IMPRIME LIMITE, UTILIZADO, DISPONIVEL E PERCENTUAL POR
      *          CONTRAPARTE E ENTIDADE; ESTOURO VAI PARA ALERT.txt.
      *          CADA EXPOSICAO E CONVERTIDA PARA A MOEDA DO LIMITE PELA
      *          ULTIMA TAXA SPOT MEDIA DE RATE.txt (DIRETA OU INVERSA);
      *          TOTAIS POR MOEDA DO LIMITE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. CPLR0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT CPT-FL ASSIGN CPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CPT.
         SELECT CPX-FL ASSIGN CPX-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CPX.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.
         SELECT ALRT-FL ASSIGN ALRT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ALRT.
         SELECT RATE-FL ASSIGN RATE-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RATE.

       DATA DIVISION.
        FILE SECTION.
         FD CPT-FL.
         01 CPT-RCRD.
          COPY CPTYREC.

         FD CPX-FL.
         01 CPX-RCRD.
          02 CPX-CPTY                                       PIC X(8).
          02 CPX-ENT                                        PIC X(4).
          02 CPX-A                                          PIC X(10).
          02 CPX-B                                          PIC X(10).
          02 CPX-VAL-DT                                     PIC 9(8).
          02 CPX-AMT                                     PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 CPX-RUN-DT                                     PIC 9(8).
          02 CPX-SEQ                                        PIC 9(6).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(120).

         FD ALRT-FL.
         01 ALRT-RCRD.
          02 ALRT-SEQ                                       PIC 999.
          02 ALRT-TYPE                                      PIC X(3).
          02 ALRT-A                                         PIC X(10).
          02 ALRT-B                                         PIC X(10).
          02 ALRT-MSG                                       PIC X(40).
          02 ALRT-DT                                        PIC 9(8).
          02 ALRT-TS                                        PIC 9(14).

         FD RATE-FL.
         01 RATE-RCRD.
          02 RATE-A                                        PIC X(10).
          02 RATE-B                                        PIC X(10).
          02 RATE-EFF-DT                                   PIC 9(8).
          02 RATE-NUM                                      PIC 9(10).
          02 RATE-DEN                                      PIC 9(10).
          02 RATE-FIX                                      PIC X(5).
          02 RATE-TENOR                                    PIC X(3).
          02 RATE-SIDE                                     PIC X.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'CPLR0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 CPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CPTYMST.txt'.
         77 CPX-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CPTYEXP.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CPTYUTL.txt'.
         77 ALRT-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ALERT.txt'.
         77 CPT-FL-PATH-ENV           PIC X(80).
         77 CPX-FL-PATH-ENV           PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'CPLR0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'CPLR0001'.
         77 RPTF-RC                                        PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.
         77 ALRT-FL-PATH-ENV          PIC X(80).
         77 RATE-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RATE.txt'.
         77 RATE-FL-PATH-ENV          PIC X(80).

         77 STTS-CPT                                       PIC 99.
         77 STTS-CPX                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 STTS-ALRT                                      PIC 99.
         77 STTS-RATE                                      PIC 99.
         77 RATE-EOF-FL                              PIC X VALUE 'N'.
          88 RATE-IS-EOF                                   VALUE 'Y'.
         77 CPT-EOF-FL                               PIC X VALUE 'N'.
          88 CPT-IS-EOF                                    VALUE 'Y'.
         77 CPX-EOF-FL                               PIC X VALUE 'N'.
          88 CPX-IS-EOF                                    VALUE 'Y'.

         77 WARN-PCT                            PIC 9(3) VALUE 90.
         77 WARN-PCT-ENV                                   PIC X(3).

         01 CPT-TBL.
          03 CPT-ENTRY OCCURS 999.
           05 CP-ID                                        PIC X(8).
           05 CP-NAME                                      PIC X(30).
           05 CP-ENT                                       PIC X(4).
           05 CP-STATUS                                    PIC X.
           05 CP-LIMIT                                  PIC 9(12)V99.
           05 CP-USED                                   PIC 9(12)V99.
           05 CP-TODAY                                  PIC 9(12)V99.
           05 CP-LIM-CUR                                   PIC X(10).
           05 CP-NORATE                                    PIC X.
         77 CPT-CT                             PIC 9(4) COMP VALUE 0.
         77 CPT-IX                             PIC 9(4) COMP VALUE 0.
         77 CPT-HIT                            PIC 9(4) COMP VALUE 0.

         01 ORPH-TBL.
          03 ORPH-ENTRY OCCURS 999.
           05 OR-ID                                        PIC X(8).
           05 OR-ENT                                       PIC X(4).
           05 OR-CUR                                       PIC X(10).
           05 OR-USED                                   PIC 9(12)V99.
         77 ORPH-CT                            PIC 9(4) COMP VALUE 0.
         77 ORPH-IX                            PIC 9(4) COMP VALUE 0.

      * LATEST SPOT MID RATE PER PAIR, AS CONV0001 USES IT
         01 RT-TBL.
          03 RT-ENTRY OCCURS 999.
           05 RT-A                                         PIC X(10).
           05 RT-B                                         PIC X(10).
           05 RT-EFF-DT                                    PIC 9(8).
           05 RT-NUM                                       PIC 9(10).
           05 RT-DEN                                       PIC 9(10).
         77 RT-CT                              PIC 9(4) COMP VALUE 0.
         77 RT-IX                              PIC 9(4) COMP VALUE 0.
         77 RT-HIT                             PIC 9(4) COMP VALUE 0.
         77 LMC-FROM                                       PIC X(10).
         77 LMC-TO                                         PIC X(10).
         77 LMC-FOUND-FL                                   PIC X.
          88 LMC-IS-FOUND                                  VALUE 'Y'.

      * TOTALS ARE ONLY ADDED WITHIN ONE LIMIT CURRENCY
         01 TOT-TBL.
          03 TOT-ENTRY OCCURS 99.
           05 TT-CUR                                       PIC X(10).
           05 TT-LIMIT                                  PIC 9(14)V99.
           05 TT-USED                                   PIC 9(14)V99.
           05 TT-TODAY                                  PIC 9(14)V99.
         77 TOT-CT                             PIC 9(4) COMP VALUE 0.
         77 TOT-IX                             PIC 9(4) COMP VALUE 0.

         77 CT-LINES                            PIC 9(4) VALUE ZEROS.
         77 CT-OVER                             PIC 9(4) VALUE ZEROS.
         77 CT-WARN                             PIC 9(4) VALUE ZEROS.
         77 CT-ORPHAN                           PIC 9(4) VALUE ZEROS.
         77 CT-NORATE                           PIC 9(4) VALUE ZEROS.
         77 ALRT-SEQ-CT                         PIC 999 VALUE ZEROS.
         77 TODAY-DT                                       PIC 9(8).
         77 WRK-AMT                                     PIC 9(12)V99.
         77 WRK-AVAIL                                  PIC S9(12)V99.
         77 WRK-PCT                                        PIC 9(5).
         77 WRK-FLAG                                       PIC X(5).
         77 ED-LIMIT                                PIC Z(11)9.99.
         77 ED-USED                                 PIC Z(11)9.99.
         77 ED-TODAY                                PIC Z(11)9.99.
         77 ED-AVAIL                                PIC -(11)9.99.
         77 ED-PCT                                         PIC ZZZZ9.
         77 ED-TOT                                  PIC Z(13)9.99.



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
         DISPLAY 'MAIN: CPLR0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: CPLR0001'.
         ACCEPT CPT-FL-PATH-ENV FROM ENVIRONMENT 'CPLR0001_CPTYFILE'.
         IF CPT-FL-PATH-ENV NOT = SPACES
          MOVE CPT-FL-PATH-ENV TO CPT-FL-PATH
         END-IF.
         ACCEPT CPX-FL-PATH-ENV FROM ENVIRONMENT 'CPLR0001_EXPFILE'.
         IF CPX-FL-PATH-ENV NOT = SPACES
          MOVE CPX-FL-PATH-ENV TO CPX-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'CPLR0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT ALRT-FL-PATH-ENV FROM ENVIRONMENT 'CPLR0001_ALERTFILE'.
         IF ALRT-FL-PATH-ENV NOT = SPACES
          MOVE ALRT-FL-PATH-ENV TO ALRT-FL-PATH
         END-IF.
         ACCEPT WARN-PCT-ENV FROM ENVIRONMENT 'CPLR0001_WARNPCT'.
         IF WARN-PCT-ENV IS NUMERIC AND WARN-PCT-ENV NOT = SPACES
          MOVE WARN-PCT-ENV TO WARN-PCT
         END-IF.
         ACCEPT RATE-FL-PATH-ENV FROM ENVIRONMENT 'CPLR0001_RATEFILE'.
         IF RATE-FL-PATH-ENV NOT = SPACES
          MOVE RATE-FL-PATH-ENV TO RATE-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.

        200-PROCESS.
         DISPLAY 'PROCESS: CPLR0001'.
         OPEN INPUT CPT-FL.
         IF STTS-CPT NOT = ZEROS
          DISPLAY 'NO COUNTERPARTY MASTER (' CPT-FL-PATH ')'
          MOVE 4 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 210-LOAD-ONE-CPTY UNTIL CPT-IS-EOF.
         CLOSE CPT-FL.
         OPEN INPUT RATE-FL.
         IF STTS-RATE = ZEROS
          PERFORM 215-LOAD-ONE-RATE UNTIL RATE-IS-EOF
          CLOSE RATE-FL
         ELSE
          DISPLAY 'NO RATE FILE, ONLY SAME-CURRENCY EXPOSURE COUNTED'
         END-IF.
         OPEN INPUT CPX-FL.
         IF STTS-CPX = ZEROS
          PERFORM 220-LOAD-ONE-EXPOSURE UNTIL CPX-IS-EOF
          CLOSE CPX-FL
         ELSE
          DISPLAY 'NO EXPOSURE FILE, ALL LINES UNUSED'
         END-IF.
         OPEN OUTPUT RPT-FL.
         MOVE SPACES TO RPT-REC.
         STRING 'COUNTERPARTY LIMIT UTILIZATION ' TODAY-DT
          '  WARNING AT ' WARN-PCT '% OF LIMIT'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING ' CPTY     ENT  S LIMIT CUR            LIMIT'
          '       OPEN USED     BOOKED TODAY       AVAILABLE  PCT%'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO CPT-IX.
         PERFORM 230-WRITE-ONE-LINE UNTIL CPT-IX > CPT-CT.
         IF ORPH-CT > 0
          MOVE SPACES TO RPT-REC
          WRITE RPT-REC
          MOVE 'EXPOSURE WITH NO MASTER LINE:' TO RPT-REC
          WRITE RPT-REC
          MOVE 1 TO ORPH-IX
          PERFORM 240-WRITE-ONE-ORPHAN UNTIL ORPH-IX > ORPH-CT
         END-IF.
         MOVE 1 TO TOT-IX.
         PERFORM 260-WRITE-ONE-TOTAL UNTIL TOT-IX > TOT-CT.
         MOVE SPACES TO RPT-REC.
         STRING 'LINES: ' CT-LINES '  OVER LIMIT: ' CT-OVER
          '  WARNING: ' CT-WARN '  NOT ON MASTER: ' CT-ORPHAN
          '  NO RATE: ' CT-NORATE
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

        210-LOAD-ONE-CPTY.
         READ CPT-FL
          AT END
           MOVE 'Y' TO CPT-EOF-FL
          NOT AT END
           IF CPT-ID NOT = SPACES
            IF CPT-CT >= 999
             DISPLAY 'COUNTERPARTY TABLE FULL, RUN ABORTED'
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
            ADD 1 TO CPT-CT
            MOVE CPT-ID TO CP-ID(CPT-CT)
            MOVE CPT-NAME TO CP-NAME(CPT-CT)
            MOVE CPT-ENT TO CP-ENT(CPT-CT)
            MOVE CPT-STATUS TO CP-STATUS(CPT-CT)
            IF CPT-LIMIT NUMERIC
             MOVE CPT-LIMIT TO CP-LIMIT(CPT-CT)
            ELSE
             MOVE ZEROS TO CP-LIMIT(CPT-CT)
            END-IF
            MOVE ZEROS TO CP-USED(CPT-CT)
            MOVE ZEROS TO CP-TODAY(CPT-CT)
            IF CPT-LIM-CUR = SPACES
             MOVE 'USD' TO CP-LIM-CUR(CPT-CT)
            ELSE
             MOVE CPT-LIM-CUR TO CP-LIM-CUR(CPT-CT)
            END-IF
            MOVE 'N' TO CP-NORATE(CPT-CT)
           END-IF
         END-READ.
         IF STTS-CPT NOT = ZEROS AND STTS-CPT NOT = 10
          DISPLAY 'I/O ERROR READING CPT-FL, STATUS = ' STTS-CPT
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO CPT-EOF-FL
         END-IF.

        215-LOAD-ONE-RATE.
         READ RATE-FL
          AT END
           MOVE 'Y' TO RATE-EOF-FL
          NOT AT END
           IF RATE-TENOR = SPACES
            MOVE 'SPT' TO RATE-TENOR
           END-IF
           IF RATE-SIDE = SPACES
            MOVE 'M' TO RATE-SIDE
           END-IF
           IF RATE-TENOR = 'SPT' AND RATE-SIDE = 'M'
              AND RATE-EFF-DT NUMERIC AND RATE-EFF-DT NOT > TODAY-DT
              AND RATE-NUM NUMERIC AND RATE-NUM > 0
              AND RATE-DEN NUMERIC AND RATE-DEN > 0
            PERFORM 216-KEEP-RATE
           END-IF
         END-READ.
         IF STTS-RATE NOT = ZEROS AND STTS-RATE NOT = 10
          DISPLAY 'I/O ERROR READING RATE-FL, STATUS = ' STTS-RATE
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO RATE-EOF-FL
         END-IF.

        216-KEEP-RATE.
         MOVE RATE-A TO LMC-FROM.
         MOVE RATE-B TO LMC-TO.
         PERFORM 226-FIND-RATE.
         IF RT-HIT = 0
          IF RT-CT >= 999
           DISPLAY 'RATE TABLE FULL, RUN ABORTED'
           MOVE 8 TO RETURN-CODE
           GOBACK
          END-IF
          ADD 1 TO RT-CT
          MOVE RT-CT TO RT-HIT
          MOVE RATE-A TO RT-A(RT-HIT)
          MOVE RATE-B TO RT-B(RT-HIT)
          MOVE ZEROS TO RT-EFF-DT(RT-HIT)
         END-IF.
         IF RATE-EFF-DT NOT < RT-EFF-DT(RT-HIT)
          MOVE RATE-EFF-DT TO RT-EFF-DT(RT-HIT)
          MOVE RATE-NUM TO RT-NUM(RT-HIT)
          MOVE RATE-DEN TO RT-DEN(RT-HIT)
         END-IF.

        220-LOAD-ONE-EXPOSURE.
         READ CPX-FL
          AT END
           MOVE 'Y' TO CPX-EOF-FL
          NOT AT END
           IF CPX-VAL-DT NUMERIC AND CPX-VAL-DT NOT < TODAY-DT
            IF CPX-AMT < 0
             COMPUTE WRK-AMT = 0 - CPX-AMT
            ELSE
             MOVE CPX-AMT TO WRK-AMT
            END-IF
            PERFORM 221-FIND-LINE
            IF CPT-HIT > 0
             PERFORM 225-TO-LIMIT-CUR
            END-IF
            IF CPT-HIT > 0 AND LMC-IS-FOUND
             ADD WRK-AMT TO CP-USED(CPT-HIT)
             IF CPX-RUN-DT = TODAY-DT
              ADD WRK-AMT TO CP-TODAY(CPT-HIT)
             END-IF
            END-IF
            IF CPT-HIT > 0 AND NOT LMC-IS-FOUND
             MOVE 'Y' TO CP-NORATE(CPT-HIT)
            END-IF
            IF CPT-HIT = 0
             PERFORM 223-ADD-ORPHAN
            END-IF
           END-IF
         END-READ.
         IF STTS-CPX NOT = ZEROS AND STTS-CPX NOT = 10
          DISPLAY 'I/O ERROR READING CPX-FL, STATUS = ' STTS-CPX
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO CPX-EOF-FL
         END-IF.

        221-FIND-LINE.
      * SAME RULE AS CONV0001: THE LINE FOR THE CONVERSION'S OWN ENTITY
      * WINS, OTHERWISE THE COUNTERPARTY'S GROUP-WIDE (BLANK) LINE
         MOVE 0 TO CPT-HIT.
         MOVE 1 TO CPT-IX.
         PERFORM 222-SCAN-LINE UNTIL CPT-IX > CPT-CT.

        222-SCAN-LINE.
         IF CP-ID(CPT-IX) = CPX-CPTY
          IF CP-ENT(CPT-IX) = CPX-ENT
           MOVE CPT-IX TO CPT-HIT
           MOVE CPT-CT TO CPT-IX
          ELSE
           IF CP-ENT(CPT-IX) = SPACES AND CPT-HIT = 0
            MOVE CPT-IX TO CPT-HIT
           END-IF
          END-IF
         END-IF.
         ADD 1 TO CPT-IX.

        223-ADD-ORPHAN.
         MOVE 1 TO ORPH-IX.
         PERFORM 224-SCAN-ORPHAN UNTIL ORPH-IX > ORPH-CT.
         IF ORPH-IX = 9999
          EXIT PARAGRAPH
         END-IF.
         IF ORPH-CT >= 999
          DISPLAY 'ORPHAN EXPOSURE TABLE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO ORPH-CT.
         MOVE CPX-CPTY TO OR-ID(ORPH-CT).
         MOVE CPX-ENT TO OR-ENT(ORPH-CT).
         MOVE CPX-B TO OR-CUR(ORPH-CT).
         MOVE WRK-AMT TO OR-USED(ORPH-CT).

        224-SCAN-ORPHAN.
         IF OR-ID(ORPH-IX) = CPX-CPTY AND OR-ENT(ORPH-IX) = CPX-ENT
            AND OR-CUR(ORPH-IX) = CPX-B
          ADD WRK-AMT TO OR-USED(ORPH-IX)
          MOVE 9999 TO ORPH-IX
         ELSE
          ADD 1 TO ORPH-IX
         END-IF.

        225-TO-LIMIT-CUR.
      * WRK-AMT IS IN THE BOUGHT CURRENCY OF THE DEAL AND LEAVES IN THE
      * CURRENCY OF THE LINE; NO RATE EITHER WAY LEAVES IT UNCOUNTED
         MOVE 'N' TO LMC-FOUND-FL.
         IF CPX-B = CP-LIM-CUR(CPT-HIT)
          MOVE 'Y' TO LMC-FOUND-FL
          EXIT PARAGRAPH
         END-IF.
         MOVE CPX-B TO LMC-FROM.
         MOVE CP-LIM-CUR(CPT-HIT) TO LMC-TO.
         PERFORM 226-FIND-RATE.
         IF RT-HIT > 0
          MOVE 'Y' TO LMC-FOUND-FL
          COMPUTE WRK-AMT ROUNDED =
           WRK-AMT * RT-NUM(RT-HIT) / RT-DEN(RT-HIT)
           ON SIZE ERROR MOVE ALL '9' TO WRK-AMT
          END-COMPUTE
          EXIT PARAGRAPH
         END-IF.
         MOVE CP-LIM-CUR(CPT-HIT) TO LMC-FROM.
         MOVE CPX-B TO LMC-TO.
         PERFORM 226-FIND-RATE.
         IF RT-HIT > 0
          MOVE 'Y' TO LMC-FOUND-FL
          COMPUTE WRK-AMT ROUNDED =
           WRK-AMT * RT-DEN(RT-HIT) / RT-NUM(RT-HIT)
           ON SIZE ERROR MOVE ALL '9' TO WRK-AMT
          END-COMPUTE
         END-IF.

        226-FIND-RATE.
         MOVE 0 TO RT-HIT.
         MOVE 1 TO RT-IX.
         PERFORM 227-SCAN-RATE UNTIL RT-IX > RT-CT.

        227-SCAN-RATE.
         IF RT-A(RT-IX) = LMC-FROM AND RT-B(RT-IX) = LMC-TO
          MOVE RT-IX TO RT-HIT
          MOVE RT-CT TO RT-IX
         END-IF.
         ADD 1 TO RT-IX.

        230-WRITE-ONE-LINE.
         ADD 1 TO CT-LINES.
         PERFORM 231-ADD-TOTAL.
         COMPUTE WRK-AVAIL = CP-LIMIT(CPT-IX) - CP-USED(CPT-IX).
         IF CP-LIMIT(CPT-IX) = 0
          IF CP-USED(CPT-IX) > 0
           MOVE 99999 TO WRK-PCT
          ELSE
           MOVE ZEROS TO WRK-PCT
          END-IF
         ELSE
          COMPUTE WRK-PCT ROUNDED =
           CP-USED(CPT-IX) * 100 / CP-LIMIT(CPT-IX)
           ON SIZE ERROR MOVE 99999 TO WRK-PCT
          END-COMPUTE
         END-IF.
         MOVE SPACES TO WRK-FLAG.
         IF CP-NORATE(CPT-IX) = 'Y'
          MOVE 'NORT' TO WRK-FLAG
          ADD 1 TO CT-NORATE
          MOVE 'OPEN EXPOSURE WITH NO RATE TO LIMIT CUR'
           TO ALRT-MSG
          PERFORM 250-RAISE-ALERT
         END-IF.
         IF WRK-AVAIL < 0
          MOVE 'OVER' TO WRK-FLAG
          ADD 1 TO CT-OVER
          MOVE 'COUNTERPARTY OPEN EXPOSURE OVER LIMIT' TO ALRT-MSG
          PERFORM 250-RAISE-ALERT
         ELSE
          IF WRK-PCT NOT < WARN-PCT AND CP-USED(CPT-IX) > 0
             AND WRK-FLAG = SPACES
           MOVE 'WARN' TO WRK-FLAG
           ADD 1 TO CT-WARN
          END-IF
         END-IF.
         MOVE CP-LIMIT(CPT-IX) TO ED-LIMIT.
         MOVE CP-USED(CPT-IX) TO ED-USED.
         MOVE CP-TODAY(CPT-IX) TO ED-TODAY.
         MOVE WRK-AVAIL TO ED-AVAIL.
         MOVE WRK-PCT TO ED-PCT.
         MOVE SPACES TO RPT-REC.
         STRING ' ' CP-ID(CPT-IX) ' ' CP-ENT(CPT-IX)
          ' ' CP-STATUS(CPT-IX) ' ' CP-LIM-CUR(CPT-IX)
          ' ' ED-LIMIT ' ' ED-USED ' ' ED-TODAY
          ' ' ED-AVAIL ' ' ED-PCT ' ' WRK-FLAG
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING '          ' CP-NAME(CPT-IX)
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO CPT-IX.

        231-ADD-TOTAL.
         MOVE 1 TO TOT-IX.
         PERFORM 232-SCAN-TOTAL UNTIL TOT-IX > TOT-CT.
         IF TOT-IX = 999
          EXIT PARAGRAPH
         END-IF.
         IF TOT-CT >= 99
          DISPLAY 'LIMIT CURRENCY TABLE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO TOT-CT.
         MOVE CP-LIM-CUR(CPT-IX) TO TT-CUR(TOT-CT).
         MOVE CP-LIMIT(CPT-IX) TO TT-LIMIT(TOT-CT).
         MOVE CP-USED(CPT-IX) TO TT-USED(TOT-CT).
         MOVE CP-TODAY(CPT-IX) TO TT-TODAY(TOT-CT).

        232-SCAN-TOTAL.
         IF TT-CUR(TOT-IX) = CP-LIM-CUR(CPT-IX)
          ADD CP-LIMIT(CPT-IX) TO TT-LIMIT(TOT-IX)
          ADD CP-USED(CPT-IX) TO TT-USED(TOT-IX)
          ADD CP-TODAY(CPT-IX) TO TT-TODAY(TOT-IX)
          MOVE 999 TO TOT-IX
         ELSE
          ADD 1 TO TOT-IX
         END-IF.

        240-WRITE-ONE-ORPHAN.
         ADD 1 TO CT-ORPHAN.
         MOVE OR-USED(ORPH-IX) TO ED-USED.
         MOVE SPACES TO RPT-REC.
         STRING ' ' OR-ID(ORPH-IX) ' ' OR-ENT(ORPH-IX)
          ' ' OR-CUR(ORPH-IX)
          '   OPEN USED ' ED-USED '  NOT ON MASTER'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO ORPH-IX.

        250-RAISE-ALERT.
         OPEN EXTEND ALRT-FL.
         IF STTS-ALRT = 35 OR STTS-ALRT = 30
          OPEN OUTPUT ALRT-FL
         END-IF.
         ADD 1 TO ALRT-SEQ-CT.
         MOVE ALRT-SEQ-CT TO ALRT-SEQ.
         MOVE 'CPU' TO ALRT-TYPE.
         MOVE CP-ID(CPT-IX) TO ALRT-A.
         MOVE CP-ENT(CPT-IX) TO ALRT-B.
         MOVE TODAY-DT TO ALRT-DT.
         MOVE FUNCTION CURRENT-DATE(1:14) TO ALRT-TS.
         DISPLAY 'ALERT: CPU ' CP-ID(CPT-IX) '/' CP-ENT(CPT-IX)
          ' - ' ALRT-MSG.
         WRITE ALRT-RCRD.
         CLOSE ALRT-FL.

        260-WRITE-ONE-TOTAL.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE TT-LIMIT(TOT-IX) TO ED-TOT.
         MOVE SPACES TO RPT-REC.
         STRING 'TOTAL LIMIT      ' ED-TOT ' ' TT-CUR(TOT-IX)
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE TT-USED(TOT-IX) TO ED-TOT.
         MOVE SPACES TO RPT-REC.
         STRING 'TOTAL OPEN USED  ' ED-TOT ' ' TT-CUR(TOT-IX)
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE TT-TODAY(TOT-IX) TO ED-TOT.
         MOVE SPACES TO RPT-REC.
         STRING 'BOOKED TODAY     ' ED-TOT ' ' TT-CUR(TOT-IX)
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO TOT-IX.

        300-END.
         DISPLAY '-- COUNTERPARTY LIMIT UTILIZATION SUMMARY --'.
         DISPLAY ' MASTER LINES: ' CT-LINES.
         DISPLAY ' OVER LIMIT: ' CT-OVER.
         DISPLAY ' AT WARNING LEVEL: ' CT-WARN.
         DISPLAY ' EXPOSURE NOT ON MASTER: ' CT-ORPHAN.
         DISPLAY ' LINES WITH NO RATE TO LIMIT CURRENCY: ' CT-NORATE.
         IF (CT-OVER > 0 OR CT-ORPHAN > 0 OR CT-NORATE > 0)
            AND RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: CPLR0001'.
         GOBACK.
       END PROGRAM CPLR0001.
