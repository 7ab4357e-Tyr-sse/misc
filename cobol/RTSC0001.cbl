      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - COMPARACAO ENTRE PROVEDORES DE TAXA:
      *          CONFRONTA CADA TAXA DO PROVEDOR SECUNDARIO (RATESEC.txt,
      *          CARREGADO PELO RTLD0001 COM PROVIDER=SEC) COM A MESMA
      *          CHAVE EM RATE.txt; DIVERGENCIA ACIMA DA TOLERANCIA DO
      *          PAR (RATETOL.txt, OU A PADRAO) VAI PARA O RELATORIO
      *          RATESRC.txt E PARA ALERT.txt; CHAVE QUE O PRIMARIO NAO
      *          TEM E PREENCHIDA EM RATE.txt E RATEARCH.txt COM ORIGEM
      *          SEC
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. RTSC0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT RATE-FL ASSIGN RATE-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RATE.
         SELECT SEC-FL ASSIGN SEC-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-SEC.
         SELECT TOL-FL ASSIGN TOL-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-TOL.
         SELECT ARCH-FL ASSIGN ARCH-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ARCH.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.
         SELECT ALRT-FL ASSIGN ALRT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ALRT.

       DATA DIVISION.
        FILE SECTION.
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
          02 RATE-SRC                                      PIC X(3).

         FD SEC-FL.
         01 SEC-RCRD.
          02 SEC-A                                         PIC X(10).
          02 SEC-B                                         PIC X(10).
          02 SEC-EFF-DT                                    PIC 9(8).
          02 SEC-NUM                                       PIC 9(10).
          02 SEC-DEN                                       PIC 9(10).
          02 SEC-FIX                                       PIC X(5).
          02 SEC-TENOR                                     PIC X(3).
          02 SEC-SIDE                                      PIC X.
          02 SEC-SRC                                       PIC X(3).

         FD TOL-FL.
         01 TOL-RCRD.
          02 TOL-A                                         PIC X(10).
          02 TOL-B                                         PIC X(10).
          02 TOL-PCT                                   PIC 9(3)V99.

         FD ARCH-FL.
         01 ARCH-RCRD.
          02 AR-LOAD-TS                                    PIC 9(14).
          02 AR-A                                          PIC X(10).
          02 AR-B                                          PIC X(10).
          02 AR-EFF-DT                                     PIC 9(8).
          02 AR-NUM                                        PIC 9(10).
          02 AR-DEN                                        PIC 9(10).
          02 AR-FIX                                        PIC X(5).
          02 AR-TENOR                                      PIC X(3).
          02 AR-SIDE                                       PIC X.
          02 AR-SRC                                        PIC X(3).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(100).

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
             VALUE 'RTSC0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 RATE-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RATE.txt'.
         77 SEC-FL-PATH               PIC X(80)
             VALUE '.\..\fls\RATESEC.txt'.
         77 TOL-FL-PATH               PIC X(80)
             VALUE '.\..\fls\RATETOL.txt'.
         77 ARCH-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RATEARCH.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\RATESRC.txt'.
         77 ALRT-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ALERT.txt'.
         77 RATE-FL-PATH-ENV          PIC X(80).
         77 SEC-FL-PATH-ENV           PIC X(80).
         77 TOL-FL-PATH-ENV           PIC X(80).
         77 ARCH-FL-PATH-ENV          PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 ALRT-FL-PATH-ENV          PIC X(80).

         77 STTS-RATE                                      PIC 99.
         77 STTS-SEC                                       PIC 99.
         77 STTS-TOL                                       PIC 99.
         77 STTS-ARCH                                      PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 STTS-ALRT                                      PIC 99.
         77 RATE-EOF                                PIC X VALUE 'N'.
          88 IS-RATE-EOF                                   VALUE 'Y'.
         77 SEC-EOF                                 PIC X VALUE 'N'.
          88 IS-SEC-EOF                                    VALUE 'Y'.
         77 TOL-EOF                                 PIC X VALUE 'N'.
          88 IS-TOL-EOF                                    VALUE 'Y'.

         77 DEF-TOL-PCT                        PIC 9(3)V99 VALUE 0.5.
         77 TOL-PCT-ENV                                    PIC X(6).

      * THE SECONDARY STAGING IS ONE DAY OF FIXINGS; EACH ROW LEARNS
      * FROM ONE PASS OVER RATE.txt WHETHER THE PRIMARY HOLDS ITS KEY
         77 SEC-CT                                     PIC 9(4) COMP.
         77 SEC-IX                                     PIC 9(4) COMP.
         77 SEC-MIN-EFF                                    PIC 9(8).
         01 SEC-TBL.
          02 SEC-ENTRY OCCURS 9999 TIMES.
           03 ST-A                                         PIC X(10).
           03 ST-B                                         PIC X(10).
           03 ST-EFF-DT                                    PIC 9(8).
           03 ST-NUM                                       PIC 9(10).
           03 ST-DEN                                       PIC 9(10).
           03 ST-FIX                                       PIC X(5).
           03 ST-TENOR                                     PIC X(3).
           03 ST-SIDE                                      PIC X.
           03 ST-PRI-FL                                    PIC X.
           03 ST-PRI-NUM                                   PIC 9(10).
           03 ST-PRI-DEN                                   PIC 9(10).
           03 ST-PRI-SRC                                   PIC X(3).

         77 TOL-CT                                     PIC 9(4) COMP.
         77 TOL-IX                                     PIC 9(4) COMP.
         77 TOL-FOUND-FL                                   PIC X.
          88 TOL-IS-FOUND                                  VALUE 'Y'.
         01 TOL-TBL.
          02 TOL-ENTRY OCCURS 999 TIMES.
           03 TT-A                                         PIC X(10).
           03 TT-B                                         PIC X(10).
           03 TT-PCT                                   PIC 9(3)V99.

         77 KEY-FIX                                        PIC X(5).
         77 KEY-TENOR                                      PIC X(3).
         77 KEY-SIDE                                       PIC X.
         77 USE-TOL-PCT                                PIC 9(3)V99.
         77 PRI-RATE                              PIC 9(10)V9(6).
         77 SEC-RATE                              PIC 9(10)V9(6).
         77 DEV-PCT                               PIC S9(7)V99.
         77 WRK-DEV                               PIC 9(7).99.
         77 WRK-TOL                               PIC 9(3).99.

         77 CT-SEC-READ                         PIC 9(6) VALUE ZEROS.
         77 CT-COMPARED                         PIC 9(6) VALUE ZEROS.
         77 CT-BREACHES                         PIC 9(6) VALUE ZEROS.
         77 CT-FILLED                           PIC 9(6) VALUE ZEROS.
         77 CT-PREV-FILLED                      PIC 9(6) VALUE ZEROS.
         77 CT-BAD-DEN                          PIC 9(6) VALUE ZEROS.
         77 ALRT-SEQ-CT                         PIC 999 VALUE ZEROS.
         77 LOAD-TS                                        PIC 9(14).
         77 TODAY-DT                                       PIC 9(8).
         01 RUN-DT.
          03 RUN-Y                    PIC 9999.
          03 RUN-M                    PIC 99.
          03 RUN-D                    PIC 99.



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
         DISPLAY 'MAIN: RTSC0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: RTSC0001'.
         ACCEPT RATE-FL-PATH-ENV FROM ENVIRONMENT 'RTSC0001_RATEFILE'.
         IF RATE-FL-PATH-ENV NOT = SPACES
          MOVE RATE-FL-PATH-ENV TO RATE-FL-PATH
         END-IF.
         ACCEPT SEC-FL-PATH-ENV FROM ENVIRONMENT 'RTSC0001_SECFILE'.
         IF SEC-FL-PATH-ENV NOT = SPACES
          MOVE SEC-FL-PATH-ENV TO SEC-FL-PATH
         END-IF.
         ACCEPT TOL-FL-PATH-ENV FROM ENVIRONMENT 'RTSC0001_TOLFILE'.
         IF TOL-FL-PATH-ENV NOT = SPACES
          MOVE TOL-FL-PATH-ENV TO TOL-FL-PATH
         END-IF.
         ACCEPT ARCH-FL-PATH-ENV FROM ENVIRONMENT 'RTSC0001_ARCHFILE'.
         IF ARCH-FL-PATH-ENV NOT = SPACES
          MOVE ARCH-FL-PATH-ENV TO ARCH-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'RTSC0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT ALRT-FL-PATH-ENV FROM ENVIRONMENT 'RTSC0001_ALERTFILE'.
         IF ALRT-FL-PATH-ENV NOT = SPACES
          MOVE ALRT-FL-PATH-ENV TO ALRT-FL-PATH
         END-IF.
         ACCEPT TOL-PCT-ENV FROM ENVIRONMENT 'RTSC0001_TOLPCT'.
         IF TOL-PCT-ENV IS NUMERIC AND TOL-PCT-ENV NOT = SPACES
          MOVE TOL-PCT-ENV TO DEF-TOL-PCT
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         MOVE FUNCTION CURRENT-DATE(1:14) TO LOAD-TS.
         MOVE 0 TO SEC-CT.
         MOVE 0 TO TOL-CT.
         MOVE 99999999 TO SEC-MIN-EFF.
         PERFORM 101-LOAD-SECONDARY.
         PERFORM 104-LOAD-TOLERANCES.
         PERFORM 107-MATCH-PRIMARY.

        101-LOAD-SECONDARY.
         OPEN INPUT SEC-FL.
         IF STTS-SEC NOT = ZEROS
          DISPLAY 'NO SECONDARY STAGING (' SEC-FL-PATH
           '), NOTHING COMPARED'
          MOVE 4 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 102-LOAD-ONE-SECONDARY UNTIL IS-SEC-EOF.
         CLOSE SEC-FL.
         IF SEC-CT = 0
          DISPLAY 'SECONDARY STAGING IS EMPTY, NOTHING COMPARED'
          MOVE 4 TO RETURN-CODE
          GOBACK
         END-IF.

        102-LOAD-ONE-SECONDARY.
         READ SEC-FL
          AT END
           MOVE 'Y' TO SEC-EOF
          NOT AT END
           ADD 1 TO CT-SEC-READ
           IF SEC-CT >= 9999
            DISPLAY 'SECONDARY TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO SEC-CT
           MOVE SEC-A TO ST-A(SEC-CT)
           MOVE SEC-B TO ST-B(SEC-CT)
           MOVE SEC-EFF-DT TO ST-EFF-DT(SEC-CT)
           MOVE SEC-NUM TO ST-NUM(SEC-CT)
           MOVE SEC-DEN TO ST-DEN(SEC-CT)
           MOVE SEC-FIX TO ST-FIX(SEC-CT)
           MOVE SEC-TENOR TO ST-TENOR(SEC-CT)
           MOVE SEC-SIDE TO ST-SIDE(SEC-CT)
           MOVE 'N' TO ST-PRI-FL(SEC-CT)
           IF SEC-EFF-DT < SEC-MIN-EFF
            MOVE SEC-EFF-DT TO SEC-MIN-EFF
           END-IF
         END-READ.
         IF STTS-SEC NOT = ZEROS AND STTS-SEC NOT = 10
          DISPLAY 'I/O ERROR READING SEC-FL, STATUS = ' STTS-SEC
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO SEC-EOF
         END-IF.

        104-LOAD-TOLERANCES.
         OPEN INPUT TOL-FL.
         IF STTS-TOL NOT = ZEROS
          DISPLAY 'NO PER-PAIR TOLERANCES, DEFAULT ' DEF-TOL-PCT
           ' PCT FOR ALL PAIRS'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 105-LOAD-ONE-TOLERANCE UNTIL IS-TOL-EOF.
         CLOSE TOL-FL.

        105-LOAD-ONE-TOLERANCE.
         READ TOL-FL
          AT END
           MOVE 'Y' TO TOL-EOF
          NOT AT END
           IF TOL-PCT IS NUMERIC AND TOL-CT < 999
            ADD 1 TO TOL-CT
            MOVE TOL-A TO TT-A(TOL-CT)
            MOVE TOL-B TO TT-B(TOL-CT)
            MOVE TOL-PCT TO TT-PCT(TOL-CT)
           END-IF
         END-READ.
         IF STTS-TOL NOT = ZEROS AND STTS-TOL NOT = 10
          DISPLAY 'I/O ERROR READING TOL-FL, STATUS = ' STTS-TOL
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO TOL-EOF
         END-IF.

        107-MATCH-PRIMARY.
      * ROWS OLDER THAN THE EARLIEST STAGED DATE CANNOT MATCH AND ARE
      * PASSED OVER; THE LAST PRIMARY ROW FOR A KEY IS THE ONE USED
         OPEN INPUT RATE-FL.
         IF STTS-RATE NOT = ZEROS
          DISPLAY 'RATE-FL NOT READABLE, EVERY STAGED RATE IS A FILL'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 108-MATCH-ONE-PRIMARY UNTIL IS-RATE-EOF.
         CLOSE RATE-FL.

        108-MATCH-ONE-PRIMARY.
         READ RATE-FL
          AT END
           MOVE 'Y' TO RATE-EOF
          NOT AT END
           IF RATE-EFF-DT NOT < SEC-MIN-EFF
            PERFORM 110-NORMALIZE-KEY
            MOVE 1 TO SEC-IX
            PERFORM 109-MARK-ONE-SECONDARY UNTIL SEC-IX > SEC-CT
           END-IF
         END-READ.
         IF STTS-RATE NOT = ZEROS AND STTS-RATE NOT = 10
          DISPLAY 'I/O ERROR READING RATE-FL, STATUS = ' STTS-RATE
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO RATE-EOF
         END-IF.

        109-MARK-ONE-SECONDARY.
         IF ST-A(SEC-IX) = RATE-A AND ST-B(SEC-IX) = RATE-B
            AND ST-EFF-DT(SEC-IX) = RATE-EFF-DT
            AND ST-FIX(SEC-IX) = KEY-FIX
            AND ST-TENOR(SEC-IX) = KEY-TENOR
            AND ST-SIDE(SEC-IX) = KEY-SIDE
          MOVE 'Y' TO ST-PRI-FL(SEC-IX)
          MOVE RATE-NUM TO ST-PRI-NUM(SEC-IX)
          MOVE RATE-DEN TO ST-PRI-DEN(SEC-IX)
          MOVE RATE-SRC TO ST-PRI-SRC(SEC-IX)
         END-IF.
         ADD 1 TO SEC-IX.

        110-NORMALIZE-KEY.
      * RATE.txt WRITTEN BEFORE THE FEED DEFAULTS EXISTED MAY CARRY
      * BLANK FIXING, TENOR OR SIDE; THE STAGING ALWAYS HAS THEM SET
         IF RATE-FIX = SPACES
          MOVE 'CLOSE' TO KEY-FIX
         ELSE
          MOVE RATE-FIX TO KEY-FIX
         END-IF.
         IF RATE-TENOR = SPACES
          MOVE 'SPT' TO KEY-TENOR
         ELSE
          MOVE RATE-TENOR TO KEY-TENOR
         END-IF.
         IF RATE-SIDE = SPACE
          MOVE 'M' TO KEY-SIDE
         ELSE
          MOVE RATE-SIDE TO KEY-SIDE
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: RTSC0001'.
         OPEN OUTPUT RPT-FL.
         PERFORM 201-WRITE-RPT-HEADER.
         OPEN EXTEND RATE-FL.
         IF STTS-RATE = 35 OR STTS-RATE = 30
          OPEN OUTPUT RATE-FL
         END-IF.
         IF STTS-RATE NOT = ZEROS
          DISPLAY 'ERROR OPENING RATE-FL, STATUS = ' STTS-RATE
          MOVE 8 TO RETURN-CODE
          CLOSE RPT-FL
          GOBACK
         END-IF.
         OPEN EXTEND ARCH-FL.
         IF STTS-ARCH = 35 OR STTS-ARCH = 30
          OPEN OUTPUT ARCH-FL
         END-IF.
         MOVE 1 TO SEC-IX.
         PERFORM 202-CHECK-ONE-SECONDARY UNTIL SEC-IX > SEC-CT.
         CLOSE RATE-FL.
         CLOSE ARCH-FL.
         PERFORM 209-WRITE-RPT-TRAILER.
         CLOSE RPT-FL.

        201-WRITE-RPT-HEADER.
         MOVE FUNCTION CURRENT-DATE(1:4) TO RUN-Y.
         MOVE FUNCTION CURRENT-DATE(5:2) TO RUN-M.
         MOVE FUNCTION CURRENT-DATE(7:2) TO RUN-D.
         MOVE SPACES TO RPT-REC.
         STRING 'RATE SOURCE COMPARISON ' RUN-Y '-' RUN-M '-' RUN-D
          '  SECONDARY: ' SEC-FL-PATH
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.

        202-CHECK-ONE-SECONDARY.
         EVALUATE TRUE
          WHEN ST-DEN(SEC-IX) = 0
           ADD 1 TO CT-BAD-DEN
          WHEN ST-PRI-FL(SEC-IX) NOT = 'Y'
           PERFORM 204-FILL-FROM-SECONDARY
          WHEN ST-PRI-SRC(SEC-IX) = 'SEC'
           ADD 1 TO CT-PREV-FILLED
          WHEN ST-PRI-DEN(SEC-IX) = 0
           ADD 1 TO CT-BAD-DEN
          WHEN OTHER
           PERFORM 203-COMPARE-SOURCES
         END-EVALUATE.
         ADD 1 TO SEC-IX.

        203-COMPARE-SOURCES.
         ADD 1 TO CT-COMPARED.
         PERFORM 206-FIND-TOLERANCE.
         COMPUTE PRI-RATE = ST-PRI-NUM(SEC-IX) / ST-PRI-DEN(SEC-IX).
         COMPUTE SEC-RATE = ST-NUM(SEC-IX) / ST-DEN(SEC-IX).
         IF PRI-RATE = 0
          MOVE ZEROS TO DEV-PCT
         ELSE
          COMPUTE DEV-PCT ROUNDED =
           ((SEC-RATE - PRI-RATE) / PRI-RATE) * 100
         END-IF.
         IF DEV-PCT < 0
          COMPUTE DEV-PCT = DEV-PCT * -1
         END-IF.
         IF DEV-PCT > USE-TOL-PCT
          ADD 1 TO CT-BREACHES
          MOVE DEV-PCT TO WRK-DEV
          MOVE USE-TOL-PCT TO WRK-TOL
          MOVE SPACES TO RPT-REC
          STRING 'DIVERGES ' WRK-DEV ' PCT (TOL ' WRK-TOL '): '
           ST-A(SEC-IX) '/' ST-B(SEC-IX) ' ' ST-EFF-DT(SEC-IX)
           ' ' ST-FIX(SEC-IX) ' ' ST-TENOR(SEC-IX)
           ' ' ST-SIDE(SEC-IX)
           DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
          MOVE SPACES TO RPT-REC
          STRING '   PRIMARY ' ST-PRI-NUM(SEC-IX) '/'
           ST-PRI-DEN(SEC-IX) '  SECONDARY ' ST-NUM(SEC-IX) '/'
           ST-DEN(SEC-IX)
           DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
          DISPLAY 'SOURCES DIVERGE ' WRK-DEV ' PCT: '
           ST-A(SEC-IX) '/' ST-B(SEC-IX) ' ' ST-EFF-DT(SEC-IX)
          PERFORM 210-RAISE-ALERT
         END-IF.

        204-FILL-FROM-SECONDARY.
      * THE PRIMARY HAS NO RATE FOR THIS KEY: THE SECONDARY'S GOES
      * INTO RATE.txt AND THE ARCHIVE MARKED AS SOURCE SEC
         MOVE ST-A(SEC-IX) TO RATE-A.
         MOVE ST-B(SEC-IX) TO RATE-B.
         MOVE ST-EFF-DT(SEC-IX) TO RATE-EFF-DT.
         MOVE ST-NUM(SEC-IX) TO RATE-NUM.
         MOVE ST-DEN(SEC-IX) TO RATE-DEN.
         MOVE ST-FIX(SEC-IX) TO RATE-FIX.
         MOVE ST-TENOR(SEC-IX) TO RATE-TENOR.
         MOVE ST-SIDE(SEC-IX) TO RATE-SIDE.
         MOVE 'SEC' TO RATE-SRC.
         WRITE RATE-RCRD.
         IF STTS-RATE NOT = ZEROS
          DISPLAY 'I/O ERROR WRITING RATE-FL, STATUS = ' STTS-RATE
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CT-FILLED.
         MOVE LOAD-TS TO AR-LOAD-TS.
         MOVE RATE-A TO AR-A.
         MOVE RATE-B TO AR-B.
         MOVE RATE-EFF-DT TO AR-EFF-DT.
         MOVE RATE-NUM TO AR-NUM.
         MOVE RATE-DEN TO AR-DEN.
         MOVE RATE-FIX TO AR-FIX.
         MOVE RATE-TENOR TO AR-TENOR.
         MOVE RATE-SIDE TO AR-SIDE.
         MOVE RATE-SRC TO AR-SRC.
         WRITE ARCH-RCRD.
         MOVE SPACES TO RPT-REC.
         STRING 'FILLED FROM SECONDARY: ' RATE-A '/' RATE-B
          ' ' RATE-EFF-DT ' ' RATE-FIX ' ' RATE-TENOR ' ' RATE-SIDE
          ' RATE ' RATE-NUM '/' RATE-DEN
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.

        206-FIND-TOLERANCE.
         MOVE DEF-TOL-PCT TO USE-TOL-PCT.
         MOVE 'N' TO TOL-FOUND-FL.
         MOVE 1 TO TOL-IX.
         PERFORM 207-SCAN-TOLERANCE UNTIL TOL-IX > TOL-CT
          OR TOL-IS-FOUND.

        207-SCAN-TOLERANCE.
      * A TOLERANCE ROW COVERS THE PAIR IN EITHER DIRECTION
         IF (TT-A(TOL-IX) = ST-A(SEC-IX)
             AND TT-B(TOL-IX) = ST-B(SEC-IX))
            OR (TT-A(TOL-IX) = ST-B(SEC-IX)
             AND TT-B(TOL-IX) = ST-A(SEC-IX))
          MOVE TT-PCT(TOL-IX) TO USE-TOL-PCT
          MOVE 'Y' TO TOL-FOUND-FL
         ELSE
          ADD 1 TO TOL-IX
         END-IF.

        210-RAISE-ALERT.
         OPEN EXTEND ALRT-FL.
         IF STTS-ALRT = 35 OR STTS-ALRT = 30
          OPEN OUTPUT ALRT-FL
         END-IF.
         ADD 1 TO ALRT-SEQ-CT.
         MOVE ALRT-SEQ-CT TO ALRT-SEQ.
         MOVE 'RSV' TO ALRT-TYPE.
         MOVE ST-A(SEC-IX) TO ALRT-A.
         MOVE ST-B(SEC-IX) TO ALRT-B.
         MOVE SPACES TO ALRT-MSG.
         STRING 'PROVIDERS DIVERGE ' WRK-DEV ' PCT'
          DELIMITED BY SIZE INTO ALRT-MSG.
         MOVE TODAY-DT TO ALRT-DT.
         MOVE FUNCTION CURRENT-DATE(1:14) TO ALRT-TS.
         WRITE ALRT-RCRD.
         CLOSE ALRT-FL.

        209-WRITE-RPT-TRAILER.
         MOVE SPACES TO RPT-REC.
         STRING 'STAGED: ' CT-SEC-READ '  COMPARED: ' CT-COMPARED
          '  DIVERGENT: ' CT-BREACHES '  FILLED: ' CT-FILLED
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.

        300-END.
         DISPLAY '-- RATE SOURCE COMPARISON SUMMARY --'.
         DISPLAY ' SECONDARY RATES STAGED: ' SEC-CT.
         DISPLAY ' COMPARED WITH PRIMARY: ' CT-COMPARED.
         DISPLAY ' DIVERGENT BEYOND TOLERANCE: ' CT-BREACHES.
         DISPLAY ' FILLED FROM SECONDARY: ' CT-FILLED.
         DISPLAY ' ALREADY FILLED EARLIER: ' CT-PREV-FILLED.
         IF CT-BAD-DEN > 0
          DISPLAY ' SKIPPED, ZERO DENOMINATOR: ' CT-BAD-DEN
         END-IF.
         IF CT-BREACHES > 0 AND RETURN-CODE < 4
          DISPLAY ' PROVIDERS DISAGREE, SEE ' RPT-FL-PATH
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: RTSC0001'.
         GOBACK.
       END PROGRAM RTSC0001.
