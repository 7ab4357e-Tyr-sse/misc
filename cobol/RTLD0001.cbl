      * Date: 20260822
      * Purpose: ESTUDAR COBOL - CARREGAR O ARQUIVO CSV DE FIXINGS DO
      *          PROVEDOR PARA O LAYOUT RATE.txt, COM VALIDACAO, RELATORIO
      *          DE DISCREPANCIAS E REGISTRO NO MANIFESTO DE EXECUCAO;
      *          COM RTLD0001_PROVIDER=SEC CARREGA O PROVEDOR SECUNDARIO
      *          NA AREA PROPRIA RATESEC.txt (REGRAVADA A CADA CARGA,
      *          SEM ARQUIVO MORTO) PARA A COMPARACAO DO RTSC0001
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          02 RATE-FIX                                      PIC X(5).
          02 RATE-TENOR                                    PIC X(3).
          02 RATE-SIDE                                     PIC X.
          02 RATE-SRC                                      PIC X(3).

         FD REJ-FL.
         01 REJ-RCRD.
          02 AR-FIX                                        PIC X(5).
          02 AR-TENOR                                      PIC X(3).
          02 AR-SIDE                                       PIC X.
          02 AR-SRC                                        PIC X(3).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'RTLD0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 FEED-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RATEFEED.csv'.
         77 RATE-FL-PATH              PIC X(80)
         77 RATE-FL-PATH-ENV          PIC X(80).
         77 REJ-FL-PATH-ENV           PIC X(80).
         77 MFST-FL-PATH-ENV          PIC X(80).
         77 PROVIDER-ENV                                   PIC X(3).
         77 PROVIDER                          PIC X(3) VALUE 'PRI'.
          88 IS-SECONDARY                                  VALUE 'SEC'.

         77 STTS-FEED                                      PIC 99.
         77 STTS-RATE                                      PIC 99.
         77 DIGITS-FLD                                     PIC X(12).
         77 DIGITS-IX                                      PIC 99.
         77 DIGITS-SEEN                                    PIC 99.
         77 CT-NORMALIZED                       PIC 9(6) VALUE ZEROS.

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

         77 DTVL-DATE                 PIC 9(8).
         77 DTVL-RC                   PIC 99.

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
         DISPLAY 'MAIN: RTLD0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: RTLD0001'.
      * THE SECONDARY PROVIDER NEVER TOUCHES RATE.txt DIRECTLY: IT IS
      * STAGED APART AND ONLY RTSC0001 MOVES A RATE ACROSS, AS A FILL
         ACCEPT PROVIDER-ENV FROM ENVIRONMENT 'RTLD0001_PROVIDER'.
         IF PROVIDER-ENV = 'SEC'
          MOVE 'SEC' TO PROVIDER
          MOVE '.\..\fls\RATEFEED2.csv' TO FEED-FL-PATH
          MOVE '.\..\fls\RATESEC.txt' TO RATE-FL-PATH
          MOVE '.\..\fls\RATEFEED2.REJ' TO REJ-FL-PATH
          DISPLAY 'SECONDARY PROVIDER LOAD INTO STAGING'
         END-IF.
         ACCEPT FEED-FL-PATH-ENV FROM ENVIRONMENT 'RTLD0001_FEEDFILE'.
         IF FEED-FL-PATH-ENV NOT = SPACES
          MOVE FEED-FL-PATH-ENV TO FEED-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         MOVE FUNCTION CURRENT-DATE(1:14) TO LOAD-TS.
         MOVE 'LOD' TO PCVT-FUNC.
         PERFORM 915-CALL-PCVT.
         IF PCVT-RC NOT = ZEROS
          DISPLAY 'NO PAIR CONVENTIONS, FEED VALUES LOADED AS QUOTED'
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: RTLD0001'.
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         IF IS-SECONDARY
          OPEN OUTPUT RATE-FL
         ELSE
          OPEN EXTEND RATE-FL
          IF STTS-RATE = 35 OR STTS-RATE = 30
           OPEN OUTPUT RATE-FL
          END-IF
         END-IF.
         IF STTS-RATE NOT = ZEROS
          DISPLAY 'ERROR OPENING RATE-FL, STATUS = ' STTS-RATE
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         IF NOT IS-SECONDARY
          OPEN EXTEND ARCH-FL
          IF STTS-ARCH = 35 OR STTS-ARCH = 30
           OPEN OUTPUT ARCH-FL
          END-IF
         END-IF.
         OPEN OUTPUT REJ-FL.
         PERFORM 201-WRITE-REJ-HEADER.
         PERFORM 202-LOAD-ONE-LINE UNTIL IS-FEED-EOF.
         CLOSE FEED-FL.
         CLOSE RATE-FL.
         IF NOT IS-SECONDARY
          CLOSE ARCH-FL
         END-IF.
         CLOSE REJ-FL.

        201-WRITE-REJ-HEADER.
           MOVE 'BAD SIDE CODE' TO WRK-REASON
          END-IF
         END-IF.
         IF WRK-REASON = SPACES
          PERFORM 206-APPLY-CONVENTION
         END-IF.
         IF WRK-REASON = SPACES
          PERFORM 204-WRITE-RATE
         ELSE
         ELSE
          MOVE FLD-SIDE TO RATE-SIDE
         END-IF.
         MOVE PROVIDER TO RATE-SRC.
         WRITE RATE-RCRD.
         IF STTS-RATE NOT = ZEROS
          DISPLAY 'I/O ERROR WRITING RATE-FL, STATUS = ' STTS-RATE
          MOVE 8 TO RETURN-CODE
         ELSE
          ADD 1 TO CT-LOADED
          IF IS-SECONDARY
           EXIT PARAGRAPH
          END-IF
      * EVERY LOADED RATE GOES TO THE DATED ARCHIVE SO AUDIT CAN
      * REBUILD THE TABLE EXACTLY AS IT STOOD ON ANY GIVEN DAY
          MOVE LOAD-TS TO AR-LOAD-TS
          MOVE RATE-FIX TO AR-FIX
          MOVE RATE-TENOR TO AR-TENOR
          MOVE RATE-SIDE TO AR-SIDE
          MOVE RATE-SRC TO AR-SRC
          WRITE ARCH-RCRD
         END-IF.

         WRITE REJ-RCRD.
         ADD 1 TO CT-REJECTED.

        206-APPLY-CONVENTION.
      * A PAIR ON THE CONVENTION MASTER ARRIVES AS THE MARKET QUOTES
      * IT (PER 100 OR 1000 UNITS, OR IN THE OPPOSITE DIRECTION) AND
      * IS TURNED INTO UNITS OF B PER ONE A BEFORE IT IS STORED
         MOVE 'NRM' TO PCVT-FUNC.
         MOVE FLD-A TO PCVT-A.
         MOVE FLD-B TO PCVT-B.
         MOVE WRK-NUM TO PCVT-NUM.
         MOVE WRK-DEN TO PCVT-DEN.
         PERFORM 915-CALL-PCVT.
         EVALUATE PCVT-RC
          WHEN ZEROS
           MOVE PCVT-NUM TO WRK-NUM
           MOVE PCVT-DEN TO WRK-DEN
           ADD 1 TO CT-NORMALIZED
          WHEN 4
           CONTINUE
          WHEN OTHER
           MOVE 'CONVENTION OVERFLOW' TO WRK-REASON
         END-EVALUATE.

        910-CHECK-DIGITS.
         MOVE 'Y' TO DIGITS-OK-FL.
         MOVE ZEROS TO DIGITS-SEEN.
         END-IF.
         ADD 1 TO DIGITS-IX.

        915-CALL-PCVT.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'PCVT0001' USING PCVT-FUNC PCVT-A PCVT-B PCVT-NUM
           PCVT-DEN PCVT-MKT-BASE PCVT-MKT-QUOTE PCVT-UNIT PCVT-DEC
           PCVT-MKT-RATE PCVT-MKT-DISP PCVT-LO PCVT-HI PCVT-RC.
         MOVE SAVED-RC TO RETURN-CODE.

        300-END.
         DISPLAY '-- RATE FEED LOAD SUMMARY --'.
         DISPLAY ' LINES READ: ' CT-READ.
         DISPLAY ' RATES LOADED: ' CT-LOADED.
         DISPLAY ' LINES REJECTED: ' CT-REJECTED.
         DISPLAY ' RATES NORMALIZED BY PAIR CONVENTION: '
           CT-NORMALIZED.
         IF CT-LOADED > 0
          PERFORM 301-WRITE-MANIFEST-ENTRY
         END-IF.
          DISPLAY 'ERROR OPENING MFST-FL, STATUS = ' STTS-MFST
          MOVE 8 TO RETURN-CODE
         ELSE
          IF IS-SECONDARY
           MOVE 'RATESEC' TO MFST-FILE-ID
          ELSE
           MOVE 'RATE' TO MFST-FILE-ID
          END-IF
          MOVE TODAY-DT TO MFST-RUN-DATE
          MOVE 'RTLD0001' TO MFST-PROGRAM
          WRITE MFST-RCRD
          CLOSE MFST-FL
          DISPLAY 'MANIFEST UPDATED: ' MFST-FILE-ID ' -> ' TODAY-DT
         END-IF.
       END PROGRAM RTLD0001.
