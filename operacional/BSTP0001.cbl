      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - EXECUTOR DE PASSO DO DRIVER DE LOTE:
      *          RODA, EM PROCESSO PROPRIO, O PASSO DO BARALHO INDICADO
      *          POR BSTP0001_STEP E DEIXA EM BSTP0001_DONEFILE O
      *          REGISTRO DE CONCLUSAO (PASSO, INICIO, FIM, RC E VERSAO
      *          DE BUILD INFORMADA PELO PASSO) QUE O BDRV0001 AGUARDA
      *          QUANDO EXECUTA PASSOS EM PARALELO;
      *          COM BSTP0001_WAITFILE, ESPERA PELO ARQUIVO DE ENTRADA
      *          (ARRV0001) ANTES DE RODAR O PASSO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. BSTP0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT STPD-FL ASSIGN STPD-TMP-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-STPD.

       DATA DIVISION.
        FILE SECTION.
         FD STPD-FL.
         01 STPD-RCRD.
          02 SD-STEP                                        PIC X(8).
          02 SD-START                                       PIC 9(14).
          02 SD-END                                         PIC 9(14).
          02 SD-RC                                          PIC 999.
          02 SD-BUILD                                       PIC X(12).

        WORKING-STORAGE SECTION.
         77 STEP-NAME                                      PIC X(8).
         77 STPD-FL-PATH                                   PIC X(80).
         77 STPD-TMP-PATH                                  PIC X(80).
         77 STTS-STPD                                      PIC 99.
         77 STEP-START-TS                                  PIC 9(14).
         77 STEP-RC                                        PIC 999.
         77 STEP-WAITFILE                                  PIC X(8).
         77 ARRV-FUNC                          PIC X(4) VALUE 'WAIT'.
         77 ARRV-STATUS                                    PIC X(8).
         77 ARRV-RC                                        PIC 99.
         77 BLDV-FUNC                           PIC X(4) VALUE 'GET'.
         77 BLDV-BUILD                         PIC X(12) VALUE SPACES.
         77 BLDV-RC                                        PIC 99.
         77 SAVED-RC                  PIC S9(9) COMP-5.
         77 REN-RC                    PIC S9(9) COMP-5.

       PROCEDURE DIVISION.
        000-MAIN.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         ACCEPT STEP-NAME FROM ENVIRONMENT 'BSTP0001_STEP'.
         ACCEPT STPD-FL-PATH FROM ENVIRONMENT 'BSTP0001_DONEFILE'.
         ACCEPT STEP-WAITFILE FROM ENVIRONMENT 'BSTP0001_WAITFILE'.
         IF STEP-NAME = SPACES OR STPD-FL-PATH = SPACES
          DISPLAY 'BSTP0001: STEP OR COMPLETION FILE NOT GIVEN'
          MOVE 16 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE SPACES TO STPD-TMP-PATH.
         STRING STPD-FL-PATH DELIMITED BY SPACE
           '.TMP' DELIMITED BY SIZE
           INTO STPD-TMP-PATH.

        200-PROCESS.
         MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START-TS.
         MOVE ZERO TO RETURN-CODE.
      * A STEP WHOSE INBOUND FILE MISSED ITS CUT-OFF IS NOT RUN
         IF STEP-WAITFILE NOT = SPACES
          DISPLAY 'STEP ' STEP-NAME ' WAITS FOR INBOUND FILE '
           STEP-WAITFILE
          MOVE ZEROS TO ARRV-RC
          CALL 'ARRV0001' USING ARRV-FUNC STEP-WAITFILE ARRV-STATUS
           ARRV-RC
           ON EXCEPTION
            DISPLAY 'PROGRAM NOT AVAILABLE: ARRV0001'
            MOVE 12 TO ARRV-RC
          END-CALL
          DISPLAY 'INBOUND FILE ' STEP-WAITFILE ': ' ARRV-STATUS
          IF ARRV-RC >= 8
           MOVE 8 TO STEP-RC
           MOVE 8 TO RETURN-CODE
           EXIT PARAGRAPH
          END-IF
         END-IF.
         CALL STEP-NAME
          ON EXCEPTION
           DISPLAY 'STEP PROGRAM NOT FOUND: ' STEP-NAME
           MOVE 8 TO RETURN-CODE
         END-CALL.
         IF RETURN-CODE < 0 OR RETURN-CODE > 999
          MOVE 999 TO STEP-RC
         ELSE
          MOVE RETURN-CODE TO STEP-RC
         END-IF.
      * THE STEP REGISTERED ITS BUILD IN THIS PROCESS, NOT THE DRIVER'S,
      * SO IT TRAVELS BACK ON THE COMPLETION RECORD
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'BLDV0001' USING BLDV-FUNC STEP-NAME BLDV-BUILD BLDV-RC
          ON EXCEPTION
           MOVE SPACES TO BLDV-BUILD
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.

        300-END.
      * THE RECORD IS WRITTEN UNDER A WORK NAME AND RENAMED WHEN
      * CLOSED, SO THE DRIVER NEVER PICKS UP A HALF-WRITTEN FILE
         MOVE RETURN-CODE TO SAVED-RC.
         OPEN OUTPUT STPD-FL.
         IF STTS-STPD NOT = ZEROS
          DISPLAY 'ERROR OPENING STPD-FL, STATUS = ' STTS-STPD
          MOVE 16 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE STEP-NAME TO SD-STEP.
         MOVE STEP-START-TS TO SD-START.
         MOVE FUNCTION CURRENT-DATE(1:14) TO SD-END.
         MOVE STEP-RC TO SD-RC.
         MOVE BLDV-BUILD TO SD-BUILD.
         WRITE STPD-RCRD.
         CLOSE STPD-FL.
         CALL 'CBL_RENAME_FILE' USING STPD-TMP-PATH STPD-FL-PATH
          RETURNING REN-RC.
         IF REN-RC NOT = 0
          DISPLAY 'COULD NOT RELEASE COMPLETION FILE ' STPD-FL-PATH
          MOVE 16 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE SAVED-RC TO RETURN-CODE.
         GOBACK.
       END PROGRAM BSTP0001.
