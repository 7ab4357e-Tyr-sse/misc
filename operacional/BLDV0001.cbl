      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - REGISTRO DE VERSAO DE BUILD: CADA
      *          PROGRAMA DA CADEIA CHAMA ESTE SERVICO NO INICIO COM
      *          FUNC 'REG' INFORMANDO SEU NOME E SEU BUILD; O DRIVER
      *          CONSULTA COM 'GET' PARA GRAVAR O BUILD EM RUNHIST.
      *          COM 'INQ' O DRIVER LIGA O MODO DE CONSULTA DE VERSAO:
      *          O 'REG' DEVOLVE RC=1 E O PROGRAMA TERMINA SEM
      *          PROCESSAR NADA; 'RUN' DESLIGA O MODO. 'GET' DE UM
      *          PROGRAMA QUE NAO SE REGISTROU DEVOLVE BUILD EM BRANCO
      *          E RC=4
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. BLDV0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.

       DATA DIVISION.
        WORKING-STORAGE SECTION.
         77 INQUIRY-FL                         PIC X VALUE 'N'.
          88 INQUIRY-IS-ON                     VALUE 'Y'.
         77 BV-CT                              PIC 9(3) COMP VALUE 0.
         77 BV-IX                              PIC 9(3) COMP.
         77 BV-FOUND-FL                                    PIC X.
          88 BV-WAS-FOUND                                  VALUE 'Y'.
         01 BV-TBL.
          02 BV-ENTRY OCCURS 100 TIMES.
           03 BV-PGM                                       PIC X(8).
           03 BV-BUILD                                     PIC X(12).
         77 SAVED-RC                  PIC S9(9) COMP-5.

        LINKAGE SECTION.
         01 BLDV-FUNC                                      PIC X(4).
         01 BLDV-PGM                                       PIC X(8).
         01 BLDV-BUILD                                     PIC X(12).
         01 BLDV-RC                                        PIC 99.

       PROCEDURE DIVISION USING BLDV-FUNC BLDV-PGM BLDV-BUILD BLDV-RC.
        000-MAIN.
      * PRESERVE THE CALLER'S RETURN-CODE ACROSS THIS SERVICE CALL
         MOVE RETURN-CODE TO SAVED-RC.
         MOVE ZEROS TO BLDV-RC.
         EVALUATE BLDV-FUNC
          WHEN 'REG'
           PERFORM 100-REGISTER
          WHEN 'GET'
           PERFORM 200-LOOKUP
          WHEN 'INQ'
           MOVE 'Y' TO INQUIRY-FL
          WHEN 'RUN'
           MOVE 'N' TO INQUIRY-FL
          WHEN OTHER
           DISPLAY 'BLDV0001: UNKNOWN FUNCTION ' BLDV-FUNC
           MOVE 8 TO BLDV-RC
         END-EVALUATE.
         MOVE SAVED-RC TO RETURN-CODE.
         GOBACK.

        100-REGISTER.
      * THE LAST BUILD A PROGRAM REPORTED WINS: A RELOADED MODULE
      * REPLACES THE STAMP OF THE COPY THAT WAS CANCELLED
         PERFORM 300-FIND-PGM.
         IF NOT BV-WAS-FOUND
          IF BV-CT < 100
           ADD 1 TO BV-CT
           MOVE BV-CT TO BV-IX
           MOVE BLDV-PGM TO BV-PGM(BV-IX)
          ELSE
           DISPLAY 'BLDV0001: BUILD TABLE FULL, ' BLDV-PGM
            ' NOT RECORDED'
           EXIT PARAGRAPH
          END-IF
         END-IF.
         MOVE BLDV-BUILD TO BV-BUILD(BV-IX).
         IF INQUIRY-IS-ON
          MOVE 1 TO BLDV-RC
         END-IF.

        200-LOOKUP.
         PERFORM 300-FIND-PGM.
         IF BV-WAS-FOUND
          MOVE BV-BUILD(BV-IX) TO BLDV-BUILD
         ELSE
          MOVE SPACES TO BLDV-BUILD
          MOVE 4 TO BLDV-RC
         END-IF.

        300-FIND-PGM.
         MOVE 'N' TO BV-FOUND-FL.
         MOVE 1 TO BV-IX.
         PERFORM 301-CHECK-ONE-PGM UNTIL BV-IX > BV-CT
          OR BV-WAS-FOUND.

        301-CHECK-ONE-PGM.
         IF BV-PGM(BV-IX) = BLDV-PGM
          MOVE 'Y' TO BV-FOUND-FL
         ELSE
          ADD 1 TO BV-IX
         END-IF.
       END PROGRAM BLDV0001.
