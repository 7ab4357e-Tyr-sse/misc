      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - HASH DO ENCADEAMENTO DAS TRILHAS DE
      *          AUDITORIA: CHAMADO COM (TEXTO, TAMANHO, ELO ANTERIOR,
      *          ELO NOVO COM A SEQUENCIA JA PREENCHIDA), CALCULA O HASH
      *          CORRENTE DO ELO NOVO A PARTIR DO HASH ANTERIOR, DA
      *          SEQUENCIA, DO TEXTO E DA CHAVE DA INSTALACAO
      *          (AUDIT_CHAIN_KEY); USADO POR QUEM GRAVA (AUDC0001) E
      *          POR QUEM CONFERE (AUDV0001), PARA OS DOIS CONCORDAREM
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. AUDH0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.


       DATA DIVISION.

        WORKING-STORAGE SECTION.
         77 KEY-LOADED-FL                           PIC X VALUE 'N'.
          88 KEY-IS-LOADED                                 VALUE 'Y'.
         77 CHAIN-KEY                                      PIC X(40).
         77 KEY-LEN                                PIC 9(4) COMP.
         77 SEQ-TXT                                        PIC 9(9).
         77 FOLD-CHAR                                      PIC X.
         77 CX                                     PIC 9(4) COMP.
         77 ACC-1                                  PIC 9(18) COMP.
         77 ACC-2                                  PIC 9(18) COMP.
         77 WRK-PROD                               PIC 9(18) COMP.
         77 WRK-QUO                                PIC 9(18) COMP.
         77 MOD-1                 PIC 9(10) COMP VALUE 9999999967.
         77 MOD-2                 PIC 9(10) COMP VALUE 9999999943.
         77 SAVED-RC                                PIC S9(9) COMP-5.

        LINKAGE SECTION.
         01 AUDH-TEXT                                      PIC X(160).
         01 AUDH-LEN                                       PIC 9(3).
         01 AUDH-PREV.
           COPY AUDCREC.
         01 AUDH-NEXT.
           COPY AUDCREC.

       PROCEDURE DIVISION USING AUDH-TEXT AUDH-LEN AUDH-PREV
                                AUDH-NEXT.
        000-MAIN.
      * PRESERVE THE CALLER'S RETURN-CODE ACROSS THIS SERVICE CALL
         MOVE RETURN-CODE TO SAVED-RC.
         IF NOT KEY-IS-LOADED
          PERFORM 100-LOAD-KEY
         END-IF.
      * THE NEW LINK STARTS FROM THE PREVIOUS ONE, SO ANY EDIT TO AN
      * EARLIER RECORD CHANGES EVERY HASH THAT FOLLOWS IT
         MOVE AUDC-SEQ OF AUDH-NEXT TO SEQ-TXT.
         IF AUDC-MARK OF AUDH-PREV = ' #'
            AND AUDC-H1 OF AUDH-PREV IS NUMERIC
            AND AUDC-H2 OF AUDH-PREV IS NUMERIC
          MOVE AUDC-H1 OF AUDH-PREV TO ACC-1
          MOVE AUDC-H2 OF AUDH-PREV TO ACC-2
         ELSE
          MOVE ZEROS TO ACC-1
          MOVE ZEROS TO ACC-2
         END-IF.
         MOVE 1 TO CX.
         PERFORM 210-FOLD-SEQ UNTIL CX > 9.
         MOVE 1 TO CX.
         PERFORM 220-FOLD-TEXT UNTIL CX > AUDH-LEN OR CX > 160.
         MOVE 1 TO CX.
         PERFORM 230-FOLD-KEY UNTIL CX > KEY-LEN.
         MOVE ' #' TO AUDC-MARK OF AUDH-NEXT.
         MOVE SPACE TO AUDC-SEP OF AUDH-NEXT.
         MOVE ACC-1 TO AUDC-H1 OF AUDH-NEXT.
         MOVE ACC-2 TO AUDC-H2 OF AUDH-NEXT.
         MOVE SAVED-RC TO RETURN-CODE.
         GOBACK.

        100-LOAD-KEY.
         ACCEPT CHAIN-KEY FROM ENVIRONMENT 'AUDIT_CHAIN_KEY'.
         IF CHAIN-KEY = SPACES
          MOVE 'ESTUDAR COBOL' TO CHAIN-KEY
         END-IF.
         MOVE 40 TO KEY-LEN.
         PERFORM 110-TRIM-KEY
          UNTIL KEY-LEN = 0 OR CHAIN-KEY(KEY-LEN:1) NOT = SPACE.
         MOVE 'Y' TO KEY-LOADED-FL.

        110-TRIM-KEY.
         SUBTRACT 1 FROM KEY-LEN.

        210-FOLD-SEQ.
         MOVE SEQ-TXT(CX:1) TO FOLD-CHAR.
         PERFORM 300-FOLD-CHAR.
         ADD 1 TO CX.

        220-FOLD-TEXT.
         MOVE AUDH-TEXT(CX:1) TO FOLD-CHAR.
         PERFORM 300-FOLD-CHAR.
         ADD 1 TO CX.

        230-FOLD-KEY.
         MOVE CHAIN-KEY(CX:1) TO FOLD-CHAR.
         PERFORM 300-FOLD-CHAR.
         ADD 1 TO CX.

        300-FOLD-CHAR.
      * TWO INDEPENDENT ACCUMULATORS; THE SECOND ALSO WEIGHS THE
      * POSITION, SO SWAPPED CHARACTERS DO NOT CANCEL OUT
         MULTIPLY ACC-1 BY 257 GIVING WRK-PROD.
         ADD FUNCTION ORD(FOLD-CHAR) TO WRK-PROD.
         DIVIDE WRK-PROD BY MOD-1 GIVING WRK-QUO REMAINDER ACC-1.
         MULTIPLY ACC-2 BY 263 GIVING WRK-PROD.
         ADD FUNCTION ORD(FOLD-CHAR) TO WRK-PROD.
         ADD CX TO WRK-PROD.
         DIVIDE WRK-PROD BY MOD-2 GIVING WRK-QUO REMAINDER ACC-2.
       END PROGRAM AUDH0001.
