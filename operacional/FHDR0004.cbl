      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20220714
      * Purpose: ESTUDAR COBOL - ESCREVER ARQUIVO SEQUENCIAL; REJEITA
      *          AVISO OPERACIONAL COM VIGENCIA OU SEVERIDADE INVALIDA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02 CKPT-IN-PATH           PIC X(80).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'FHDR0004'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         01 CT.
          03 CT-01                   PIC 9(6) VALUE ZEROS.
          03 CT-02                   PIC 99  VALUE ZEROS.

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
         DISPLAY 'MAIN: FHDR0004 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
           IF DTVL-RC NOT = ZEROS
            MOVE 'INVALID RC-DT' TO REJ-REASON
           END-IF.
           IF REJ-REASON = SPACES AND RC-NOTICE NOT = SPACES
            PERFORM 213-VALIDATE-NOTICE
           END-IF.
           IF REJ-REASON = SPACES
            STRING
             CT-01 DELIMITED BY SIZE
           END-EVALUATE.
           WRITE CSV-REC.

          213-VALIDATE-NOTICE.
      * A NOTICE LINE MUST CARRY A REAL VALIDITY AND A KNOWN SEVERITY;
      * LINES WITHOUT THE NOTICE FIELDS ARE PLAIN DATED DESCRIPTIONS
           IF NOT RC-SEV-IS-VALID
            MOVE 'INVALID SEVERITY' TO REJ-REASON
            EXIT PARAGRAPH
           END-IF.
      * A BLANK START MEANS RC-DT AND A BLANK END MEANS THE START DAY
           IF RC-NOTICE(1:8) = SPACES
            MOVE RC-DT TO RC-EFF-DT
           END-IF.
           MOVE RC-EFF-DT TO DTVL-DATE.
           MOVE RETURN-CODE TO SAVED-RC.
           CALL 'DTVL0001' USING DTVL-DATE DTVL-RC.
           MOVE SAVED-RC TO RETURN-CODE.
           IF RC-EFF-DT IS NOT NUMERIC OR DTVL-RC NOT = ZEROS
            MOVE 'INVALID EFFECTIVE DT' TO REJ-REASON
            EXIT PARAGRAPH
           END-IF.
           IF RC-NOTICE(9:8) = SPACES OR RC-EXP-DT = 99999999
            EXIT PARAGRAPH
           END-IF.
           MOVE RC-EXP-DT TO DTVL-DATE.
           MOVE RETURN-CODE TO SAVED-RC.
           CALL 'DTVL0001' USING DTVL-DATE DTVL-RC.
           MOVE SAVED-RC TO RETURN-CODE.
           IF RC-EXP-DT IS NOT NUMERIC OR DTVL-RC NOT = ZEROS
            MOVE 'INVALID EXPIRY DATE' TO REJ-REASON
            EXIT PARAGRAPH
           END-IF.
           IF RC-EXP-DT < RC-EFF-DT
            MOVE 'EXPIRY BEFORE START' TO REJ-REASON
           END-IF.

          208-REJECT-LINE.
           MOVE RC-DT-D TO R-DT-D.
           MOVE RC-DT-M TO R-DT-M.
