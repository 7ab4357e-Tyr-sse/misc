      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - SERVICO CENTRAL DE SEQUENCIAS:
      *          SUBPROGRAMA CHAMADO COM (FUNCAO, NOME DA SEQUENCIA,
      *          NUMERO, PROGRAMA, NOTA, RC). NEXT ENTREGA O PROXIMO
      *          NUMERO E O GRAVA COMO ISSUED NO LOG DE ALOCACAO
      *          (SEQALOC.txt) ANTES DE DEVOLVER, DE MODO QUE NENHUM
      *          NUMERO SE PERDE SEM RASTRO; PEEK SO MOSTRA O PROXIMO;
      *          DLVR REGISTRA O ARQUIVO ENTREGUE COM O NUMERO; VOID
      *          ANULA UM NUMERO COM MOTIVO. O SEQG0001 AUDITA O LOG.
      *          RC=0 OK, RC=8 ERRO DE I/O, RC=12 CHAMADA INVALIDA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. SEQN0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT ALC-FL ASSIGN ALC-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ALC.

       DATA DIVISION.
        FILE SECTION.
         FD ALC-FL.
         01 ALC-RCRD.
           COPY SEQAREC.

        WORKING-STORAGE SECTION.
         77 ALC-FL-PATH               PIC X(80)
             VALUE '.\..\fls\SEQALOC.txt'.
         77 ALC-FL-PATH-ENV           PIC X(80).
         77 STTS-ALC                                       PIC 99.
         77 ALC-EOF-FL                                     PIC X.
          88 ALC-IS-EOF                                    VALUE 'Y'.
         77 LAST-NUM                                       PIC 9(9).
         77 EVENT-WRK                                      PIC X(9).
         77 SAVED-RC                                PIC S9(9) COMP-5.

        LINKAGE SECTION.
         01 SEQN-FUNC                                      PIC X(4).
         01 SEQN-NAME                                      PIC X(8).
         01 SEQN-NUM                                       PIC 9(9).
         01 SEQN-PGM                                       PIC X(8).
         01 SEQN-NOTE                                      PIC X(40).
         01 SEQN-RC                                        PIC 99.

       PROCEDURE DIVISION USING SEQN-FUNC SEQN-NAME SEQN-NUM
           SEQN-PGM SEQN-NOTE SEQN-RC.
        000-MAIN.
      * PRESERVE THE CALLER'S RETURN-CODE ACROSS THIS SERVICE CALL
         MOVE RETURN-CODE TO SAVED-RC.
         MOVE ZEROS TO SEQN-RC.
         ACCEPT ALC-FL-PATH-ENV FROM ENVIRONMENT 'SEQN0001_ALOCFILE'.
         IF ALC-FL-PATH-ENV NOT = SPACES
          MOVE ALC-FL-PATH-ENV TO ALC-FL-PATH
         END-IF.
         IF SEQN-NAME = SPACES
          DISPLAY 'SEQN0001: SEQUENCE NAME REQUIRED'
          MOVE 12 TO SEQN-RC
          MOVE SAVED-RC TO RETURN-CODE
          GOBACK
         END-IF.
         EVALUATE SEQN-FUNC
          WHEN 'NEXT'
           PERFORM 100-FIND-LAST
           PERFORM 200-ISSUE-NEXT
          WHEN 'PEEK'
           PERFORM 100-FIND-LAST
           IF SEQN-NUM NUMERIC AND SEQN-NUM > LAST-NUM
            MOVE SEQN-NUM TO LAST-NUM
           END-IF
           COMPUTE SEQN-NUM = LAST-NUM + 1
          WHEN 'DLVR'
           MOVE 'DELIVERED' TO EVENT-WRK
           PERFORM 300-LOG-NUMBER
          WHEN 'VOID'
           IF SEQN-NOTE = SPACES
            DISPLAY 'SEQN0001: A VOID NEEDS A REASON'
            MOVE 12 TO SEQN-RC
           ELSE
            MOVE 'VOIDED' TO EVENT-WRK
            PERFORM 300-LOG-NUMBER
           END-IF
          WHEN OTHER
           DISPLAY 'SEQN0001: UNKNOWN FUNCTION ' SEQN-FUNC
           MOVE 12 TO SEQN-RC
         END-EVALUATE.
         MOVE SAVED-RC TO RETURN-CODE.
         GOBACK.

        100-FIND-LAST.
      * THE ALLOCATION LOG IS THE ONLY STATE: THE HIGHEST NUMBER
      * EVER LOGGED FOR THE SEQUENCE, WHATEVER ITS EVENT, IS TAKEN
         MOVE ZEROS TO LAST-NUM.
         OPEN INPUT ALC-FL.
         IF STTS-ALC NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO ALC-EOF-FL.
         PERFORM 110-READ-ONE-ALLOCATION UNTIL ALC-IS-EOF.
         CLOSE ALC-FL.

        110-READ-ONE-ALLOCATION.
         READ ALC-FL
          AT END
           MOVE 'Y' TO ALC-EOF-FL
          NOT AT END
           IF SA-NAME = SEQN-NAME AND SA-NUM NUMERIC
              AND SA-NUM > LAST-NUM
            MOVE SA-NUM TO LAST-NUM
           END-IF
         END-READ.
         IF STTS-ALC NOT = ZEROS AND STTS-ALC NOT = 10
          DISPLAY 'SEQN0001: I/O ERROR ON ' ALC-FL-PATH(1:40)
           ', STATUS = ' STTS-ALC
          MOVE 8 TO SEQN-RC
          MOVE 'Y' TO ALC-EOF-FL
         END-IF.

        200-ISSUE-NEXT.
         IF SEQN-RC NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
      * A CALLER MOVING OFF ITS OWN SEQUENCE FILE PASSES ITS LAST
      * NUMBER, SO THE FIRST CENTRAL NUMBER FOLLOWS THE OLD ONES
         IF SEQN-NUM NUMERIC AND SEQN-NUM > LAST-NUM
          MOVE SEQN-NUM TO LAST-NUM
         END-IF.
         IF LAST-NUM = 999999999
          DISPLAY 'SEQN0001: SEQUENCE ' SEQN-NAME ' EXHAUSTED'
          MOVE 8 TO SEQN-RC
          EXIT PARAGRAPH
         END-IF.
         COMPUTE SEQN-NUM = LAST-NUM + 1.
         MOVE SPACES TO SEQN-NOTE.
         MOVE 'ISSUED' TO EVENT-WRK.
         PERFORM 300-LOG-NUMBER.

        300-LOG-NUMBER.
         IF SEQN-NUM NOT NUMERIC OR SEQN-NUM = ZEROS
          DISPLAY 'SEQN0001: NO NUMBER GIVEN FOR ' SEQN-NAME
          MOVE 12 TO SEQN-RC
          EXIT PARAGRAPH
         END-IF.
         OPEN EXTEND ALC-FL.
         IF STTS-ALC = 35 OR STTS-ALC = 30
          OPEN OUTPUT ALC-FL
         END-IF.
         IF STTS-ALC NOT = ZEROS
          DISPLAY 'SEQN0001: CANNOT OPEN ' ALC-FL-PATH(1:40)
           ', STATUS = ' STTS-ALC
          MOVE 8 TO SEQN-RC
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO ALC-RCRD.
         MOVE FUNCTION CURRENT-DATE(1:14) TO SA-TS.
         MOVE SEQN-NAME TO SA-NAME.
         MOVE SEQN-NUM TO SA-NUM.
         MOVE EVENT-WRK TO SA-EVENT.
         MOVE SEQN-PGM TO SA-PGM.
         MOVE SEQN-NOTE TO SA-NOTE.
         WRITE ALC-RCRD.
         IF STTS-ALC NOT = ZEROS
          DISPLAY 'SEQN0001: WRITE FAILED ON ' ALC-FL-PATH(1:40)
           ', STATUS = ' STTS-ALC
          MOVE 8 TO SEQN-RC
         END-IF.
         CLOSE ALC-FL.
       END PROGRAM SEQN0001.
