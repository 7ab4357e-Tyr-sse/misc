      * Date: 20260822
      * Purpose: ESTUDAR COBOL - CONSULTA DO HISTORICO DE EXECUCAO DO
      *          DRIVER (RUNHIST.txt): LISTA AS ULTIMAS N EXECUCOES COM
      *          PASSOS, HORARIOS, RETURN-CODE, SITUACAO E O BUILD
      *          QUE CADA PASSO INFORMOU AO INICIAR
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          02 RH-END                                         PIC 9(14).
          02 RH-RC                                          PIC 999.
          02 RH-WARN                                        PIC X.
          02 RH-BUILD                                       PIC X(12).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'RUNQ0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 HIST-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RUNHIST.txt'.
         77 HIST-FL-PATH-ENV          PIC X(80).
           03 RT-END                                       PIC 9(14).
           03 RT-RC                                        PIC 999.
           03 RT-WARN                                      PIC X.
           03 RT-BUILD                                     PIC X(12).

         77 RUNID-CT                                   PIC 9(4) COMP.
         77 RUNID-IX                                   PIC 9(4) COMP.

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
         DISPLAY 'MAIN: RUNQ0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
           MOVE RH-END TO RT-END(REC-CT)
           MOVE RH-RC TO RT-RC(REC-CT)
           MOVE RH-WARN TO RT-WARN(REC-CT)
           MOVE RH-BUILD TO RT-BUILD(REC-CT)
           PERFORM 103-TRACK-RUN-ID
         END-READ.
         IF STTS-HIST NOT = ZEROS AND STTS-HIST NOT = 10
           ' START ' RT-START(REC-IX)
           ' END ' RT-END(REC-IX)
           ' RC ' RT-RC(REC-IX) ' ' RT-WARN(REC-IX)
           ' BUILD ' RT-BUILD(REC-IX)
          IF RT-RC(REC-IX) > RUN-MAX-RC
           MOVE RT-RC(REC-IX) TO RUN-MAX-RC
          END-IF
