      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20220714
      * Purpose: ESTUDAR COBOL - lER ARQUIVO SEQUENCIAL; O RELATORIO
      *          DE LEITURA MOSTRA TAMBEM A SEVERIDADE E A VIGENCIA DOS
      *          AVISOS OPERACIONAIS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02 CKPT-IN-PATH           PIC X(80).

         FD RPT-FL.
          01 RPT-REC                 PIC X(180).

         FD DESC-IDX-FL.
          01 DIX-RCRD.
           02 DIX-DESC-B             PIC X(64).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'FHDR0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 STTS-CKPT                   PIC 99.
         77 STTS-IN                     PIC 99.
         77 STTS-FLST                   PIC 99.

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
         DISPLAY 'MAIN: FHDR0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
          MOVE SPACES TO RPT-REC
          STRING ' ' RC-DT-D '/' RC-DT-M '/' RC-DT-Y
           ' ' RC-DESC-A ' ' RC-DESC-B
           ' ' RC-SEV ' ' RC-EFF-DT ' ' RC-EXP-DT
           DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
          PERFORM 204-BUFFER-REC
