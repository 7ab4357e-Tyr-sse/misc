         01 RPT-REC                                         PIC X(100).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'ALWS0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 ALRT-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ALERT.txt'.
         77 ACK-FL-PATH               PIC X(80)

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
         DISPLAY 'MAIN: ALWS0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
