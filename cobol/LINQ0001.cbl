          02 LIN-ENT                                        PIC X(4).
          02 LIN-SIDE                                       PIC X.
          02 LIN-INV                                        PIC X.
          02 LIN-DIR                                        PIC X.
          02 LIN-MAN                                        PIC X.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'LINQ0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 LIN-FL-PATH               PIC X(80)
             VALUE '.\..\fls\LIN0001.txt'.
         77 LIN-FL-PATH-ENV           PIC X(80).

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
         DISPLAY 'MAIN: LINQ0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
          IF LIN-INV = 'Y'
           DISPLAY '   (INVERSE PAIR RATE APPLIED)'
          END-IF
          IF LIN-MAN = 'Y'
           DISPLAY '   (MANUAL RATE APPLIED)'
          END-IF
          IF LIN-MID = SPACES
           DISPLAY '   RATE ' LIN-NUM '/' LIN-DEN
            ' EFF ' LIN-EFF-DT ' (DIRECT) FIX ' LIN-FIX
