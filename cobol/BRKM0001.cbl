          02 ALRT-TS                                        PIC 9(14).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'BRKM0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 BRK-FL-PATH               PIC X(80)
             VALUE '.\..\fls\RECNBRK.txt'.
         77 OPEN-FL-PATH              PIC X(80)
         77 ALRT-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ALERT.txt'.
         77 BRK-FL-PATH-ENV           PIC X(80).
         77 NOST-FL-PATH              PIC X(80)
             VALUE '.\..\fls\NOSTBRK.txt'.
         77 NOST-FL-PATH-ENV          PIC X(80).
         77 OPEN-FL-PATH-ENV          PIC X(80).
         77 HOLIDAY-FL-PATH-ENV       PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).

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
         DISPLAY 'MAIN: BRKM0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
         IF BRK-FL-PATH-ENV NOT = SPACES
          MOVE BRK-FL-PATH-ENV TO BRK-FL-PATH
         END-IF.
         ACCEPT NOST-FL-PATH-ENV FROM ENVIRONMENT 'BRKM0001_NOSTFILE'.
         IF NOST-FL-PATH-ENV NOT = SPACES
          MOVE NOST-FL-PATH-ENV TO NOST-FL-PATH
         END-IF.
         ACCEPT OPEN-FL-PATH-ENV FROM ENVIRONMENT 'BRKM0001_OPENFILE'.
         IF OPEN-FL-PATH-ENV NOT = SPACES
          MOVE OPEN-FL-PATH-ENV TO OPEN-FL-PATH
          PERFORM 211-APPLY-ONE-BREAK UNTIL BRK-IS-EOF
          CLOSE BRK-FL
         END-IF.
      * NOSTRO STATEMENT BREAKS (NOST0001) AGE ON THE SAME OPEN ITEMS
         MOVE NOST-FL-PATH TO BRK-FL-PATH.
         MOVE 'N' TO BRK-EOF-FL.
         OPEN INPUT BRK-FL.
         IF STTS-BRK NOT = ZEROS
          DISPLAY 'NO NOSTRO BREAK FILE TODAY (' BRK-FL-PATH ')'
         ELSE
          PERFORM 211-APPLY-ONE-BREAK UNTIL BRK-IS-EOF
          CLOSE BRK-FL
         END-IF.
         MOVE 1 TO BO-IX.
         PERFORM 215-CLEAR-ONE-GONE UNTIL BO-IX > BO-CT.

