         01 GDST-REC                  PIC X(200).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'PROG0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 STTS-IN PIC 99.
         77 STTS-OUT PIC 99.
         77 STTS-REJ PIC 99.


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
         MOVE 'I' TO LOG-SEV.
         MOVE 'PROG0101I' TO LOG-MSGID.
         MOVE SPACES TO LOG-TEXT.
         STRING 'PROGRAM START BUILD ' BLD-ID
          DELIMITED BY SIZE INTO LOG-TEXT.
         PERFORM 990-WRITE-LOG.
         PERFORM 100-INIT.

