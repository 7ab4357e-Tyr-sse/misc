           SIGN IS TRAILING SEPARATE CHARACTER.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'RECN0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 STTS-I                                         PIC 99.
         77 STTS-O                                         PIC 99.
         77 CT-I                                           PIC 9(6).
         77 RPT-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RECN0001.RPT'.
         77 RPT-FL-PATH-ENV          PIC X(80).
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'RECN0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'RECN0001'.
         77 RPTF-RC                                        PIC 99.
         77 STTS-RPT                                        PIC 99.
         77 O-FOUND-FL                                      PIC X.
          88 O-IS-FOUND                                    VALUE 'Y'.

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
         MOVE 'I' TO LOG-SEV.
         MOVE 'RECN0101I' TO LOG-MSGID.
         MOVE SPACES TO LOG-TEXT.
         STRING 'PROGRAM START BUILD ' BLD-ID
          DELIMITED BY SIZE INTO LOG-TEXT.
         PERFORM 990-WRITE-LOG.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         END-IF.
         WRITE RPT-REC.
         CLOSE RPT-FL.
      * KEEP A DATED COPY IN THE REPORT REPOSITORY FOR REPRINTS
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT RPT-FL-PATH
           RPTF-PGM RPTF-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.

        990-WRITE-LOG.
      * A CALL REPLACES RETURN-CODE WITH THE SUBPROGRAM'S OWN CODE,
