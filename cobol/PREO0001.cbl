         SELECT REO-FL ASSIGN REO-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-REO.
         SELECT ALRT-FL ASSIGN ALRT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ALRT.
          02 REO-STATUS                                    PIC X(8).
          02 REO-REASON                                    PIC X(30).

         FD ALRT-FL.
         01 ALRT-RCRD.
          02 ALRT-SEQ                                       PIC 999.
          02 ALRT-TS                                        PIC 9(14).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'PREO0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 PCL-FL-PATH               PIC X(80)
             VALUE '.\..\fls\PERCLOSE.txt'.
         77 REO-FL-PATH               PIC X(80)

         77 STTS-PCL                                       PIC 99.
         77 STTS-REO                                       PIC 99.
         77 AUD-REC                                        PIC X(100).
         77 AUD-WIDTH                          PIC 9(3) VALUE 100.
         77 AUDC-RC                                        PIC 99.
         77 STTS-ALRT                                      PIC 99.
         77 PCL-EOF-FL                               PIC X VALUE 'N'.
          88 PCL-IS-EOF                                    VALUE 'Y'.

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
         DISPLAY 'MAIN: PREO0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
         DISPLAY 'PERIOD MARKED REOPENED-FOR-RESTATEMENT'.

        230-WRITE-AUDIT.
         MOVE SPACES TO AUD-REC.
         STRING TODAY-TS ' REOPEN ' SEL-PERIOD ' ENT ' ANS-ENT
          ' REQ ' ANS-REQ ' APPR ' ANS-APPR
          ' ' ANS-REASON
          DELIMITED BY SIZE INTO AUD-REC.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.

        240-RAISE-ALERT.
         OPEN EXTEND ALRT-FL.
