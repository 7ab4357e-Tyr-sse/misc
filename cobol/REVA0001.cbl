         SELECT CTL-FL ASSIGN CTL-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CTL.

       DATA DIVISION.
        FILE SECTION.
          02 APR-CHECKER                                   PIC X(3).
          02 APR-TS                                        PIC 9(14).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'REVA0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 PND-FL-PATH               PIC X(80)
             VALUE '.\..\fls\REVRPND.txt'.
         77 O-FL-PATH                 PIC X(80)
         77 STTS-PND                                       PIC 99.
         77 STTS-O                                         PIC 99.
         77 STTS-CTL                                       PIC 99.
         77 AUD-REC                                        PIC X(120).
         77 AUD-WIDTH                          PIC 9(3) VALUE 120.
         77 AUDC-RC                                        PIC 99.
         77 PND-EOF-FL                               PIC X VALUE 'N'.
          88 PND-IS-EOF                                    VALUE 'Y'.
         77 O-EOF-FL                                       PIC X.

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
         DISPLAY 'MAIN: REVA0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE 1 TO PND-IX.
         PERFORM 201-REVIEW-ONE UNTIL PND-IX > PND-CT.
         IF CT-APPROVED > 0
          PERFORM 220-WRITE-APPROVED-CONTROL
         END-IF.
          ' CHECKER ' ANS-APPROVER
          ' ' PT-REASON(PND-IX)
          DELIMITED BY SIZE INTO AUD-REC.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.

        220-WRITE-APPROVED-CONTROL.
      * THE APPROVAL HEADER IS THE FIRST RECORD; REVR0001 REFUSES A
