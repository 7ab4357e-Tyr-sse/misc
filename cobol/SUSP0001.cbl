         SELECT CARRY-FL ASSIGN CARRY-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CARRY.
         SELECT ALRT-FL ASSIGN ALRT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ALRT.
          02 CRY-ENT                                        PIC X(4).
          02 CRY-DIR                                        PIC X.

         FD ALRT-FL.
         01 ALRT-RCRD.
          02 ALRT-SEQ                                       PIC 999.
          02 ALRT-TS                                        PIC 9(14).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'SUSP0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 SUS-FL-PATH               PIC X(80)
             VALUE '.\..\fls\SUSPEND.txt'.
         77 SHL-FL-PATH               PIC X(80)
         77 STTS-SHL                                       PIC 99.
         77 STTS-SHW                                       PIC 99.
         77 STTS-CARRY                                     PIC 99.
         77 AUD-REC                                        PIC X(100).
         77 AUD-WIDTH                          PIC 9(3) VALUE 100.
         77 AUDC-RC                                        PIC 99.
         77 STTS-ALRT                                      PIC 99.
         77 SUS-EOF-FL                               PIC X VALUE 'N'.
          88 SUS-IS-EOF                                    VALUE 'Y'.

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
         DISPLAY 'MAIN: SUSP0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
          GOBACK
         END-IF.
         PERFORM 290-SIGN-ON-OPERATOR.
         PERFORM 201-SHOW-LIST.
         PERFORM 202-ONE-ACTION UNTIL NOT IS-MORE.
         PERFORM 230-REWRITE-SUSPENSIONS.

        201-SHOW-LIST.
         STRING TODAY-TS ' SUSPEND ' ANS-A '/' ANS-B
          ' BY ' ANS-OPER ' - ' ANS-REASON
          DELIMITED BY SIZE INTO AUD-REC.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.

        220-RESUME-PAIR.
         DISPLAY 'CURRENCY A: '.
         STRING TODAY-TS ' RESUME  ' ANS-A '/' ANS-B
          ' BY ' ANS-OPER ' RELEASED ' CT-RELEASED ' RECORD(S)'
          DELIMITED BY SIZE INTO AUD-REC.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.
         MOVE 'PAIR RESUMED' TO ALRT-MSG.
         PERFORM 240-RAISE-ALERT.
         DISPLAY 'RESUMED: ' ANS-A '/' ANS-B.
