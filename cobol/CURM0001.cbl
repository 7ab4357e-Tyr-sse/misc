         SELECT CARRY-FL ASSIGN CARRY-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CARRY.

       DATA DIVISION.
        FILE SECTION.
          02 CRY-ENT                                        PIC X(4).
          02 CRY-DIR                                        PIC X.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'CURM0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 CUR-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CURRMST.txt'.
         77 POS-FL-PATH               PIC X(80)
         77 STTS-CUR                                       PIC 99.
         77 STTS-POS                                       PIC 99.
         77 STTS-CARRY                                     PIC 99.
         77 AUD-REC                                        PIC X(100).
         77 AUD-WIDTH                          PIC 9(3) VALUE 100.
         77 AUDC-RC                                        PIC 99.
         77 CUR-EOF-FL                               PIC X VALUE 'N'.
          88 CUR-IS-EOF                                    VALUE 'Y'.
         77 POS-EOF-FL                                     PIC X.

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
         DISPLAY 'MAIN: CURM0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
          GOBACK
         END-IF.
         PERFORM 290-SIGN-ON-OPERATOR.
         PERFORM 201-ONE-CHANGE UNTIL NOT IS-MORE.
         IF CT-CHANGED > 0
          PERFORM 230-REWRITE-MASTER
         END-IF.
          ' ' OLD-ACTIVE '/' OLD-EFF
          ' -> ' CU-ACTIVE(CUR-IX) '/' CU-EFF(CUR-IX)
          DELIMITED BY SIZE INTO AUD-REC.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.

        230-REWRITE-MASTER.
         OPEN OUTPUT CUR-FL.
