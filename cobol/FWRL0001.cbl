          02 FW-ENT                                        PIC X(4).
          02 FW-DIR                                        PIC X.
          02 FW-RECV-DT                                    PIC 9(8).
          02 FW-CPTY                                       PIC X(8).
          02 FW-TS                                         PIC 9(14).
          02 FW-SRC                                        PIC X(8).

         FD FWW-FL.
         01 FWW-RCRD                                       PIC X(90).

         FD IN-FL.
         01 RCRD-IN.
          02 I-ENT                                         PIC X(4).
          02 I-DIR                                         PIC X.
          02 I-ACT                                         PIC X.
          02 I-CPTY                                        PIC X(8).
          02 I-TS                                          PIC 9(14).
          02 I-SRC                                         PIC X(8).
         01 IN-TRL-RCRD.
          02 IN-TRL-TAG                                    PIC X(10).
          02 IN-TRL-CT                                     PIC 9(6).
         01 RPT-REC                                        PIC X(100).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'FWRL0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 FWH-FL-PATH               PIC X(80)
             VALUE '.\..\fls\FWHSE.txt'.
         77 FWW-FL-PATH                                    PIC X(80).
         77 RWR-CT                                     PIC 9(4) COMP.
         77 RWR-IX                                     PIC 9(4) COMP.
         01 RWR-TBL.
          02 RWR-ENTRY OCCURS 9999 TIMES               PIC X(75).
         77 RWR-HASH                                   PIC S9(12)V99.
         77 COMMIT-FAIL-FL                           PIC X VALUE 'N'.
          88 COMMIT-HAS-FAILED                             VALUE 'Y'.

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
         DISPLAY 'MAIN: FWRL0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
         MOVE FW-ENT TO I-ENT.
         MOVE FW-DIR TO I-DIR.
         MOVE SPACES TO I-ACT.
         MOVE FW-CPTY TO I-CPTY.
      * A ROW HELD BEFORE THE WAREHOUSE CARRIED THE DEAL'S ORIGIN HAS
      * NO TIMESTAMP
         IF FW-TS NUMERIC
          MOVE FW-TS TO I-TS
         ELSE
          MOVE ZEROS TO I-TS
         END-IF.
         MOVE FW-SRC TO I-SRC.
         ADD 1 TO RWR-CT.
         MOVE RCRD-IN TO RWR-ENTRY(RWR-CT).
         ADD I-V TO RWR-HASH.
