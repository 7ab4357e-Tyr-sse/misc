         SELECT REJ-FL ASSIGN REJ-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-REJ.
         SELECT IX2-FL ASSIGN IX2-FL-PATH
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          02 REJ-LINE                                       PIC X(48).
          02 REJ-REASON                                     PIC X(20).

         FD IX2-FL.
         01 X2-RCRD.
          02 X2-K                                           PIC 9999.
          02 X2-VAL                                         PIC X(43).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'KMNT0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 SRC-FL-PATH               PIC X(80)
             VALUE '.\..\fls\in0002.txt.SRC'.
         77 TXN-FL-PATH               PIC X(80)
         77 STTS-SRC                                       PIC 99.
         77 STTS-TXN                                       PIC 99.
         77 STTS-REJ                                       PIC 99.
         77 AUD-REC                                        PIC X(120).
         77 AUD-WIDTH                          PIC 9(3) VALUE 120.
         77 AUDC-RC                                        PIC 99.
         77 STTS-IX2                                       PIC 99.
         77 SRC-EOF-FL                               PIC X VALUE 'N'.
          88 SRC-IS-EOF                                    VALUE 'Y'.

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
         DISPLAY 'MAIN: KMNT0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
          GOBACK
         END-IF.
         OPEN OUTPUT REJ-FL.
         PERFORM 201-APPLY-ONE-TXN UNTIL TXN-IS-EOF.
         CLOSE TXN-FL.
         CLOSE REJ-FL.
         IF CT-ADDED > 0 OR CT-CHANGED > 0 OR CT-DELETED > 0
          PERFORM 220-REWRITE-SOURCE
          PERFORM 230-REBUILD-INDEX
         STRING TODAY-TS ' A ' TX-KEY
          ' AFTER  [' TX-VAL ']'
          DELIMITED BY SIZE INTO AUD-REC.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.

        205-APPLY-CHANGE.
         MOVE SPACES TO AUD-REC.
         STRING TODAY-TS ' C ' TX-KEY
          ' BEFORE [' MT-VAL(MST-IX) ']'
          DELIMITED BY SIZE INTO AUD-REC.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.
         MOVE TX-VAL TO MT-VAL(MST-IX).
         ADD 1 TO CT-CHANGED.
         MOVE SPACES TO AUD-REC.
         STRING TODAY-TS ' C ' TX-KEY
          ' AFTER  [' TX-VAL ']'
          DELIMITED BY SIZE INTO AUD-REC.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.

        206-APPLY-DELETE.
         MOVE SPACES TO AUD-REC.
         STRING TODAY-TS ' D ' TX-KEY
          ' BEFORE [' MT-VAL(MST-IX) ']'
          DELIMITED BY SIZE INTO AUD-REC.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.
         MOVE 'Y' TO MT-DEL-FL(MST-IX).
         ADD 1 TO CT-DELETED.

