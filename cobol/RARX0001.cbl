      *          DATA ESCOLHIDA, FILTRANDO O ARQUIVO DE ARQUIVO MORTO
      *          RATEARCH.txt (TODA CARGA DO RTLD0001 E DATADA), NO
      *          LAYOUT DE RATE.txt, PARA REVERIFICAR ACHADOS DO
      *          LINQ0001 CONTRA O QUE SE SABIA NA EPOCA; CONTA POR
      *          PROVEDOR DE ORIGEM (PRI/SEC) E, COM RARX0001_SOURCE,
      *          EXTRAI SO O QUE UM DELES PRECIFICOU
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          02 AR-FIX                                        PIC X(5).
          02 AR-TENOR                                      PIC X(3).
          02 AR-SIDE                                       PIC X.
          02 AR-SRC                                        PIC X(3).

         FD OUT-FL.
         01 RATE-RCRD.
          02 RATE-SIDE                                     PIC X.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'RARX0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 ARCH-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RATEARCH.txt'.
         77 OUT-FL-PATH               PIC X(80)
         77 AR-DT8                                         PIC 9(8).
         77 CT-READ                             PIC 9(7) VALUE ZEROS.
         77 CT-WRITTEN                          PIC 9(7) VALUE ZEROS.
         77 CT-FROM-PRI                         PIC 9(7) VALUE ZEROS.
         77 CT-FROM-SEC                         PIC 9(7) VALUE ZEROS.
         77 SRC-ENV                                        PIC X(3).
         77 WANT-SRC                          PIC X(3) VALUE SPACES.
         77 USE-SRC                                        PIC X(3).



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
         DISPLAY 'MAIN: RARX0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
          GOBACK
         END-IF.
         DISPLAY 'RECONSTRUCTING THE RATE TABLE AS OF ' ASOF-DT.
         ACCEPT SRC-ENV FROM ENVIRONMENT 'RARX0001_SOURCE'.
         IF SRC-ENV = 'PRI' OR SRC-ENV = 'SEC'
          MOVE SRC-ENV TO WANT-SRC
          DISPLAY 'ONLY RATES FROM PROVIDER ' WANT-SRC
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: RARX0001'.
          NOT AT END
           ADD 1 TO CT-READ
           MOVE AR-LOAD-TS(1:8) TO AR-DT8
      * ARCHIVE ROWS FROM BEFORE THE SECOND PROVIDER HAVE NO SOURCE
      * AND CAME FROM THE PRIMARY
           IF AR-SRC = SPACES
            MOVE 'PRI' TO USE-SRC
           ELSE
            MOVE AR-SRC TO USE-SRC
           END-IF
           IF AR-DT8 NOT > ASOF-DT
              AND (WANT-SRC = SPACES OR WANT-SRC = USE-SRC)
            MOVE AR-A TO RATE-A
            MOVE AR-B TO RATE-B
            MOVE AR-EFF-DT TO RATE-EFF-DT
            MOVE AR-SIDE TO RATE-SIDE
            WRITE RATE-RCRD
            ADD 1 TO CT-WRITTEN
            IF USE-SRC = 'SEC'
             ADD 1 TO CT-FROM-SEC
            ELSE
             ADD 1 TO CT-FROM-PRI
            END-IF
           END-IF
         END-READ.
         IF STTS-ARCH NOT = ZEROS AND STTS-ARCH NOT = 10
         DISPLAY '-- AS-KNOWN-AT EXTRACTION SUMMARY --'.
         DISPLAY ' ARCHIVE ENTRIES READ: ' CT-READ.
         DISPLAY ' RATES AS OF ' ASOF-DT ': ' CT-WRITTEN.
         DISPLAY '   PRICED BY PRIMARY: ' CT-FROM-PRI.
         DISPLAY '   PRICED BY SECONDARY: ' CT-FROM-SEC.
         DISPLAY ' WRITTEN TO ' OUT-FL-PATH.
         IF CT-WRITTEN = 0
          DISPLAY ' WARNING: NOTHING KNOWN ON OR BEFORE ' ASOF-DT
