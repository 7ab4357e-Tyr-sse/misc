      * Author: THIAGO ARCANJO
      * Date: 20220715
      * Purpose: ESTUDAR COBOL - LER E ESCREVER ARQUIVO SEQUENCIAL
      *          (A LIMPEZA DOS .ARC RESPEITA A RETENCAO LEGAL DO
      *          LGHC0001)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.


        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'FHDR0003'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         01 CT.
          03 CT-01                   PIC 9(6) VALUE ZEROS.
          03 CT-02                   PIC 99  VALUE ZEROS.
         77 DEL-RC                    PIC S9(9) COMP-5.
         01 RETAIN-TBL.
          03 RETAIN-PATH              PIC X(80) OCCURS 9999 TIMES.
         01 RETAIN-HOLD-TBL.
          03 RETAIN-HOLD OCCURS 9999 TIMES.
           05 RH-FL                   PIC X.
           05 RH-ID                   PIC 9(6).
           05 RH-DT                   PIC 9(8).
         77 UNHELD-CT                 PIC 9(4).
         77 PLAIN-CT                  PIC 9(4).
         77 DONE-CT                   PIC 9(4).
         77 KEEP-IX                   PIC 9(4).
         77 ARC-POS                   PIC 9(4).
         77 ARC-DT                    PIC 9(8).
         77 LGHC-FUNC                 PIC X(3).
         77 LGHC-FILE-ID              PIC X(10) VALUE 'ARCHIVE'.
         77 LGHC-PGM                  PIC X(8)  VALUE 'FHDR0003'.
         77 LGHC-HOLD-ID              PIC 9(6).
         77 LGHC-RC                   PIC 99.


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
         DISPLAY 'MAIN: FHDR0003 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
         END-READ.

        209-PURGE-OLD-ARCHIVES.
      * AN ARCHIVE UNDER LEGAL HOLD (FILE-ID ARCHIVE, DATED BY THE
      * STAMP IN ITS NAME) IS NEVER PURGED AND DOES NOT COUNT AGAINST
      * THE RETAIN LIMIT; ONE THE PLAIN LIMIT WOULD HAVE PURGED GOES
      * TO THE HOLD SAVE LOG
         MOVE ZEROS TO PURGE-CT.
         MOVE ZEROS TO UNHELD-CT.
         MOVE ZEROS TO PLAIN-CT.
         MOVE 1 TO RETAIN-IX.
         PERFORM 215-CHECK-ONE-HOLD UNTIL RETAIN-IX > RETAIN-ENTRY-CT.
         IF UNHELD-CT > RETAIN-CT
          COMPUTE PURGE-CT = UNHELD-CT - RETAIN-CT
         END-IF.
         IF RETAIN-ENTRY-CT > RETAIN-CT
          COMPUTE PLAIN-CT = RETAIN-ENTRY-CT - RETAIN-CT
         END-IF.
         MOVE ZEROS TO DONE-CT.
         MOVE ZEROS TO KEEP-IX.
         MOVE 1 TO RETAIN-IX.
         PERFORM 212-JUDGE-ONE-OLD UNTIL RETAIN-IX > RETAIN-ENTRY-CT.
         MOVE KEEP-IX TO RETAIN-ENTRY-CT.

        212-JUDGE-ONE-OLD.
         IF RH-FL(RETAIN-IX) = 'Y'
          IF RETAIN-IX NOT > PLAIN-CT
           DISPLAY 'KEPT UNDER LEGAL HOLD ' RH-ID(RETAIN-IX) ': '
            RETAIN-PATH(RETAIN-IX)
           MOVE RH-ID(RETAIN-IX) TO LGHC-HOLD-ID
           MOVE RH-DT(RETAIN-IX) TO ARC-DT
           MOVE 'SAV' TO LGHC-FUNC
           CALL 'LGHC0001' USING LGHC-FUNC LGHC-FILE-ID ARC-DT
             RETAIN-PATH(RETAIN-IX) LGHC-PGM LGHC-HOLD-ID LGHC-RC
            ON EXCEPTION
             CONTINUE
           END-CALL
          END-IF
          PERFORM 213-KEEP-RETAIN-ENTRY
         ELSE
          IF DONE-CT < PURGE-CT
           CALL 'CBL_DELETE_FILE' USING RETAIN-PATH(RETAIN-IX)
            RETURNING DEL-RC
           IF DEL-RC = 0
            DISPLAY 'PURGED OLD ARCHIVE: ' RETAIN-PATH(RETAIN-IX)
           ELSE
            DISPLAY 'PURGE FAILED FOR: ' RETAIN-PATH(RETAIN-IX)
           END-IF
           ADD 1 TO DONE-CT
          ELSE
           PERFORM 213-KEEP-RETAIN-ENTRY
          END-IF
         END-IF.
         ADD 1 TO RETAIN-IX.

        213-KEEP-RETAIN-ENTRY.
         ADD 1 TO KEEP-IX.
         MOVE RETAIN-PATH(RETAIN-IX) TO RETAIN-PATH(KEEP-IX).

        215-CHECK-ONE-HOLD.
      * A REGISTER THAT CANNOT BE READ PROTECTS EVERYTHING
         MOVE ZEROS TO ARC-POS.
         INSPECT RETAIN-PATH(RETAIN-IX) TALLYING ARC-POS
          FOR CHARACTERS BEFORE INITIAL '.ARC'.
         MOVE ZEROS TO ARC-DT.
         IF ARC-POS > 14
          IF RETAIN-PATH(RETAIN-IX)(ARC-POS - 13:8) IS NUMERIC
           MOVE RETAIN-PATH(RETAIN-IX)(ARC-POS - 13:8) TO ARC-DT
          END-IF
         END-IF.
         MOVE 'N' TO RH-FL(RETAIN-IX).
         MOVE ZEROS TO RH-ID(RETAIN-IX).
         MOVE ARC-DT TO RH-DT(RETAIN-IX).
         MOVE 'CHK' TO LGHC-FUNC.
         CALL 'LGHC0001' USING LGHC-FUNC LGHC-FILE-ID ARC-DT
           RETAIN-PATH(RETAIN-IX) LGHC-PGM LGHC-HOLD-ID LGHC-RC
          ON EXCEPTION
           MOVE ZEROS TO LGHC-HOLD-ID
           MOVE ZEROS TO LGHC-RC
         END-CALL.
         IF LGHC-HOLD-ID NOT = ZEROS OR LGHC-RC NOT = ZEROS
          MOVE 'Y' TO RH-FL(RETAIN-IX)
          MOVE LGHC-HOLD-ID TO RH-ID(RETAIN-IX)
         ELSE
          ADD 1 TO UNHELD-CT
         END-IF.
         ADD 1 TO RETAIN-IX.

        210-REWRITE-RETAIN-LIST.
         OPEN OUTPUT RETN-FL.
