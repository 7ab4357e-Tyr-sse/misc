      * Date: 20260822
      * Purpose: ESTUDAR COBOL - APLICAR ESTORNOS: CASA REV0001.txt
      *          CONTRA O0001.txt, ZERA OS REGISTROS CASADOS, GRAVA O
      *          ARQUIVO CORRIGIDO E A LISTA DE ESTORNOS APLICADOS,
      *          ACRESCENTADA A CADA EXECUCAO NA TRILHA ENCADEADA
      *          RVAPAUD.txt (AUDC0001);
      *          FALHA QUANDO UM ESTORNO NAO ENCONTRA PARCEIRO
      * Tectonics: cobc
      ******************************************************************
         SELECT NEW-FL ASSIGN NEW-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-NEW.

       DATA DIVISION.
        FILE SECTION.
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 FILLER                                        PIC X(8).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'RVAP0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 O-FL-PATH                 PIC X(80)
             VALUE '.\..\fls\O0001.txt'.
         77 REV-FL-PATH               PIC X(80)
         77 STTS-O                                         PIC 99.
         77 STTS-REV                                       PIC 99.
         77 STTS-NEW                                       PIC 99.
         77 AUD-REC                                        PIC X(100).
         77 AUD-WIDTH                          PIC 9(3) VALUE 100.
         77 AUDC-RC                                        PIC 99.
         77 O-EOF-FL                                 PIC X VALUE 'N'.
          88 O-IS-EOF                                      VALUE 'Y'.
         77 REV-EOF-FL                               PIC X VALUE 'N'.

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
         DISPLAY 'MAIN: RVAP0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
          GOBACK
         END-IF.
         OPEN OUTPUT NEW-FL.
         PERFORM 201-WRITE-AUD-HEADER.
         PERFORM 202-APPLY-ONE UNTIL O-IS-EOF.
         PERFORM 206-CHECK-UNMATCHED.
         MOVE KEPT-HASH TO NEW-TRL-HASH.
         WRITE NEW-TRL-RCRD.
         CLOSE NEW-FL.

        201-WRITE-AUD-HEADER.
         MOVE FUNCTION CURRENT-DATE(1:4) TO RUN-Y.
         STRING 'REVERSALS APPLIED ' RUN-Y '-' RUN-M '-' RUN-D
          '  OUTPUT: ' NEW-FL-PATH
          DELIMITED BY SIZE INTO AUD-REC.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.

        202-APPLY-ONE.
         READ O-FL
         MOVE SPACES TO AUD-REC.
         STRING 'NETTED: ' RCRD-O
          DELIMITED BY SIZE INTO AUD-REC.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.

        206-CHECK-UNMATCHED.
         MOVE 1 TO REV-IX.
          STRING 'NO PARTNER: ' RV-A(REV-IX) '/' RV-B(REV-IX)
           ' ' RV-DT(REV-IX)
           DELIMITED BY SIZE INTO AUD-REC
          CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC
         END-IF.
         ADD 1 TO REV-IX.

