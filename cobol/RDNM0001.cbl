      * Purpose: ESTUDAR COBOL - REDENOMINACAO DE MOEDA: APLICA OS
      *          EVENTOS DE REDEN.txt (CODIGO ANTIGO, CODIGO NOVO,
      *          FATOR, DATA) A UM ARQUIVO HISTORICO, REGRAVANDO OS
      *          REGISTROS SOB CONTROLE DE AUDITORIA (TRILHA ENCADEADA
      *          RDNMAUD.txt, GRAVADA PELO AUDC0001)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         SELECT OUT-FL ASSIGN OUT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-OUT.
         SELECT MFST-FL ASSIGN MFST-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-MFST.
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 FILLER                                         PIC X(8).

         FD MFST-FL.
         01 MFST-RCRD.
          COPY MFSTREC.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'RDNM0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 RDN-FL-PATH               PIC X(80)
             VALUE '.\..\fls\REDEN.txt'.
         77 TGT-FL-PATH               PIC X(80)
         77 STTS-RDN                                       PIC 99.
         77 STTS-TGT                                       PIC 99.
         77 STTS-OUT                                       PIC 99.
         77 AUD-REC                                        PIC X(100).
         77 AUD-WIDTH                          PIC 9(3) VALUE 100.
         77 AUDC-RC                                        PIC 99.
         77 STTS-MFST                                      PIC 99.
         77 RDN-EOF-FL                               PIC X VALUE 'N'.
          88 RDN-IS-EOF                                    VALUE 'Y'.

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
         DISPLAY 'MAIN: RDNM0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
          GOBACK
         END-IF.
         OPEN OUTPUT OUT-FL.
         PERFORM 201-WRITE-AUD-HEADER.
         PERFORM 202-RESTATE-ONE UNTIL TGT-IS-EOF.
         IF TRL-WAS-SEEN
         PERFORM 208-WRITE-AUD-TRAILER.
         CLOSE TGT-FL.
         CLOSE OUT-FL.

        201-WRITE-AUD-HEADER.
         MOVE FUNCTION CURRENT-DATE(1:4) TO RUN-Y.
         STRING 'RESTATEMENT ' RUN-Y '-' RUN-M '-' RUN-D
          '  TARGET: ' TGT-FL-PATH
          DELIMITED BY SIZE INTO AUD-REC.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.

        202-RESTATE-ONE.
         READ TGT-FL
        207-WRITE-AUD-DETAIL.
         MOVE SPACES TO AUD-REC.
         STRING 'OLD: ' OLD-IMAGE DELIMITED BY SIZE INTO AUD-REC.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.
         MOVE SPACES TO AUD-REC.
         IF LAYOUT-IS-RATE
          STRING 'NEW: ' OUT-RATE-RCRD(1:53)
          STRING 'NEW: ' OUT-PAIR-RCRD(1:39)
           DELIMITED BY SIZE INTO AUD-REC
         END-IF.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.

        209-WRITE-NEW-TRAILER.
         MOVE SPACES TO OUT-TRL-RCRD.
         STRING 'RECORDS READ: ' CT-READ
          '  RESTATED: ' CT-CHANGED
          DELIMITED BY SIZE INTO AUD-REC.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.

        300-END.
         DISPLAY '-- RESTATEMENT SUMMARY --'.
