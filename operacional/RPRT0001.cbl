      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - REIMPRESSAO DO ARQUIVO DE RELATORIOS:
      *          LE O CATALOGO RPTCAT.txt (GRAVADO PELO RPTF0001) E,
      *          PARA O ID DE RELATORIO (EM BRANCO = TODOS) E A FAIXA
      *          DE DATAS DE NEGOCIO PEDIDOS, LISTA AS COPIAS RETIDAS
      *          (LIST, DIZENDO SE O ARQUIVO AINDA EXISTE), MOSTRA O
      *          CONTEUDO NA TELA (VIEW) OU REPRODUZ AS COPIAS NUM
      *          ARQUIVO DE SAIDA PARA IMPRESSAO (COPY), CADA UMA
      *          PRECEDIDA DE UMA FAIXA DE REIMPRESSAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. RPRT0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT CAT-FL ASSIGN CAT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CAT.
         SELECT REP-FL ASSIGN REP-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-REP.
         SELECT OUT-FL ASSIGN OUT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-OUT.

       DATA DIVISION.
        FILE SECTION.
         FD CAT-FL.
         01 CAT-RCRD.
           COPY RPTCREC.
         FD REP-FL.
         01 REP-REC                                        PIC X(250).
         FD OUT-FL.
         01 OUT-REC                                        PIC X(250).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'RPRT0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 CAT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\RPTCAT.txt'.
         77 CAT-FL-PATH-ENV                                PIC X(80).
         77 STTS-CAT                                       PIC 99.
         77 CAT-EOF-FL                                     PIC X.
          88 CAT-IS-EOF                                    VALUE 'Y'.
         77 REP-FL-PATH                                    PIC X(80).
         77 STTS-REP                                       PIC 99.
         77 REP-EOF-FL                                     PIC X.
          88 REP-IS-EOF                                    VALUE 'Y'.
         77 OUT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\RPRT0001.OUT'.
         77 OUT-FL-PATH-ENV                                PIC X(80).
         77 STTS-OUT                                       PIC 99.

         77 SEL-FUNC                                       PIC X(4).
          88 FUNC-IS-LIST                                  VALUE 'LIST'.
          88 FUNC-IS-VIEW                                  VALUE 'VIEW'.
          88 FUNC-IS-COPY                                  VALUE 'COPY'.
         77 SEL-RPT-ID                                     PIC X(10).
         77 SEL-FROM-ENV                                   PIC X(8).
         77 SEL-TO-ENV                                     PIC X(8).
         77 SEL-FROM                        PIC 9(8) VALUE ZEROS.
         77 SEL-TO                          PIC 9(8) VALUE 99999999.

         01 FILE-INFO.
          02 FI-SIZE                                  PIC X(8) COMP-X.
          02 FI-DD                                       PIC X COMP-X.
          02 FI-MM                                       PIC X COMP-X.
          02 FI-YYYY                                  PIC X(2) COMP-X.
          02 FI-HH                                       PIC X COMP-X.
          02 FI-MI                                       PIC X COMP-X.
          02 FI-SS                                       PIC X COMP-X.
          02 FI-HS                                       PIC X COMP-X.
         77 CHK-RC                                  PIC S9(9) COMP-5.
         77 SAVED-RC                                PIC S9(9) COMP-5.
         77 PRESENT-TXT                                    PIC X(7).

         01 LIST-LINE.
          02 LS-RPT-ID                                     PIC X(10).
          02 FILLER                                 PIC X VALUE SPACE.
          02 LS-BUS-DT                                     PIC 9(8).
          02 FILLER                                 PIC X VALUE SPACE.
          02 LS-PGM                                        PIC X(8).
          02 FILLER                                 PIC X VALUE SPACE.
          02 LS-FILED-TS                                   PIC 9(14).
          02 FILLER                                 PIC X VALUE SPACE.
          02 LS-LINES                                      PIC Z(6)9.
          02 FILLER                                 PIC X VALUE SPACE.
          02 LS-KEEP-TO                                    PIC 9(8).
          02 FILLER                                 PIC X VALUE SPACE.
          02 LS-PRESENT                                    PIC X(7).
          02 FILLER                                 PIC X VALUE SPACE.
          02 LS-PATH                                       PIC X(40).

         77 CT-ENTRIES                          PIC 9(7) VALUE ZEROS.
         77 CT-MATCHED                          PIC 9(7) VALUE ZEROS.
         77 CT-MISSING                          PIC 9(7) VALUE ZEROS.
         77 CT-LINES                            PIC 9(7) VALUE ZEROS.

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
         DISPLAY 'MAIN: RPRT0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: RPRT0001'.
         ACCEPT CAT-FL-PATH-ENV FROM ENVIRONMENT 'RPTF0001_CATFILE'.
         IF CAT-FL-PATH-ENV NOT = SPACES
          MOVE CAT-FL-PATH-ENV TO CAT-FL-PATH
         END-IF.
         ACCEPT OUT-FL-PATH-ENV FROM ENVIRONMENT 'RPRT0001_OUTFILE'.
         IF OUT-FL-PATH-ENV NOT = SPACES
          MOVE OUT-FL-PATH-ENV TO OUT-FL-PATH
         END-IF.
         ACCEPT SEL-FUNC FROM ENVIRONMENT 'RPRT0001_FUNC'.
         IF SEL-FUNC = SPACES
          MOVE 'LIST' TO SEL-FUNC
         END-IF.
         ACCEPT SEL-RPT-ID FROM ENVIRONMENT 'RPRT0001_RPTID'.
         ACCEPT SEL-FROM-ENV FROM ENVIRONMENT 'RPRT0001_FROMDATE'.
         IF SEL-FROM-ENV IS NUMERIC AND SEL-FROM-ENV NOT = SPACES
          MOVE SEL-FROM-ENV TO SEL-FROM
         END-IF.
         ACCEPT SEL-TO-ENV FROM ENVIRONMENT 'RPRT0001_TODATE'.
         IF SEL-TO-ENV IS NUMERIC AND SEL-TO-ENV NOT = SPACES
          MOVE SEL-TO-ENV TO SEL-TO
         END-IF.
         DISPLAY ' FUNCTION ' SEL-FUNC ' REPORT ' SEL-RPT-ID
          ' DATES ' SEL-FROM ' - ' SEL-TO.

        200-PROCESS.
         DISPLAY 'PROCESS: RPRT0001'.
         IF NOT FUNC-IS-LIST AND NOT FUNC-IS-VIEW AND NOT FUNC-IS-COPY
          DISPLAY 'UNKNOWN FUNCTION ' SEL-FUNC
           ', USE LIST, VIEW OR COPY'
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         OPEN INPUT CAT-FL.
         IF STTS-CAT NOT = ZEROS
          DISPLAY 'REPORT CATALOGUE UNAVAILABLE, STATUS = ' STTS-CAT
           ': ' CAT-FL-PATH
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         IF FUNC-IS-COPY
          OPEN OUTPUT OUT-FL
          IF STTS-OUT NOT = ZEROS
           DISPLAY 'CANNOT WRITE REPRINT FILE, STATUS = ' STTS-OUT
            ': ' OUT-FL-PATH
           MOVE 8 TO RETURN-CODE
           CLOSE CAT-FL
           EXIT PARAGRAPH
          END-IF
         END-IF.
         IF FUNC-IS-LIST
          DISPLAY ' REPORT ID  BUS DATE PROGRAM  FILED AT       '
           '   LINES KEEP TO  FILE    REPOSITORY COPY'
         END-IF.
         MOVE 'N' TO CAT-EOF-FL.
         PERFORM 210-READ-ONE-ENTRY UNTIL CAT-IS-EOF.
         CLOSE CAT-FL.
         IF FUNC-IS-COPY
          CLOSE OUT-FL
         END-IF.

        210-READ-ONE-ENTRY.
         READ CAT-FL
          AT END
           MOVE 'Y' TO CAT-EOF-FL
          NOT AT END
           ADD 1 TO CT-ENTRIES
           IF (SEL-RPT-ID = SPACES OR RCT-RPT-ID = SEL-RPT-ID)
              AND RCT-BUS-DT NOT < SEL-FROM
              AND RCT-BUS-DT NOT > SEL-TO
            ADD 1 TO CT-MATCHED
            PERFORM 220-DO-ONE-REPORT
           END-IF
         END-READ.
         IF STTS-CAT NOT = ZEROS AND STTS-CAT NOT = 10
          DISPLAY 'I/O ERROR READING CATALOGUE, STATUS = ' STTS-CAT
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO CAT-EOF-FL
         END-IF.

        220-DO-ONE-REPORT.
      * A COPY REMOVED OUTSIDE THE SERVICE IS REPORTED, NOT SKIPPED
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'CBL_CHECK_FILE_EXIST' USING RCT-PATH FILE-INFO
          RETURNING CHK-RC.
         MOVE SAVED-RC TO RETURN-CODE.
         IF CHK-RC = 0
          MOVE 'PRESENT' TO PRESENT-TXT
         ELSE
          MOVE 'MISSING' TO PRESENT-TXT
          ADD 1 TO CT-MISSING
         END-IF.
         EVALUATE TRUE
          WHEN FUNC-IS-LIST
           PERFORM 230-LIST-ONE
          WHEN FUNC-IS-VIEW
           PERFORM 240-VIEW-ONE
          WHEN FUNC-IS-COPY
           PERFORM 250-COPY-ONE
         END-EVALUATE.

        230-LIST-ONE.
         MOVE RCT-RPT-ID TO LS-RPT-ID.
         MOVE RCT-BUS-DT TO LS-BUS-DT.
         MOVE RCT-PGM TO LS-PGM.
         MOVE RCT-FILED-TS TO LS-FILED-TS.
         MOVE RCT-LINES TO LS-LINES.
         MOVE RCT-KEEP-TO TO LS-KEEP-TO.
         MOVE PRESENT-TXT TO LS-PRESENT.
         MOVE RCT-PATH TO LS-PATH.
         DISPLAY ' ' LIST-LINE.

        240-VIEW-ONE.
         DISPLAY '======== ' RCT-RPT-ID ' BUSINESS DATE ' RCT-BUS-DT
          ' FILED ' RCT-FILED-TS ' BY ' RCT-PGM.
         IF CHK-RC NOT = 0
          DISPLAY ' REPOSITORY COPY MISSING: ' RCT-PATH
          EXIT PARAGRAPH
         END-IF.
         PERFORM 260-OPEN-REPORT.
         IF STTS-REP NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 241-VIEW-ONE-LINE UNTIL REP-IS-EOF.
         CLOSE REP-FL.

        241-VIEW-ONE-LINE.
         PERFORM 261-READ-REPORT.
         IF NOT REP-IS-EOF
          DISPLAY REP-REC(1:132)
         END-IF.

        250-COPY-ONE.
         IF CHK-RC NOT = 0
          DISPLAY ' REPOSITORY COPY MISSING: ' RCT-PATH
          EXIT PARAGRAPH
         END-IF.
         PERFORM 260-OPEN-REPORT.
         IF STTS-REP NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
      * EACH REPRINT STARTS ON A NEW PAGE UNDER ITS OWN BANNER SO IT IS
      * NEVER MISTAKEN FOR THE ORIGINAL RUN
         MOVE SPACES TO OUT-REC.
         IF CT-LINES > 0
          WRITE OUT-REC BEFORE ADVANCING PAGE
         END-IF.
         STRING '*** REPRINT *** ' RCT-RPT-ID ' BUSINESS DATE '
           RCT-BUS-DT ' FILED ' RCT-FILED-TS ' BY ' RCT-PGM
          DELIMITED BY SIZE INTO OUT-REC.
         WRITE OUT-REC.
         MOVE SPACES TO OUT-REC.
         MOVE ALL '-' TO OUT-REC(1:132).
         WRITE OUT-REC.
         ADD 2 TO CT-LINES.
         PERFORM 251-COPY-ONE-LINE UNTIL REP-IS-EOF.
         CLOSE REP-FL.
         DISPLAY ' REPRINTED ' RCT-RPT-ID ' ' RCT-BUS-DT.

        251-COPY-ONE-LINE.
         PERFORM 261-READ-REPORT.
         IF NOT REP-IS-EOF
          MOVE REP-REC TO OUT-REC
          WRITE OUT-REC
          ADD 1 TO CT-LINES
         END-IF.

        260-OPEN-REPORT.
         MOVE RCT-PATH TO REP-FL-PATH.
         MOVE 'N' TO REP-EOF-FL.
         OPEN INPUT REP-FL.
         IF STTS-REP NOT = ZEROS
          DISPLAY ' REPOSITORY COPY UNREADABLE, STATUS = ' STTS-REP
           ': ' REP-FL-PATH
          MOVE 8 TO RETURN-CODE
         END-IF.

        261-READ-REPORT.
         READ REP-FL
          AT END
           MOVE 'Y' TO REP-EOF-FL
         END-READ.
         IF STTS-REP NOT = ZEROS AND STTS-REP NOT = 10
          DISPLAY ' I/O ERROR READING REPORT, STATUS = ' STTS-REP
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO REP-EOF-FL
         END-IF.

        300-END.
         DISPLAY '-- REPORT REPOSITORY SUMMARY --'.
         DISPLAY ' CATALOGUE ENTRIES: ' CT-ENTRIES.
         DISPLAY ' ENTRIES MATCHED: ' CT-MATCHED.
         DISPLAY ' COPIES MISSING: ' CT-MISSING.
         IF FUNC-IS-COPY
          DISPLAY ' REPRINT LINES: ' CT-LINES ' WRITTEN TO '
           OUT-FL-PATH
         END-IF.
         IF (CT-MATCHED = 0 OR CT-MISSING > 0) AND RETURN-CODE = 0
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: RPRT0001'.
         GOBACK.
       END PROGRAM RPRT0001.
