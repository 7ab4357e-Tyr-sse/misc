      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - ARQUIVO DE RELATORIOS: SUBPROGRAMA
      *          CHAMADO POR TODO PROGRAMA QUE IMPRIME UM RELATORIO,
      *          LOGO APOS FECHA-LO, COM (ID DO RELATORIO, DATA DE
      *          NEGOCIO - ZERO = HOJE, ARQUIVO, PROGRAMA, RC). COPIA O
      *          RELATORIO PARA RPT.<ID>.<DATA> E O REGISTRA NO
      *          CATALOGO RPTCAT.txt (RERUN NO MESMO DIA SUBSTITUI A
      *          COPIA). A RETENCAO POR RELATORIO VEM DE RPTRET.txt
      *          (ID, DIAS; LINHA DEFAULT OU 90 DIAS SE NAO HOUVER) E
      *          COPIA VENCIDA E APAGADA, SALVO SE ESTIVER SOB RETENCAO
      *          LEGAL (LGHC0001), QUANDO FICA REGISTRADA EM LGHSAVE.
      *          NO ENSAIO DA CADEIA NADA E ARQUIVADO. RC=0 OK, RC=4
      *          RELATORIO NAO ENCONTRADO, RC=8 ARQUIVO INDISPONIVEL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. RPTF0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT SRC-FL ASSIGN SRC-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-SRC.
         SELECT REP-FL ASSIGN REP-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-REP.
         SELECT CAT-FL ASSIGN CAT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CAT.
         SELECT RET-FL ASSIGN RET-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RET.

       DATA DIVISION.
        FILE SECTION.
         FD SRC-FL.
         01 SRC-REC                                        PIC X(250).
         FD REP-FL.
         01 REP-REC                                        PIC X(250).
         FD CAT-FL.
         01 CAT-RCRD.
           COPY RPTCREC.
         FD RET-FL.
         01 RET-RCRD.
          02 RR-RPT-ID                                     PIC X(10).
          02 RR-DAYS                                       PIC 9(4).

        WORKING-STORAGE SECTION.
         77 SRC-FL-PATH                                    PIC X(80).
         77 STTS-SRC                                       PIC 99.
         77 SRC-EOF-FL                                     PIC X.
          88 SRC-IS-EOF                                    VALUE 'Y'.
         77 REP-FL-PATH                                    PIC X(80).
         77 REP-PFX                   PIC X(80)
             VALUE '.\..\fls\RPT.'.
         77 REP-PFX-ENV                                    PIC X(80).
         77 STTS-REP                                       PIC 99.
         77 CAT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\RPTCAT.txt'.
         77 CAT-FL-PATH-ENV                                PIC X(80).
         77 STTS-CAT                                       PIC 99.
         77 CAT-EOF-FL                                     PIC X.
          88 CAT-IS-EOF                                    VALUE 'Y'.
         77 RET-FL-PATH               PIC X(80)
             VALUE '.\..\fls\RPTRET.txt'.
         77 RET-FL-PATH-ENV                                PIC X(80).
         77 STTS-RET                                       PIC 99.
         77 RET-EOF-FL                                     PIC X.
          88 RET-IS-EOF                                    VALUE 'Y'.
         77 REHEARSAL-ENV                                  PIC X(3).

         77 CAT-CT                                     PIC 9(4) COMP.
         77 CAT-IX                                     PIC 9(4) COMP.
         77 SAME-IX                                    PIC 9(4) COMP.
         77 SHIFT-IX                                   PIC 9(4) COMP.
         01 CAT-TBL.
          02 CAT-ENTRY OCCURS 999 TIMES.
           03 CT-RPT-ID                                    PIC X(10).
           03 CT-BUS-DT                                    PIC 9(8).
           03 CT-PATH                                      PIC X(80).
           03 CT-PGM                                       PIC X(8).
           03 CT-FILED-TS                                  PIC 9(14).
           03 CT-LINES                                     PIC 9(7).
           03 CT-KEEP-TO                                   PIC 9(8).

         77 TODAY-DT                                       PIC 9(8).
         77 NOW-TS                                         PIC 9(14).
         77 BUS-DT                                         PIC 9(8).
         77 COPY-LINES                                     PIC 9(7).
         77 KEEP-DAYS                                      PIC 9(4).
         77 DEFAULT-DAYS                        PIC 9(4) VALUE 90.
         77 KEEP-FOUND-FL                                  PIC X.
          88 KEEP-WAS-FOUND                                VALUE 'Y'.
         77 KEEP-TO                                        PIC 9(8).
         77 DEL-RC                                  PIC S9(9) COMP-5.
         77 SAVED-RC                                PIC S9(9) COMP-5.
         77 HELD-FL                                        PIC X.
          88 RPT-IS-HELD                                   VALUE 'Y'.
         77 LGHC-FUNC                                      PIC X(3).
         77 LGHC-PGM                    PIC X(8) VALUE 'RPTF0001'.
         77 LGHC-HOLD-ID                                   PIC 9(6).
         77 LGHC-RC                                        PIC 99.

        LINKAGE SECTION.
         01 RPTF-RPT-ID                                    PIC X(10).
         01 RPTF-BUS-DT                                    PIC 9(8).
         01 RPTF-SRC-PATH                                  PIC X(80).
         01 RPTF-PGM                                       PIC X(8).
         01 RPTF-RC                                        PIC 99.

       PROCEDURE DIVISION USING RPTF-RPT-ID RPTF-BUS-DT RPTF-SRC-PATH
           RPTF-PGM RPTF-RC.
        000-MAIN.
      * PRESERVE THE CALLER'S RETURN-CODE ACROSS THIS SERVICE CALL
         MOVE RETURN-CODE TO SAVED-RC.
         MOVE ZEROS TO RPTF-RC.
      * A REHEARSAL REPORT IS NOT THE DAY'S REPORT AND IS NOT KEPT
         ACCEPT REHEARSAL-ENV FROM ENVIRONMENT 'CHAIN_REHEARSAL'.
         IF REHEARSAL-ENV(1:1) = 'Y'
          DISPLAY 'RPTF0001: REHEARSAL, ' RPTF-RPT-ID ' NOT FILED'
          MOVE SAVED-RC TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 100-INIT.
         PERFORM 200-COPY-REPORT.
         IF RPTF-RC = ZEROS
          PERFORM 300-LOAD-CATALOG
         END-IF.
      * A CATALOGUE THAT COULD NOT BE READ IS NEVER REWRITTEN
         IF RPTF-RC = ZEROS
          PERFORM 400-REGISTER
          PERFORM 500-APPLY-RETENTION
          PERFORM 600-REWRITE-CATALOG
         END-IF.
         MOVE SAVED-RC TO RETURN-CODE.
         GOBACK.

        100-INIT.
         ACCEPT REP-PFX-ENV FROM ENVIRONMENT 'RPTF0001_REPOPFX'.
         IF REP-PFX-ENV NOT = SPACES
          MOVE REP-PFX-ENV TO REP-PFX
         END-IF.
         ACCEPT CAT-FL-PATH-ENV FROM ENVIRONMENT 'RPTF0001_CATFILE'.
         IF CAT-FL-PATH-ENV NOT = SPACES
          MOVE CAT-FL-PATH-ENV TO CAT-FL-PATH
         END-IF.
         ACCEPT RET-FL-PATH-ENV FROM ENVIRONMENT 'RPTF0001_RETFILE'.
         IF RET-FL-PATH-ENV NOT = SPACES
          MOVE RET-FL-PATH-ENV TO RET-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TS.
         MOVE NOW-TS(1:8) TO TODAY-DT.
         IF RPTF-BUS-DT = ZEROS
          MOVE TODAY-DT TO BUS-DT
         ELSE
          MOVE RPTF-BUS-DT TO BUS-DT
         END-IF.
         MOVE SPACES TO REP-FL-PATH.
         STRING REP-PFX DELIMITED BY SPACE
           RPTF-RPT-ID DELIMITED BY SPACE
          '.' DELIMITED BY SIZE
           BUS-DT DELIMITED BY SIZE
          INTO REP-FL-PATH.
         PERFORM 110-LOAD-RETENTION.

        110-LOAD-RETENTION.
      * THE REPORT'S OWN LINE WINS OVER THE DEFAULT LINE
         MOVE 'N' TO KEEP-FOUND-FL.
         MOVE 'N' TO RET-EOF-FL.
         OPEN INPUT RET-FL.
         IF STTS-RET NOT = ZEROS
          CONTINUE
         ELSE
          PERFORM 111-READ-ONE-RETENTION UNTIL RET-IS-EOF
          CLOSE RET-FL
         END-IF.
         IF KEEP-WAS-FOUND
          CONTINUE
         ELSE
          MOVE DEFAULT-DAYS TO KEEP-DAYS
         END-IF.
         COMPUTE KEEP-TO = FUNCTION DATE-OF-INTEGER(
          FUNCTION INTEGER-OF-DATE(BUS-DT) + KEEP-DAYS).

        111-READ-ONE-RETENTION.
         READ RET-FL
          AT END
           MOVE 'Y' TO RET-EOF-FL
          NOT AT END
           IF RR-DAYS IS NUMERIC
            IF RR-RPT-ID = RPTF-RPT-ID
             MOVE RR-DAYS TO KEEP-DAYS
             MOVE 'Y' TO KEEP-FOUND-FL
            END-IF
            IF RR-RPT-ID = 'DEFAULT'
             MOVE RR-DAYS TO DEFAULT-DAYS
            END-IF
           END-IF
         END-READ.
         IF STTS-RET NOT = ZEROS AND STTS-RET NOT = 10
          DISPLAY 'RPTF0001: I/O ERROR ON RETENTION, STATUS = '
           STTS-RET
          MOVE 'Y' TO RET-EOF-FL
         END-IF.

        200-COPY-REPORT.
         MOVE RPTF-SRC-PATH TO SRC-FL-PATH.
         MOVE 0 TO COPY-LINES.
         MOVE 'N' TO SRC-EOF-FL.
         OPEN INPUT SRC-FL.
         IF STTS-SRC NOT = ZEROS
          DISPLAY 'RPTF0001: REPORT NOT FOUND, STATUS = ' STTS-SRC
           ': ' SRC-FL-PATH
          MOVE 4 TO RPTF-RC
          EXIT PARAGRAPH
         END-IF.
         OPEN OUTPUT REP-FL.
         IF STTS-REP NOT = ZEROS
          DISPLAY 'RPTF0001: CANNOT WRITE REPOSITORY, STATUS = '
           STTS-REP ': ' REP-FL-PATH
          MOVE 8 TO RPTF-RC
          CLOSE SRC-FL
          EXIT PARAGRAPH
         END-IF.
         PERFORM 201-COPY-ONE-LINE UNTIL SRC-IS-EOF.
         CLOSE SRC-FL.
         CLOSE REP-FL.
         DISPLAY 'RPTF0001: FILED ' RPTF-RPT-ID ' ' BUS-DT ' ('
           COPY-LINES ' LINES) AS ' REP-FL-PATH.

        201-COPY-ONE-LINE.
         READ SRC-FL
          AT END
           MOVE 'Y' TO SRC-EOF-FL
          NOT AT END
           MOVE SRC-REC TO REP-REC
           WRITE REP-REC
           ADD 1 TO COPY-LINES
         END-READ.
         IF STTS-SRC NOT = ZEROS AND STTS-SRC NOT = 10
          DISPLAY 'RPTF0001: I/O ERROR READING REPORT, STATUS = '
           STTS-SRC
          MOVE 8 TO RPTF-RC
          MOVE 'Y' TO SRC-EOF-FL
         END-IF.

        300-LOAD-CATALOG.
         MOVE 0 TO CAT-CT.
         MOVE 'N' TO CAT-EOF-FL.
         OPEN INPUT CAT-FL.
         IF STTS-CAT NOT = ZEROS
          CONTINUE
         ELSE
          PERFORM 301-LOAD-ONE-ENTRY UNTIL CAT-IS-EOF
          CLOSE CAT-FL
         END-IF.

        301-LOAD-ONE-ENTRY.
         READ CAT-FL
          AT END
           MOVE 'Y' TO CAT-EOF-FL
          NOT AT END
           IF CAT-CT < 999
            ADD 1 TO CAT-CT
            MOVE CAT-RCRD TO CAT-ENTRY(CAT-CT)
           END-IF
         END-READ.
         IF STTS-CAT NOT = ZEROS AND STTS-CAT NOT = 10
          DISPLAY 'RPTF0001: I/O ERROR ON CATALOG, STATUS = ' STTS-CAT
          MOVE 8 TO RPTF-RC
          MOVE 'Y' TO CAT-EOF-FL
         END-IF.

        400-REGISTER.
      * A SAME-DAY RERUN FILES THE REPORT AGAIN, SO AN EXISTING
      * (REPORT ID, DATE) ENTRY IS REPLACED, NEVER DUPLICATED
         MOVE 0 TO SAME-IX.
         MOVE 1 TO CAT-IX.
         PERFORM 401-FIND-SAME-ENTRY UNTIL CAT-IX > CAT-CT
          OR SAME-IX > 0.
         IF SAME-IX = 0
          IF CAT-CT >= 999
           DISPLAY 'RPTF0001: CATALOG FULL, ' RPTF-RPT-ID
            ' NOT CATALOGUED'
           MOVE 8 TO RPTF-RC
           EXIT PARAGRAPH
          END-IF
          ADD 1 TO CAT-CT
          MOVE CAT-CT TO SAME-IX
         END-IF.
         MOVE RPTF-RPT-ID TO CT-RPT-ID(SAME-IX).
         MOVE BUS-DT TO CT-BUS-DT(SAME-IX).
         MOVE REP-FL-PATH TO CT-PATH(SAME-IX).
         MOVE RPTF-PGM TO CT-PGM(SAME-IX).
         MOVE NOW-TS TO CT-FILED-TS(SAME-IX).
         MOVE COPY-LINES TO CT-LINES(SAME-IX).
         MOVE KEEP-TO TO CT-KEEP-TO(SAME-IX).

        401-FIND-SAME-ENTRY.
         IF CT-RPT-ID(CAT-IX) = RPTF-RPT-ID
            AND CT-BUS-DT(CAT-IX) = BUS-DT
          MOVE CAT-IX TO SAME-IX
         ELSE
          ADD 1 TO CAT-IX
         END-IF.

        500-APPLY-RETENTION.
      * EVERY FILING SWEEPS THE WHOLE CATALOGUE, SO A REPORT THAT IS NO
      * LONGER PRODUCED STILL AGES OUT; A COPY UNDER LEGAL HOLD STAYS
         MOVE 1 TO CAT-IX.
         PERFORM 501-CHECK-ONE-ENTRY UNTIL CAT-IX > CAT-CT.

        501-CHECK-ONE-ENTRY.
         IF CT-KEEP-TO(CAT-IX) NOT < TODAY-DT
          ADD 1 TO CAT-IX
          EXIT PARAGRAPH
         END-IF.
         PERFORM 510-CHECK-HOLD.
         IF RPT-IS-HELD
          DISPLAY 'RPTF0001: KEPT UNDER LEGAL HOLD ' LGHC-HOLD-ID
           ': ' CT-PATH(CAT-IX)
          MOVE 'SAV' TO LGHC-FUNC
          CALL 'LGHC0001' USING LGHC-FUNC CT-RPT-ID(CAT-IX)
            CT-BUS-DT(CAT-IX) CT-PATH(CAT-IX) LGHC-PGM
            LGHC-HOLD-ID LGHC-RC
           ON EXCEPTION
            CONTINUE
          END-CALL
          ADD 1 TO CAT-IX
          EXIT PARAGRAPH
         END-IF.
         CALL 'CBL_DELETE_FILE' USING CT-PATH(CAT-IX)
          RETURNING DEL-RC.
         IF DEL-RC = 0
          DISPLAY 'RPTF0001: PURGED EXPIRED REPORT ' CT-PATH(CAT-IX)
         ELSE
          DISPLAY 'RPTF0001: PURGE FAILED FOR ' CT-PATH(CAT-IX)
         END-IF.
         PERFORM 520-REMOVE-ENTRY.

        510-CHECK-HOLD.
      * A REGISTER THAT CANNOT BE READ PROTECTS EVERYTHING; A SITE
      * WITHOUT THE SERVICE HOLDS NOTHING
         MOVE 'N' TO HELD-FL.
         MOVE 'CHK' TO LGHC-FUNC.
         CALL 'LGHC0001' USING LGHC-FUNC CT-RPT-ID(CAT-IX)
           CT-BUS-DT(CAT-IX) CT-PATH(CAT-IX) LGHC-PGM
           LGHC-HOLD-ID LGHC-RC
          ON EXCEPTION
           MOVE ZEROS TO LGHC-HOLD-ID
           MOVE ZEROS TO LGHC-RC
         END-CALL.
         IF LGHC-HOLD-ID NOT = ZEROS OR LGHC-RC NOT = ZEROS
          MOVE 'Y' TO HELD-FL
         END-IF.

        520-REMOVE-ENTRY.
         MOVE CAT-IX TO SHIFT-IX.
         PERFORM 521-SHIFT-ONE UNTIL SHIFT-IX >= CAT-CT.
         SUBTRACT 1 FROM CAT-CT.

        521-SHIFT-ONE.
         MOVE CAT-ENTRY(SHIFT-IX + 1) TO CAT-ENTRY(SHIFT-IX).
         ADD 1 TO SHIFT-IX.

        600-REWRITE-CATALOG.
         OPEN OUTPUT CAT-FL.
         IF STTS-CAT NOT = ZEROS
          DISPLAY 'RPTF0001: CANNOT WRITE CATALOG, STATUS = ' STTS-CAT
          MOVE 8 TO RPTF-RC
         ELSE
          MOVE 1 TO CAT-IX
          PERFORM 601-WRITE-ONE-ENTRY UNTIL CAT-IX > CAT-CT
          CLOSE CAT-FL
         END-IF.

        601-WRITE-ONE-ENTRY.
         MOVE CAT-ENTRY(CAT-IX) TO CAT-RCRD.
         WRITE CAT-RCRD.
         ADD 1 TO CAT-IX.
       END PROGRAM RPTF0001.
