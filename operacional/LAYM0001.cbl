      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - MIGRACAO DE LAYOUT DE GERACOES
      *          HISTORICAS DE I0001 E O0001: A VERSAO DO LAYOUT DE UMA
      *          GERACAO E DETECTADA PELO TRAILER (CONTAGEM E TOTAL DE
      *          CONTROLE CONFEREM OS REGISTROS E O PREFIXO A/B/DT/V
      *          COMUM A TODAS AS VERSOES), PELO CABECALHO QUANDO HOUVER
      *          E PELA MAIOR LARGURA DE DETALHE. GERACAO ANTIGA GANHA
      *          UMA COPIA .MIG NO LAYOUT ATUAL COM OS CAMPOS NOVOS
      *          PREENCHIDOS POR DEFAULT, REGISTRADA NO GCAT0001 NO
      *          LUGAR DA ORIGINAL, QUE FICA INTOCADA; O RELATORIO
      *          LISTA CADA CAMPO DEFAULTADO. LAYM0001_GENDATE=ALL
      *          MIGRA TODAS AS GERACOES CATALOGADAS DO ARQUIVO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. LAYM0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT CAT-FL ASSIGN CAT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CAT.
         SELECT SRC-FL ASSIGN SRC-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-SRC.
         SELECT DST-FL ASSIGN DST-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-DST.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.

       DATA DIVISION.
        FILE SECTION.
         FD CAT-FL.
         01 CAT-RCRD.
          02 GC-FILE-ID                                    PIC X(10).
          02 GC-DATE                                       PIC 9(8).
          02 GC-PATH                                       PIC X(80).

         FD SRC-FL.
         01 SRC-REC                                        PIC X(200).
         01 SRC-DTL-REC.
          02 SR-A                                          PIC X(10).
          02 SR-B                                          PIC X(10).
          02 SR-DT                                         PIC 9(8).
          02 SR-V                                          PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 FILLER                                        PIC X(161).
         01 SRC-TRL-REC.
          02 SR-TRL-TAG                                    PIC X(10).
          02 SR-TRL-CT                                     PIC 9(6).
          02 SR-TRL-HASH                                PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 FILLER                                        PIC X(169).

         FD DST-FL.
         01 DST-REC                                        PIC X(200).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'LAYM0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 CAT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\GENCAT.txt'.
         77 CAT-FL-PATH-ENV           PIC X(80).
         77 STTS-CAT                                       PIC 99.
         77 CAT-EOF-FL                                     PIC X.
          88 CAT-IS-EOF                                    VALUE 'Y'.
         77 SRC-FL-PATH                                    PIC X(80).
         77 STTS-SRC                                       PIC 99.
         77 SRC-EOF-FL                                     PIC X.
          88 SRC-IS-EOF                                    VALUE 'Y'.
         77 DST-FL-PATH                                    PIC X(80).
         77 STTS-DST                                       PIC 99.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\LAYM0001.RPT'.
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 STTS-RPT                                       PIC 99.
         77 FLS-DIR                   PIC X(80)
             VALUE '.\..\fls\'.
         77 FLS-DIR-ENV               PIC X(80).

         77 FILE-ID-ENV                                    PIC X(10).
         77 MIG-FILE-ID                                    PIC X(10).
          88 FILE-IS-I0001                            VALUE 'I0001'.
          88 FILE-IS-O0001                            VALUE 'O0001'.
         77 GEN-DATE-ENV                                   PIC X(8).
         77 ALL-GENS-FL                              PIC X VALUE 'N'.
          88 ALL-GENS                                      VALUE 'Y'.
         77 IN-FL-PATH-ENV            PIC X(80).
         77 DEF-ENT                                        PIC X(4).
         77 DEF-ENT-ENV                                    PIC X(4).
         77 DEF-SRC                       PIC X(8) VALUE 'LEGACY'.
         77 DEF-SRC-ENV                                    PIC X(8).

         77 CG-CT                                      PIC 9(4) COMP.
         77 CG-IX                                      PIC 9(4) COMP.
         01 CG-TBL.
          02 CG-ENTRY OCCURS 999 TIMES.
           03 CG-DATE                                      PIC 9(8).
           03 CG-PATH                                      PIC X(80).

         77 GEN-FUNC                                       PIC X(3).
         77 GEN-FILE-ID                                    PIC X(10).
         77 GEN-DATE                                       PIC 9(8).
         77 GEN-PATH                                       PIC X(80).
         77 GEN-KEEP                             PIC 9(4) VALUE ZEROS.
         77 GEN-RC                                         PIC 99.

      * WHAT THE FIRST PASS OVER ONE GENERATION FOUND
         77 LN-W                                       PIC 9(3) COMP.
         77 MAX-W                                      PIC 9(3) COMP.
         77 CT-HDR                                         PIC 9(4).
         77 CT-DTL                                         PIC 9(6).
         77 CT-BAD                                         PIC 9(6).
         77 SUM-V                                    PIC S9(12)V99.
         77 TRL-FL                                         PIC X.
          88 TRL-WAS-SEEN                                  VALUE 'Y'.
         77 TRL-CT                                         PIC 9(6).
         77 TRL-HASH                                 PIC S9(12)V99.
         77 AFTER-TRL-FL                                   PIC X.
          88 LINE-AFTER-TRL                                VALUE 'Y'.
         77 LAY-VER                                        PIC 9.
         77 CUR-VER                                        PIC 9.
         77 LAY-VER-DESC                                   PIC X(40).
         77 GEN-RESULT                                     PIC X(31).
         77 GEN-FAIL-FL                                    PIC X.
          88 GEN-HAS-FAILED                                VALUE 'Y'.

      * THE CURRENT LAYOUTS THE COPY IS WRITTEN IN
         01 NEW-I-REC.
          02 NI-PFX                                        PIC X(39).
          02 NI-ENT                                        PIC X(4).
          02 NI-DIR                                        PIC X.
          02 NI-ACT                                        PIC X.
          02 NI-CPTY                                       PIC X(8).
          02 NI-TS                                         PIC 9(14).
          02 NI-SRC                                        PIC X(8).
         01 NEW-O-REC.
          02 NO-PFX                                        PIC X(39).
          02 NO-ENT                                        PIC X(4).

         77 ED-W                                           PIC ZZ9.
         77 ED-CT                                          PIC ZZZZZ9.
         77 ED-HASH                               PIC -ZZZ,ZZZ,ZZ9.99.
         77 ED-DFLT                                        PIC X(16).
         77 CT-GENS                             PIC 9(4) VALUE ZEROS.
         77 CT-MIGRATED                         PIC 9(4) VALUE ZEROS.
         77 CT-CURRENT                          PIC 9(4) VALUE ZEROS.
         77 CT-FAILED                           PIC 9(4) VALUE ZEROS.
         77 MIG-CT                                     PIC 9(4) COMP.
         77 TODAY-DT                                       PIC 9(8).

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
         DISPLAY 'MAIN: LAYM0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: LAYM0001'.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         ACCEPT FILE-ID-ENV FROM ENVIRONMENT 'LAYM0001_FILEID'.
         MOVE FILE-ID-ENV TO MIG-FILE-ID.
         IF NOT FILE-IS-I0001 AND NOT FILE-IS-O0001
          DISPLAY 'SET LAYM0001_FILEID TO I0001 OR O0001'
          MOVE 12 TO RETURN-CODE
          GOBACK
         END-IF.
         IF FILE-IS-I0001
          MOVE 5 TO CUR-VER
         ELSE
          MOVE 2 TO CUR-VER
         END-IF.
         ACCEPT GEN-DATE-ENV FROM ENVIRONMENT 'LAYM0001_GENDATE'.
         IF GEN-DATE-ENV = 'ALL'
          MOVE 'Y' TO ALL-GENS-FL
         ELSE
          IF GEN-DATE-ENV IS NOT NUMERIC
           DISPLAY 'SET LAYM0001_GENDATE TO A DATE (AAAAMMDD) OR ALL'
           MOVE 12 TO RETURN-CODE
           GOBACK
          END-IF
         END-IF.
         ACCEPT IN-FL-PATH-ENV FROM ENVIRONMENT 'LAYM0001_INFILE'.
         ACCEPT FLS-DIR-ENV FROM ENVIRONMENT 'LAYM0001_FLSDIR'.
         IF FLS-DIR-ENV NOT = SPACES
          MOVE FLS-DIR-ENV TO FLS-DIR
         END-IF.
      * THE DIRECT CATALOG READ USES THE SAME FILE GCAT0001 MAINTAINS
         ACCEPT CAT-FL-PATH-ENV FROM ENVIRONMENT 'GCAT0001_CATFILE'.
         IF CAT-FL-PATH-ENV NOT = SPACES
          MOVE CAT-FL-PATH-ENV TO CAT-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'LAYM0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
      * THE ENTITY OF A DEAL BOOKED BEFORE ENTITIES EXISTED IS NOT ON
      * THE FILE: BLANK UNLESS THE SITE NAMES ONE; THE SOURCE SYSTEM
      * OF A MIGRATED DEAL IS MARKED SO IT STANDS OUT IN REPORTS
         MOVE SPACES TO DEF-ENT.
         ACCEPT DEF-ENT-ENV FROM ENVIRONMENT 'LAYM0001_DEFENT'.
         IF DEF-ENT-ENV NOT = SPACES
          MOVE DEF-ENT-ENV TO DEF-ENT
         END-IF.
         ACCEPT DEF-SRC-ENV FROM ENVIRONMENT 'LAYM0001_DEFSRC'.
         IF DEF-SRC-ENV NOT = SPACES
          MOVE DEF-SRC-ENV TO DEF-SRC
         END-IF.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 12 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE SPACES TO RPT-REC.
         STRING 'LAYM0001 - LAYOUT MIGRATION OF ' DELIMITED BY SIZE
           MIG-FILE-ID DELIMITED BY SPACE
          ' GENERATIONS  RUN DATE ' TODAY-DT DELIMITED BY SIZE
          INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING '  CURRENT LAYOUT V' CUR-VER '  DEFAULT ENT '''
           DEF-ENT '''  DEFAULT SRC ''' DEF-SRC ''''
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.

        200-PROCESS.
         DISPLAY 'PROCESS: LAYM0001'.
         IF ALL-GENS
          PERFORM 110-LOAD-CATALOG
          MOVE 1 TO CG-IX
          PERFORM 201-MIGRATE-CATALOGED UNTIL CG-IX > CG-CT
          EXIT PARAGRAPH
         END-IF.
         MOVE GEN-DATE-ENV TO GEN-DATE.
         IF IN-FL-PATH-ENV NOT = SPACES
          MOVE IN-FL-PATH-ENV TO SRC-FL-PATH
         ELSE
          PERFORM 202-RESOLVE-GENERATION
         END-IF.
         PERFORM 210-MIGRATE-ONE.

        110-LOAD-CATALOG.
         MOVE 0 TO CG-CT.
         MOVE 'N' TO CAT-EOF-FL.
         OPEN INPUT CAT-FL.
         IF STTS-CAT NOT = ZEROS
          DISPLAY 'NO GENERATION CATALOG (' CAT-FL-PATH ')'
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         PERFORM 111-LOAD-ONE-ENTRY UNTIL CAT-IS-EOF.
         CLOSE CAT-FL.
         DISPLAY MIG-FILE-ID ' GENERATIONS CATALOGED: ' CG-CT.

        111-LOAD-ONE-ENTRY.
         READ CAT-FL
          AT END
           MOVE 'Y' TO CAT-EOF-FL
          NOT AT END
           IF GC-FILE-ID = MIG-FILE-ID
            IF CG-CT < 999
             ADD 1 TO CG-CT
             MOVE GC-DATE TO CG-DATE(CG-CT)
             MOVE GC-PATH TO CG-PATH(CG-CT)
            ELSE
             DISPLAY 'GENERATION TABLE FULL, ' GC-DATE ' SKIPPED'
            END-IF
           END-IF
         END-READ.
         IF STTS-CAT NOT = ZEROS AND STTS-CAT NOT = 10
          DISPLAY 'I/O ERROR READING CAT-FL, STATUS = ' STTS-CAT
          MOVE 'Y' TO CAT-EOF-FL
         END-IF.

        201-MIGRATE-CATALOGED.
         MOVE CG-DATE(CG-IX) TO GEN-DATE.
         MOVE CG-PATH(CG-IX) TO SRC-FL-PATH.
         PERFORM 210-MIGRATE-ONE.
         ADD 1 TO CG-IX.

        202-RESOLVE-GENERATION.
      * A CATALOGED GENERATION IS TAKEN FROM GENCAT; AN UNCATALOGED
      * DAY FILE (THE I0001 DAY INPUTS) FOLLOWS THE .D<DATE> NAMING
         MOVE 'GET' TO GEN-FUNC.
         MOVE MIG-FILE-ID TO GEN-FILE-ID.
         MOVE SPACES TO GEN-PATH.
         CALL 'GCAT0001' USING GEN-FUNC GEN-FILE-ID GEN-DATE
           GEN-PATH GEN-KEEP GEN-RC
          ON EXCEPTION
           MOVE 8 TO GEN-RC
         END-CALL.
         IF GEN-RC = ZEROS
          MOVE GEN-PATH TO SRC-FL-PATH
         ELSE
          MOVE SPACES TO SRC-FL-PATH
          STRING FLS-DIR DELIMITED BY SPACE
           MIG-FILE-ID DELIMITED BY SPACE
           '.txt.D' GEN-DATE-ENV DELIMITED BY SIZE
           INTO SRC-FL-PATH
         END-IF.

        210-MIGRATE-ONE.
         ADD 1 TO CT-GENS.
         MOVE 'N' TO GEN-FAIL-FL.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'GENERATION ' GEN-DATE '  ' DELIMITED BY SIZE
           SRC-FL-PATH DELIMITED BY SPACE
          INTO RPT-REC.
         WRITE RPT-REC.
         DISPLAY 'GENERATION ' GEN-DATE ': ' SRC-FL-PATH(1:50).
      * A COPY THIS UTILITY WROTE IS NOT TAKEN AGAIN: A BLANK FIELD AT
      * THE END OF A DETAIL WOULD MAKE IT LOOK OLDER THAN IT IS
         MOVE 0 TO MIG-CT.
         INSPECT SRC-FL-PATH TALLYING MIG-CT FOR ALL '.MIG '.
         IF MIG-CT > 0
          ADD 1 TO CT-CURRENT
          MOVE 'ALREADY MIGRATED, NOT CONVERTED' TO GEN-RESULT
          PERFORM 290-REPORT-RESULT
          EXIT PARAGRAPH
         END-IF.
         PERFORM 220-SCAN-SOURCE.
         IF NOT GEN-HAS-FAILED
          PERFORM 230-DETECT-VERSION
         END-IF.
         IF GEN-HAS-FAILED
          ADD 1 TO CT-FAILED
          PERFORM 290-REPORT-RESULT
          EXIT PARAGRAPH
         END-IF.
         IF LAY-VER = CUR-VER
          ADD 1 TO CT-CURRENT
          MOVE 'ALREADY CURRENT, NOT CONVERTED' TO GEN-RESULT
          PERFORM 290-REPORT-RESULT
          EXIT PARAGRAPH
         END-IF.
         PERFORM 240-WRITE-COPY.
         IF NOT GEN-HAS-FAILED
          PERFORM 250-REGISTER-COPY
         END-IF.
         IF GEN-HAS-FAILED
          ADD 1 TO CT-FAILED
         ELSE
          ADD 1 TO CT-MIGRATED
          MOVE 'MIGRATED' TO GEN-RESULT
          PERFORM 260-REPORT-DEFAULTS
         END-IF.
         PERFORM 290-REPORT-RESULT.

        220-SCAN-SOURCE.
      * FIRST PASS: NOTHING IS WRITTEN UNTIL THE TRAILER HAS PROVED
      * THE DETAILS WERE READ WITH THE RIGHT PREFIX
         MOVE 0 TO MAX-W.
         MOVE ZEROS TO CT-HDR.
         MOVE ZEROS TO CT-DTL.
         MOVE ZEROS TO CT-BAD.
         MOVE ZEROS TO SUM-V.
         MOVE 'N' TO TRL-FL.
         MOVE 'N' TO AFTER-TRL-FL.
         MOVE 'N' TO SRC-EOF-FL.
         OPEN INPUT SRC-FL.
         IF STTS-SRC NOT = ZEROS
          MOVE 'Y' TO GEN-FAIL-FL
          MOVE 'GENERATION FILE NOT FOUND' TO GEN-RESULT
          EXIT PARAGRAPH
         END-IF.
         PERFORM 221-SCAN-ONE-LINE UNTIL SRC-IS-EOF.
         CLOSE SRC-FL.

        221-SCAN-ONE-LINE.
         READ SRC-FL
          AT END
           MOVE 'Y' TO SRC-EOF-FL
          NOT AT END
           EVALUATE TRUE
            WHEN TRL-WAS-SEEN
             MOVE 'Y' TO AFTER-TRL-FL
            WHEN SR-TRL-TAG = '*TRAILER*'
             MOVE 'Y' TO TRL-FL
             MOVE SR-TRL-CT TO TRL-CT
             MOVE SR-TRL-HASH TO TRL-HASH
            WHEN SR-DT IS NUMERIC AND SR-V IS NUMERIC
             ADD 1 TO CT-DTL
             ADD SR-V TO SUM-V
             PERFORM 222-FIND-WIDTH
             IF LN-W > MAX-W
              MOVE LN-W TO MAX-W
             END-IF
      * A LINE AHEAD OF THE FIRST DETAIL IS THE GENERATION'S HEADER
            WHEN CT-DTL = ZEROS
             ADD 1 TO CT-HDR
            WHEN OTHER
             ADD 1 TO CT-BAD
           END-EVALUATE
         END-READ.
         IF STTS-SRC NOT = ZEROS AND STTS-SRC NOT = 10
          DISPLAY 'I/O ERROR READING SRC-FL, STATUS = ' STTS-SRC
          MOVE 'Y' TO GEN-FAIL-FL
          MOVE 'READ ERROR' TO GEN-RESULT
          MOVE 'Y' TO SRC-EOF-FL
         END-IF.

        222-FIND-WIDTH.
         MOVE 200 TO LN-W.
         PERFORM 223-STEP-BACK UNTIL LN-W = 0
          OR SRC-REC(LN-W:1) NOT = SPACE.

        223-STEP-BACK.
         SUBTRACT 1 FROM LN-W.

        230-DETECT-VERSION.
      * EVERY LAYOUT ONLY EVER GREW AT THE END, SO THE WIDEST DETAIL
      * NAMES THE VERSION: A FIELD PAST IT CANNOT HAVE BEEN ON FILE.
      * THE TRAILER MUST AGREE FIRST, OR THE FILE IS NOT WHAT IT SAYS
         EVALUATE TRUE
          WHEN NOT TRL-WAS-SEEN
           MOVE 'NO TRAILER, LAYOUT NOT PROVEN' TO GEN-RESULT
          WHEN LINE-AFTER-TRL
           MOVE 'DATA AFTER THE TRAILER' TO GEN-RESULT
          WHEN CT-BAD > 0
           MOVE 'UNRECOGNISED DETAIL LINES' TO GEN-RESULT
          WHEN TRL-CT NOT = CT-DTL
           MOVE 'TRAILER COUNT DOES NOT MATCH' TO GEN-RESULT
          WHEN TRL-HASH NOT = SUM-V
           MOVE 'TRAILER TOTAL DOES NOT MATCH' TO GEN-RESULT
          WHEN OTHER
           MOVE SPACES TO GEN-RESULT
         END-EVALUATE.
         IF GEN-RESULT NOT = SPACES
          MOVE 'Y' TO GEN-FAIL-FL
          EXIT PARAGRAPH
         END-IF.
         MOVE 0 TO LAY-VER.
         IF FILE-IS-I0001
          EVALUATE TRUE
           WHEN MAX-W NOT > 39
            MOVE 1 TO LAY-VER
            MOVE 'V1 A/B/DT/V' TO LAY-VER-DESC
           WHEN MAX-W NOT > 43
            MOVE 2 TO LAY-VER
            MOVE 'V2 +ENT' TO LAY-VER-DESC
           WHEN MAX-W NOT > 45
            MOVE 3 TO LAY-VER
            MOVE 'V3 +DIR/ACT' TO LAY-VER-DESC
           WHEN MAX-W NOT > 53
            MOVE 4 TO LAY-VER
            MOVE 'V4 +CPTY' TO LAY-VER-DESC
           WHEN MAX-W NOT > 75
            MOVE 5 TO LAY-VER
            MOVE 'V5 +TS/SRC (CURRENT)' TO LAY-VER-DESC
          END-EVALUATE
         ELSE
          EVALUATE TRUE
           WHEN MAX-W NOT > 39
            MOVE 1 TO LAY-VER
            MOVE 'V1 A/B/DT/V' TO LAY-VER-DESC
           WHEN MAX-W NOT > 43
            MOVE 2 TO LAY-VER
            MOVE 'V2 +ENT (CURRENT)' TO LAY-VER-DESC
          END-EVALUATE
         END-IF.
         IF LAY-VER = 0
          MOVE 'Y' TO GEN-FAIL-FL
          MOVE 'DETAIL WIDER THAN ANY LAYOUT' TO GEN-RESULT
          EXIT PARAGRAPH
         END-IF.
         MOVE CT-DTL TO ED-CT.
         MOVE TRL-HASH TO ED-HASH.
         MOVE MAX-W TO ED-W.
         MOVE SPACES TO RPT-REC.
         STRING '  LAYOUT ' DELIMITED BY SIZE
           LAY-VER-DESC DELIMITED BY '  '
          '  WIDEST DETAIL ' ED-W '  DETAILS ' ED-CT
          '  HEADER LINES ' CT-HDR '  TRAILER TOTAL ' ED-HASH
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.

        240-WRITE-COPY.
      * SECOND PASS: HEADER AND TRAILER GO ACROSS AS THEY ARE (THE
      * CONTROL TOTALS DO NOT CHANGE), EACH DETAIL IS REBUILT IN THE
      * CURRENT LAYOUT WITH THE MISSING FIELDS DEFAULTED
         MOVE SPACES TO DST-FL-PATH.
         STRING SRC-FL-PATH DELIMITED BY SPACE
          '.MIG' DELIMITED BY SIZE
          INTO DST-FL-PATH.
         OPEN OUTPUT DST-FL.
         IF STTS-DST NOT = ZEROS
          MOVE 'Y' TO GEN-FAIL-FL
          MOVE 'CANNOT CREATE THE COPY' TO GEN-RESULT
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO SRC-EOF-FL.
         OPEN INPUT SRC-FL.
         PERFORM 241-COPY-ONE-LINE UNTIL SRC-IS-EOF.
         CLOSE SRC-FL.
         CLOSE DST-FL.

        241-COPY-ONE-LINE.
         READ SRC-FL
          AT END
           MOVE 'Y' TO SRC-EOF-FL
          NOT AT END
           IF SR-TRL-TAG = '*TRAILER*'
            OR SR-DT IS NOT NUMERIC OR SR-V IS NOT NUMERIC
            MOVE SRC-REC TO DST-REC
           ELSE
            IF FILE-IS-I0001
             PERFORM 242-BUILD-I0001
            ELSE
             PERFORM 243-BUILD-O0001
            END-IF
           END-IF
           WRITE DST-REC
         END-READ.
         IF STTS-SRC NOT = ZEROS AND STTS-SRC NOT = 10
          MOVE 'Y' TO GEN-FAIL-FL
          MOVE 'READ ERROR' TO GEN-RESULT
          MOVE 'Y' TO SRC-EOF-FL
         END-IF.

        242-BUILD-I0001.
         MOVE SRC-REC(1:75) TO NEW-I-REC.
         IF LAY-VER < 2
          MOVE DEF-ENT TO NI-ENT
         END-IF.
      * NO DIRECTION IS READ AS MID, NO ACTION AS A NEW DEAL
         IF LAY-VER < 3
          MOVE SPACE TO NI-DIR
          MOVE SPACE TO NI-ACT
         END-IF.
         IF LAY-VER < 4
          MOVE SPACES TO NI-CPTY
         END-IF.
         IF LAY-VER < 5
          MOVE ZEROS TO NI-TS
          MOVE DEF-SRC TO NI-SRC
         END-IF.
         MOVE NEW-I-REC TO DST-REC.

        243-BUILD-O0001.
         MOVE SRC-REC(1:43) TO NEW-O-REC.
         IF LAY-VER < 2
          MOVE DEF-ENT TO NO-ENT
         END-IF.
         MOVE NEW-O-REC TO DST-REC.

        250-REGISTER-COPY.
      * THE CATALOG ENTRY FOR THE DATE NOW POINTS AT THE COPY, SO
      * EVERY READER GOING BACK IN TIME PICKS IT UP; THE ORIGINAL IS
      * LEFT IN PLACE, NO LONGER REFERENCED
         MOVE 'REG' TO GEN-FUNC.
         MOVE MIG-FILE-ID TO GEN-FILE-ID.
         MOVE DST-FL-PATH TO GEN-PATH.
         MOVE ZEROS TO GEN-KEEP.
         CALL 'GCAT0001' USING GEN-FUNC GEN-FILE-ID GEN-DATE
           GEN-PATH GEN-KEEP GEN-RC
          ON EXCEPTION
           MOVE 8 TO GEN-RC
         END-CALL.
         MOVE SPACES TO RPT-REC.
         IF GEN-RC = ZEROS
          STRING '  COPY REGISTERED IN GENCAT: ' DELIMITED BY SIZE
           DST-FL-PATH DELIMITED BY SPACE
           INTO RPT-REC
         ELSE
          MOVE 'Y' TO GEN-FAIL-FL
          MOVE 'COPY WRITTEN, NOT REGISTERED' TO GEN-RESULT
          STRING '  COPY NOT REGISTERED, LEFT AT ' DELIMITED BY SIZE
           DST-FL-PATH DELIMITED BY SPACE
           INTO RPT-REC
         END-IF.
         WRITE RPT-REC.

        260-REPORT-DEFAULTS.
         MOVE CT-DTL TO ED-CT.
         IF LAY-VER < 2
          MOVE DEF-ENT TO ED-DFLT
          IF DEF-ENT = SPACES
           MOVE '(BLANK)' TO ED-DFLT
          END-IF
          MOVE 'ENT' TO GEN-RESULT
          PERFORM 261-WRITE-DEFAULT-LINE
         END-IF.
         IF FILE-IS-O0001
          MOVE 'MIGRATED' TO GEN-RESULT
          EXIT PARAGRAPH
         END-IF.
         IF LAY-VER < 3
          MOVE '(BLANK = MID)' TO ED-DFLT
          MOVE 'DIR' TO GEN-RESULT
          PERFORM 261-WRITE-DEFAULT-LINE
          MOVE '(BLANK = NEW)' TO ED-DFLT
          MOVE 'ACT' TO GEN-RESULT
          PERFORM 261-WRITE-DEFAULT-LINE
         END-IF.
         IF LAY-VER < 4
          MOVE '(BLANK)' TO ED-DFLT
          MOVE 'CPTY' TO GEN-RESULT
          PERFORM 261-WRITE-DEFAULT-LINE
         END-IF.
         IF LAY-VER < 5
          MOVE '(ZEROS)' TO ED-DFLT
          MOVE 'TS' TO GEN-RESULT
          PERFORM 261-WRITE-DEFAULT-LINE
          MOVE DEF-SRC TO ED-DFLT
          MOVE 'SRC' TO GEN-RESULT
          PERFORM 261-WRITE-DEFAULT-LINE
         END-IF.
         MOVE 'MIGRATED' TO GEN-RESULT.

        261-WRITE-DEFAULT-LINE.
         MOVE SPACES TO RPT-REC.
         STRING '  DEFAULTED ' GEN-RESULT(1:5) ' = ' ED-DFLT
          ' ON ' ED-CT ' RECORD(S)'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.

        290-REPORT-RESULT.
         MOVE SPACES TO RPT-REC.
         STRING '  RESULT: ' GEN-RESULT
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         DISPLAY '  ' GEN-RESULT.

        300-END.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'GENERATIONS ' CT-GENS '  MIGRATED ' CT-MIGRATED
          '  ALREADY CURRENT ' CT-CURRENT '  FAILED ' CT-FAILED
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         CLOSE RPT-FL.
         DISPLAY 'GENERATIONS: ' CT-GENS ' MIGRATED: ' CT-MIGRATED
          ' CURRENT: ' CT-CURRENT ' FAILED: ' CT-FAILED.
         IF CT-FAILED > 0 AND RETURN-CODE < 8
          MOVE 8 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: LAYM0001'.
         GOBACK.
       END PROGRAM LAYM0001.
