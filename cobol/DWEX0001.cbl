      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - EXTRATO DIARIO INCREMENTAL PARA O DATA
      *          WAREHOUSE: PUBLICA O FATO DE CONVERSAO (DWFACT.txt, UM
      *          DETALHE POR REGISTRO DO LIN0001 DA DATA DE NEGOCIO, COM
      *          TARIFA DO FEE0001, RESIDUO DO RESID0001 E PRESENCA NO
      *          O0001) E AS DIMENSOES SO COM O QUE E NOVO OU MUDOU:
      *          MOEDAS (CURRMST.txt), ENTIDADES (ENTMST.txt), PARES
      *          (COM A CONVENCAO DO PAIRCONV.txt) E FIXINGS. AS CHAVES
      *          SUBSTITUTAS FICAM EM DWKEYS.txt E NAO MUDAM ENTRE DIAS.
      *          CADA ARQUIVO TEM HEADER, TRAILER DE CONTROLE E ENTRADA
      *          NO RUNMFST.txt; O FATO ENTRA NO REGISTRO UNICO DE
      *          ENTREGAS DE SAIDA (ODRG0001) A ESPERA DA RETIRADA PELO
      *          WAREHOUSE. RC=4 NADA CONVERTIDO NA DATA, RC=8 ERRO DE
      *          ARQUIVO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. DWEX0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT LIN-FL ASSIGN LIN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-LIN.
         SELECT O-FL ASSIGN O-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-O.
         SELECT FEE-FL ASSIGN FEE-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-FEE.
         SELECT RES-FL ASSIGN RES-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RES.
         SELECT CUR-FL ASSIGN CUR-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CUR.
         SELECT EMS-FL ASSIGN EMS-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-EMS.
         SELECT PCV-FL ASSIGN PCV-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-PCV.
         SELECT KEY-FL ASSIGN KEY-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-KEY.
         SELECT FACT-FL ASSIGN FACT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-FACT.
         SELECT DCUR-FL ASSIGN DCUR-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-DCUR.
         SELECT DENT-FL ASSIGN DENT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-DENT.
         SELECT DPAR-FL ASSIGN DPAR-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-DPAR.
         SELECT DFIX-FL ASSIGN DFIX-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-DFIX.
         SELECT MFST-FL ASSIGN MFST-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-MFST.

       DATA DIVISION.
        FILE SECTION.
         FD LIN-FL.
         01 LIN-RCRD.
          02 LIN-SEQ                                        PIC 9(6).
          02 LIN-A                                          PIC X(10).
          02 LIN-B                                          PIC X(10).
          02 LIN-DT                                         PIC 9(8).
          02 LIN-I-V                                       PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 LIN-O-V                                       PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 LIN-NUM                                        PIC 9(10).
          02 LIN-DEN                                        PIC 9(10).
          02 LIN-EFF-DT                                     PIC 9(8).
          02 LIN-MID                                        PIC X(10).
          02 LIN-RUN-DT                                     PIC 9(8).
          02 LIN-FIX                                        PIC X(5).
          02 LIN-TENOR                                      PIC X(3).
          02 LIN-ENT                                        PIC X(4).
          02 LIN-SIDE                                       PIC X.

         FD O-FL.
         01 RCRD-O.
          02 O-A                                           PIC X(10).
          02 O-B                                           PIC X(10).
          02 O-DT                                          PIC 9(8).
          02 O-V                                           PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 O-ENT                                         PIC X(4).

         FD FEE-FL.
         01 FEE-RCRD.
          02 FEE-SEQ                                        PIC 9(6).
          02 FEE-A                                          PIC X(10).
          02 FEE-B                                          PIC X(10).
          02 FEE-DT                                         PIC 9(8).
          02 FEE-BASE                                     PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 FEE-AMT                                      PIC 9(08)V99.
          02 FEE-ENT                                        PIC X(4).

         FD RES-FL.
         01 RES-RCRD.
          02 RES-A                                          PIC X(10).
          02 RES-B                                          PIC X(10).
          02 RES-DT                                         PIC 9(8).
          02 RES-O-V                                       PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 RES-RESID                                      PIC S9V9(6)
           SIGN IS TRAILING SEPARATE CHARACTER.

         FD CUR-FL.
         01 CUR-RCRD.
           COPY CURREC.

         FD EMS-FL.
         01 EMS-RCRD.
           COPY ENTMREC.

         FD PCV-FL.
         01 PCV-RCRD.
           COPY PCVREC.

         FD KEY-FL.
         01 KEY-RCRD.
           COPY DWKREC.

         FD FACT-FL.
         01 FACT-RCRD.
           COPY DWFREC.

         FD DCUR-FL.
         01 DCUR-REC                                       PIC X(118).

         FD DENT-FL.
         01 DENT-REC                                       PIC X(118).

         FD DPAR-FL.
         01 DPAR-REC                                       PIC X(118).

         FD DFIX-FL.
         01 DFIX-REC                                       PIC X(118).

         FD MFST-FL.
         01 MFST-RCRD.
          COPY MFSTREC.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'DWEX0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 LIN-FL-PATH               PIC X(80)
             VALUE '.\..\fls\LIN0001.txt'.
         77 O-FL-PATH                 PIC X(80)
             VALUE '.\..\fls\O0001.txt'.
         77 FEE-FL-PATH               PIC X(80)
             VALUE '.\..\fls\FEE0001.txt'.
         77 RES-FL-PATH               PIC X(80)
             VALUE '.\..\fls\RESID0001.txt'.
         77 CUR-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CURRMST.txt'.
         77 EMS-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ENTMST.txt'.
         77 PCV-FL-PATH               PIC X(80)
             VALUE '.\..\fls\PAIRCONV.txt'.
         77 KEY-FL-PATH               PIC X(80)
             VALUE '.\..\fls\DWKEYS.txt'.
         77 FACT-FL-PATH              PIC X(80)
             VALUE '.\..\fls\DWFACT.txt'.
         77 DCUR-FL-PATH              PIC X(80)
             VALUE '.\..\fls\DWDCUR.txt'.
         77 DENT-FL-PATH              PIC X(80)
             VALUE '.\..\fls\DWDENT.txt'.
         77 DPAR-FL-PATH              PIC X(80)
             VALUE '.\..\fls\DWDPAIR.txt'.
         77 DFIX-FL-PATH              PIC X(80)
             VALUE '.\..\fls\DWDFIX.txt'.
         77 MFST-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RUNMFST.txt'.
         77 PATH-ENV                  PIC X(80).

         77 REHEARSAL-ENV                              PIC X(3).
         77 REHEARSAL-FL                          PIC X VALUE 'N'.
          88 IS-REHEARSAL                               VALUE 'Y'.
         77 REH-WRK-PATH                               PIC X(80).

         77 STTS-LIN                                       PIC 99.
         77 STTS-O                                         PIC 99.
         77 STTS-FEE                                       PIC 99.
         77 STTS-RES                                       PIC 99.
         77 STTS-CUR                                       PIC 99.
         77 STTS-EMS                                       PIC 99.
         77 STTS-PCV                                       PIC 99.
         77 STTS-KEY                                       PIC 99.
         77 STTS-FACT                                      PIC 99.
         77 STTS-DCUR                                      PIC 99.
         77 STTS-DENT                                      PIC 99.
         77 STTS-DPAR                                      PIC 99.
         77 STTS-DFIX                                      PIC 99.
         77 STTS-MFST                                      PIC 99.
         77 EOF-FL                                         PIC X.
          88 FILE-IS-EOF                                   VALUE 'Y'.

         77 BUS-DATE-ENV                                   PIC X(8).
         77 BUS-DATE                                       PIC 9(8).
         77 NOW-TS                                         PIC 9(14).

      * SURROGATE KEYS: ONE ROW PER DIMENSION MEMBER EVER PUBLISHED;
      * KS-SEEN MARKS THE MEMBERS ALREADY CHECKED IN THIS RUN
         77 KEY-CT                             PIC 9(4) COMP VALUE 0.
         77 KEY-MAX                         PIC 9(4) COMP VALUE 2000.
         77 KX                                         PIC 9(4) COMP.
         01 KEY-TBL.
          02 KEY-ENTRY OCCURS 2000 TIMES.
            COPY DWKREC.
         01 KEY-SEEN-TBL.
          02 KS-SEEN OCCURS 2000 TIMES                     PIC X.
         77 KEY-FOUND-FL                                   PIC X.
          88 KEY-IS-FOUND                                  VALUE 'Y'.

      * PER-DIMENSION CONTROL: LAST KEY GIVEN, ROWS AND KEY HASH FOR
      * THE TRAILER OF THE DIMENSION FILE
         01 DIM-NAMES-VALUES.
          02 FILLER                          PIC X(3) VALUE 'CUR'.
          02 FILLER                          PIC X(3) VALUE 'ENT'.
          02 FILLER                          PIC X(3) VALUE 'PAR'.
          02 FILLER                          PIC X(3) VALUE 'FIX'.
         01 DIM-NAMES REDEFINES DIM-NAMES-VALUES.
          02 DM-NAME OCCURS 4 TIMES                        PIC X(3).
         01 DIM-CTL-TBL.
          02 DIM-CTL OCCURS 4 TIMES.
           03 DC-LAST-KEY                                  PIC 9(6).
           03 DC-CT                                        PIC 9(6).
           03 DC-HASH                                      PIC 9(12).
         77 DMX                                        PIC 9(2) COMP.

      * KEY REQUEST: DIMENSION, NATURAL KEY AND TODAY'S ATTRIBUTES IN;
      * SURROGATE KEY AND ACTION (N NEW, C CHANGED, BLANK SAME) OUT
         77 RK-DIM                                         PIC X(3).
         77 RK-NAT                                         PIC X(20).
         77 RK-IMAGE                                       PIC X(80).
         77 RK-KEY                                         PIC 9(6).
         77 RK-ACTION                                      PIC X.
         01 DIM-OUT.
           COPY DWDREC.

         77 OUT-CT                             PIC 9(4) COMP VALUE 0.
         77 OX                                         PIC 9(4) COMP.
         01 OUT-TBL.
          02 OUT-ENTRY OCCURS 9999 TIMES.
           03 OT-A                                         PIC X(10).
           03 OT-B                                         PIC X(10).
           03 OT-DT                                        PIC 9(8).
           03 OT-V                                        PIC S9(08)V99.
           03 OT-USED                                      PIC X.

         77 FEE-CT                             PIC 9(4) COMP VALUE 0.
         77 FX                                         PIC 9(4) COMP.
         01 FEE-TBL.
          02 FEE-ENTRY OCCURS 9999 TIMES.
           03 FT-SEQ                                       PIC 9(6).
           03 FT-A                                         PIC X(10).
           03 FT-B                                         PIC X(10).
           03 FT-AMT                                       PIC 9(08)V99.

         77 RES-CT                             PIC 9(4) COMP VALUE 0.
         77 RX                                         PIC 9(4) COMP.
         01 RES-TBL.
          02 RES-ENTRY OCCURS 9999 TIMES.
           03 RT-A                                         PIC X(10).
           03 RT-B                                         PIC X(10).
           03 RT-DT                                        PIC 9(8).
           03 RT-O-V                                      PIC S9(08)V99.
           03 RT-RESID                                    PIC S9V9(6).
           03 RT-USED                                      PIC X.

         77 PCV-CT                             PIC 9(4) COMP VALUE 0.
         77 PX                                         PIC 9(4) COMP.
         01 PCV-TBL.
          02 PCV-ENTRY OCCURS 999 TIMES.
           03 PC-A                                         PIC X(10).
           03 PC-B                                         PIC X(10).
           03 PC-MKT-BASE                                  PIC X(10).
           03 PC-UNIT                                      PIC 9(5).
           03 PC-DEC                                       PIC 9.
         77 MATCH-FL                                       PIC X.
          88 IS-MATCHED                                    VALUE 'Y'.

         01 PAIR-NAT.
          02 PN-A                                          PIC X(10).
          02 PN-B                                          PIC X(10).
         01 WRK-IMAGE.
          02 WI-BODY                                       PIC X(80).
         01 WRK-CUR-IMAGE REDEFINES WRK-IMAGE.
          02 WI-CUR-NAME                                   PIC X(30).
          02 WI-CUR-DEC                                    PIC 9.
          02 WI-CUR-ACTIVE                                 PIC X.
          02 WI-CUR-EFF-DT                                 PIC 9(8).
          02 FILLER                                        PIC X(40).
         01 WRK-ENT-IMAGE REDEFINES WRK-IMAGE.
          02 WI-ENT-NAME                                   PIC X(40).
          02 WI-ENT-BASE-CUR                               PIC X(10).
          02 WI-ENT-STATUS                                 PIC X.
          02 WI-ENT-EFF-DT                                 PIC 9(8).
          02 FILLER                                        PIC X(21).
         01 WRK-PAIR-IMAGE REDEFINES WRK-IMAGE.
          02 WI-PAIR-A-KEY                                 PIC 9(6).
          02 WI-PAIR-B-KEY                                 PIC 9(6).
          02 WI-PAIR-MKT-BASE                              PIC X(10).
          02 WI-PAIR-UNIT                                  PIC 9(5).
          02 WI-PAIR-DEC                                   PIC 9.
          02 FILLER                                        PIC X(52).
         01 WRK-FIX-IMAGE REDEFINES WRK-IMAGE.
          02 WI-FIX-DESC                                   PIC X(30).
          02 FILLER                                        PIC X(50).

         77 CT-FACTS                            PIC 9(6) VALUE ZEROS.
         77 CT-NOT-IN-OUTPUT                    PIC 9(6) VALUE ZEROS.
         77 CT-NO-ENTITY                        PIC 9(6) VALUE ZEROS.
         77 CT-SKIPPED                          PIC 9(6) VALUE ZEROS.
         77 HASH-I                          PIC S9(12)V99 VALUE ZEROS.
         77 HASH-O                          PIC S9(12)V99 VALUE ZEROS.
         77 ODRG-FUNC                      PIC X(4) VALUE 'PROD'.
         01 ODRG-AREA.
           COPY ODRGREC.
         77 ODRG-RC                                        PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.

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
         DISPLAY 'MAIN: DWEX0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: DWEX0001'.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'DWEX0001_LINFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO LIN-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'DWEX0001_OUTFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO O-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'DWEX0001_FEEFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO FEE-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'DWEX0001_RESIDFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO RES-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'DWEX0001_CURFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO CUR-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'DWEX0001_ENTFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO EMS-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'DWEX0001_CONVFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO PCV-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'DWEX0001_KEYFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO KEY-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'DWEX0001_FACTFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO FACT-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'DWEX0001_DCURFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO DCUR-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'DWEX0001_DENTFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO DENT-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'DWEX0001_DPAIRFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO DPAR-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'DWEX0001_DFIXFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO DFIX-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'DWEX0001_MANIFEST'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO MFST-FL-PATH
         END-IF.
         ACCEPT REHEARSAL-ENV FROM ENVIRONMENT 'CHAIN_REHEARSAL'.
         IF REHEARSAL-ENV(1:1) = 'Y'
          MOVE 'Y' TO REHEARSAL-FL
          PERFORM 101-REHEARSAL-PATHS
          DISPLAY 'REHEARSAL MODE: EXTRACT FILES CARRY THE .RHSL SUFFIX'
          DISPLAY 'RUN MANIFEST AND SURROGATE KEYS UNTOUCHED'
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TS.
         MOVE NOW-TS(1:8) TO BUS-DATE.
         ACCEPT BUS-DATE-ENV FROM ENVIRONMENT 'DWEX0001_DATE'.
         IF BUS-DATE-ENV IS NUMERIC AND BUS-DATE-ENV NOT = SPACES
          MOVE BUS-DATE-ENV TO BUS-DATE
         END-IF.
         DISPLAY 'WAREHOUSE EXTRACT FOR ' BUS-DATE.
         INITIALIZE DIM-CTL-TBL.
         PERFORM 110-LOAD-KEYS.
         PERFORM 120-LOAD-OUTPUT.
         PERFORM 130-LOAD-FEES.
         PERFORM 140-LOAD-RESIDUALS.
         PERFORM 150-LOAD-CONVENTIONS.

        101-REHEARSAL-PATHS.
         MOVE SPACES TO REH-WRK-PATH.
         STRING FACT-FL-PATH DELIMITED BY SPACE
          '.RHSL' DELIMITED BY SIZE INTO REH-WRK-PATH.
         MOVE REH-WRK-PATH TO FACT-FL-PATH.
         MOVE SPACES TO REH-WRK-PATH.
         STRING DCUR-FL-PATH DELIMITED BY SPACE
          '.RHSL' DELIMITED BY SIZE INTO REH-WRK-PATH.
         MOVE REH-WRK-PATH TO DCUR-FL-PATH.
         MOVE SPACES TO REH-WRK-PATH.
         STRING DENT-FL-PATH DELIMITED BY SPACE
          '.RHSL' DELIMITED BY SIZE INTO REH-WRK-PATH.
         MOVE REH-WRK-PATH TO DENT-FL-PATH.
         MOVE SPACES TO REH-WRK-PATH.
         STRING DPAR-FL-PATH DELIMITED BY SPACE
          '.RHSL' DELIMITED BY SIZE INTO REH-WRK-PATH.
         MOVE REH-WRK-PATH TO DPAR-FL-PATH.
         MOVE SPACES TO REH-WRK-PATH.
         STRING DFIX-FL-PATH DELIMITED BY SPACE
          '.RHSL' DELIMITED BY SIZE INTO REH-WRK-PATH.
         MOVE REH-WRK-PATH TO DFIX-FL-PATH.

        110-LOAD-KEYS.
      * NO KEY FILE YET MEANS THE FIRST EXTRACT: EVERY MEMBER IS NEW
         MOVE 'N' TO EOF-FL.
         OPEN INPUT KEY-FL.
         IF STTS-KEY = 35
          DISPLAY 'NO SURROGATE KEYS YET, FULL DIMENSIONS PUBLISHED'
          EXIT PARAGRAPH
         END-IF.
         IF STTS-KEY NOT = ZEROS
          DISPLAY 'CANNOT OPEN KEY-FL, STATUS = ' STTS-KEY
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 111-LOAD-ONE-KEY UNTIL FILE-IS-EOF.
         CLOSE KEY-FL.
         DISPLAY 'SURROGATE KEYS ON RECORD: ' KEY-CT.

        111-LOAD-ONE-KEY.
         READ KEY-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF DWK-KEY OF KEY-RCRD IS NUMERIC
            IF KEY-CT >= KEY-MAX
             DISPLAY 'SURROGATE KEY TABLE FULL, RUN ABORTED'
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
            ADD 1 TO KEY-CT
            MOVE KEY-RCRD TO KEY-ENTRY(KEY-CT)
            MOVE 'N' TO KS-SEEN(KEY-CT)
            MOVE DWK-DIM OF KEY-RCRD TO RK-DIM
            PERFORM 290-FIND-DIM
            IF DMX > 0
               AND DWK-KEY OF KEY-RCRD > DC-LAST-KEY(DMX)
             MOVE DWK-KEY OF KEY-RCRD TO DC-LAST-KEY(DMX)
            END-IF
           END-IF
         END-READ.
         IF STTS-KEY NOT = ZEROS AND STTS-KEY NOT = 10
          DISPLAY 'I/O ERROR READING KEY-FL, STATUS = ' STTS-KEY
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        120-LOAD-OUTPUT.
         MOVE 'N' TO EOF-FL.
         OPEN INPUT O-FL.
         IF STTS-O NOT = ZEROS
          DISPLAY 'NO OUTPUT FILE (' O-FL-PATH(1:40) ')'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 121-LOAD-ONE-OUTPUT UNTIL FILE-IS-EOF.
         CLOSE O-FL.

        121-LOAD-ONE-OUTPUT.
         READ O-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF O-A = '*TRAILER*'
            MOVE 'Y' TO EOF-FL
           ELSE
            IF OUT-CT < 9999
             ADD 1 TO OUT-CT
             MOVE O-A TO OT-A(OUT-CT)
             MOVE O-B TO OT-B(OUT-CT)
             MOVE O-DT TO OT-DT(OUT-CT)
             MOVE O-V TO OT-V(OUT-CT)
             MOVE 'N' TO OT-USED(OUT-CT)
            END-IF
           END-IF
         END-READ.
         IF STTS-O NOT = ZEROS AND STTS-O NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        130-LOAD-FEES.
         MOVE 'N' TO EOF-FL.
         OPEN INPUT FEE-FL.
         IF STTS-FEE NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 131-LOAD-ONE-FEE UNTIL FILE-IS-EOF.
         CLOSE FEE-FL.

        131-LOAD-ONE-FEE.
         READ FEE-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF FEE-SEQ IS NUMERIC AND FEE-CT < 9999
            ADD 1 TO FEE-CT
            MOVE FEE-SEQ TO FT-SEQ(FEE-CT)
            MOVE FEE-A TO FT-A(FEE-CT)
            MOVE FEE-B TO FT-B(FEE-CT)
            MOVE FEE-AMT TO FT-AMT(FEE-CT)
           END-IF
         END-READ.
         IF STTS-FEE NOT = ZEROS AND STTS-FEE NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        140-LOAD-RESIDUALS.
         MOVE 'N' TO EOF-FL.
         OPEN INPUT RES-FL.
         IF STTS-RES NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 141-LOAD-ONE-RESIDUAL UNTIL FILE-IS-EOF.
         CLOSE RES-FL.

        141-LOAD-ONE-RESIDUAL.
         READ RES-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF RES-RCRD(1:9) NOT = 'RUN DATE:' AND RES-CT < 9999
            ADD 1 TO RES-CT
            MOVE RES-A TO RT-A(RES-CT)
            MOVE RES-B TO RT-B(RES-CT)
            MOVE RES-DT TO RT-DT(RES-CT)
            MOVE RES-O-V TO RT-O-V(RES-CT)
            MOVE RES-RESID TO RT-RESID(RES-CT)
            MOVE 'N' TO RT-USED(RES-CT)
           END-IF
         END-READ.
         IF STTS-RES NOT = ZEROS AND STTS-RES NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        150-LOAD-CONVENTIONS.
         MOVE 'N' TO EOF-FL.
         OPEN INPUT PCV-FL.
         IF STTS-PCV NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 151-LOAD-ONE-CONVENTION UNTIL FILE-IS-EOF.
         CLOSE PCV-FL.

        151-LOAD-ONE-CONVENTION.
         READ PCV-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF PCV-UNIT IS NUMERIC AND PCV-DEC IS NUMERIC
              AND PCV-CT < 999
            ADD 1 TO PCV-CT
            MOVE PCV-A TO PC-A(PCV-CT)
            MOVE PCV-B TO PC-B(PCV-CT)
            MOVE PCV-MKT-BASE TO PC-MKT-BASE(PCV-CT)
            MOVE PCV-UNIT TO PC-UNIT(PCV-CT)
            MOVE PCV-DEC TO PC-DEC(PCV-CT)
           END-IF
         END-READ.
         IF STTS-PCV NOT = ZEROS AND STTS-PCV NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: DWEX0001'.
         PERFORM 205-OPEN-EXTRACTS.
         IF RETURN-CODE >= 8
          EXIT PARAGRAPH
         END-IF.
         PERFORM 210-CURRENCY-DIMENSION.
         PERFORM 220-ENTITY-DIMENSION.
         PERFORM 230-FIXING-DIMENSION.
         PERFORM 240-CONVERSION-FACTS.
         PERFORM 250-REFRESH-PAIRS.
         PERFORM 260-CLOSE-EXTRACTS.
         IF RETURN-CODE >= 8 OR IS-REHEARSAL
          EXIT PARAGRAPH
         END-IF.
         PERFORM 270-SAVE-KEYS.
         PERFORM 280-WRITE-MANIFEST-ENTRIES.
         PERFORM 285-RECORD-DELIVERY.

        205-OPEN-EXTRACTS.
         OPEN OUTPUT FACT-FL.
         OPEN OUTPUT DCUR-FL.
         OPEN OUTPUT DENT-FL.
         OPEN OUTPUT DPAR-FL.
         OPEN OUTPUT DFIX-FL.
         IF STTS-FACT NOT = ZEROS OR STTS-DCUR NOT = ZEROS
            OR STTS-DENT NOT = ZEROS OR STTS-DPAR NOT = ZEROS
            OR STTS-DFIX NOT = ZEROS
          DISPLAY 'ERROR OPENING EXTRACT FILES, STATUS = ' STTS-FACT
           ' ' STTS-DCUR ' ' STTS-DENT ' ' STTS-DPAR ' ' STTS-DFIX
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO FACT-RCRD.
         MOVE 'HDR' TO FC-REC-TYPE.
         MOVE 'DWFACT' TO FC-FILE-ID.
         MOVE NOW-TS TO FC-TIMESTAMP.
         MOVE BUS-DATE TO FC-BUS-DT.
         WRITE FACT-RCRD.
         MOVE SPACES TO DIM-OUT.
         MOVE 'HDR' TO DD-REC-TYPE.
         MOVE NOW-TS TO DD-TIMESTAMP.
         MOVE BUS-DATE TO DD-RUN-DT.
         MOVE 'DWDCUR' TO DD-FILE-ID.
         WRITE DCUR-REC FROM DIM-OUT.
         MOVE 'DWDENT' TO DD-FILE-ID.
         WRITE DENT-REC FROM DIM-OUT.
         MOVE 'DWDPAIR' TO DD-FILE-ID.
         WRITE DPAR-REC FROM DIM-OUT.
         MOVE 'DWDFIX' TO DD-FILE-ID.
         WRITE DFIX-REC FROM DIM-OUT.

        210-CURRENCY-DIMENSION.
         MOVE 'N' TO EOF-FL.
         OPEN INPUT CUR-FL.
         IF STTS-CUR NOT = ZEROS
          DISPLAY 'NO CURRENCY MASTER (' CUR-FL-PATH(1:40) ')'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 211-ONE-CURRENCY UNTIL FILE-IS-EOF.
         CLOSE CUR-FL.

        211-ONE-CURRENCY.
         READ CUR-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF CUR-CODE NOT = SPACES
            MOVE SPACES TO WRK-IMAGE
            MOVE CUR-NAME TO WI-CUR-NAME
            MOVE CUR-DEC-PLACES TO WI-CUR-DEC
            MOVE CUR-ACTIVE-FL TO WI-CUR-ACTIVE
            MOVE CUR-EFF-DT TO WI-CUR-EFF-DT
            MOVE 'CUR' TO RK-DIM
            MOVE CUR-CODE TO RK-NAT
            MOVE WRK-IMAGE TO RK-IMAGE
            PERFORM 291-RESOLVE-KEY
           END-IF
         END-READ.
         IF STTS-CUR NOT = ZEROS AND STTS-CUR NOT = 10
          DISPLAY 'I/O ERROR READING CUR-FL, STATUS = ' STTS-CUR
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO EOF-FL
         END-IF.

        220-ENTITY-DIMENSION.
         MOVE 'N' TO EOF-FL.
         OPEN INPUT EMS-FL.
         IF STTS-EMS NOT = ZEROS
          DISPLAY 'NO ENTITY MASTER (' EMS-FL-PATH(1:40) ')'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 221-ONE-ENTITY UNTIL FILE-IS-EOF.
         CLOSE EMS-FL.

        221-ONE-ENTITY.
         READ EMS-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF EMS-CODE NOT = SPACES
            MOVE SPACES TO WRK-IMAGE
            MOVE EMS-NAME TO WI-ENT-NAME
            MOVE EMS-BASE-CUR TO WI-ENT-BASE-CUR
            MOVE EMS-STATUS TO WI-ENT-STATUS
            MOVE EMS-EFF-DT TO WI-ENT-EFF-DT
            MOVE 'ENT' TO RK-DIM
            MOVE EMS-CODE TO RK-NAT
            MOVE WRK-IMAGE TO RK-IMAGE
            PERFORM 291-RESOLVE-KEY
           END-IF
         END-READ.
         IF STTS-EMS NOT = ZEROS AND STTS-EMS NOT = 10
          DISPLAY 'I/O ERROR READING EMS-FL, STATUS = ' STTS-EMS
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO EOF-FL
         END-IF.

        230-FIXING-DIMENSION.
      * THE FIXINGS THE RATE LOADER ACCEPTS ARE ALWAYS MEMBERS; ANY
      * OTHER CODE FOUND ON A CONVERSION JOINS WHEN IT IS FIRST SEEN
         MOVE '*NONE*' TO LIN-FIX.
         PERFORM 231-RESOLVE-FIXING.
         MOVE 'OPEN' TO LIN-FIX.
         PERFORM 231-RESOLVE-FIXING.
         MOVE 'MID' TO LIN-FIX.
         PERFORM 231-RESOLVE-FIXING.
         MOVE 'CLOSE' TO LIN-FIX.
         PERFORM 231-RESOLVE-FIXING.

        231-RESOLVE-FIXING.
         MOVE SPACES TO WRK-IMAGE.
         EVALUATE LIN-FIX
          WHEN SPACES
          WHEN '*NONE'
           MOVE '*NONE*' TO RK-NAT
           MOVE 'NO FIXING GIVEN' TO WI-FIX-DESC
          WHEN 'OPEN'
           MOVE LIN-FIX TO RK-NAT
           MOVE 'OPENING FIXING' TO WI-FIX-DESC
          WHEN 'MID'
           MOVE LIN-FIX TO RK-NAT
           MOVE 'MID-DAY FIXING' TO WI-FIX-DESC
          WHEN 'CLOSE'
           MOVE LIN-FIX TO RK-NAT
           MOVE 'CLOSING FIXING' TO WI-FIX-DESC
          WHEN OTHER
           MOVE LIN-FIX TO RK-NAT
           MOVE 'OTHER FIXING' TO WI-FIX-DESC
         END-EVALUATE.
         MOVE 'FIX' TO RK-DIM.
         MOVE WRK-IMAGE TO RK-IMAGE.
         PERFORM 291-RESOLVE-KEY.

        240-CONVERSION-FACTS.
         MOVE 'N' TO EOF-FL.
         OPEN INPUT LIN-FL.
         IF STTS-LIN NOT = ZEROS
          DISPLAY 'ERROR OPENING LIN-FL, STATUS = ' STTS-LIN
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         PERFORM 241-ONE-CONVERSION UNTIL FILE-IS-EOF.
         CLOSE LIN-FL.

        241-ONE-CONVERSION.
         READ LIN-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF LIN-SEQ NUMERIC AND LIN-RUN-DT = BUS-DATE
            PERFORM 242-WRITE-FACT
           END-IF
         END-READ.
         IF STTS-LIN NOT = ZEROS AND STTS-LIN NOT = 10
          DISPLAY 'I/O ERROR READING LIN-FL, STATUS = ' STTS-LIN
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO EOF-FL
         END-IF.

        242-WRITE-FACT.
         MOVE SPACES TO FACT-RCRD.
         MOVE 'DTL' TO FC-REC-TYPE.
         MOVE LIN-SEQ TO FC-SEQ.
         MOVE LIN-DT TO FC-DATE-KEY.
         MOVE LIN-RUN-DT TO FC-RUN-DT.
         MOVE LIN-A TO PN-A.
         MOVE LIN-B TO PN-B.
         PERFORM 255-RESOLVE-PAIR.
         MOVE RK-KEY TO FC-PAIR-KEY.
      * AN ENTITY NOT ON THE MASTER GOES TO THE UNKNOWN MEMBER
         MOVE 'ENT' TO RK-DIM.
         MOVE LIN-ENT TO RK-NAT.
         PERFORM 292-LOOKUP-KEY.
         IF RK-KEY = ZEROS
          ADD 1 TO CT-NO-ENTITY
         END-IF.
         MOVE RK-KEY TO FC-ENT-KEY.
         PERFORM 231-RESOLVE-FIXING.
         MOVE RK-KEY TO FC-FIX-KEY.
         MOVE LIN-TENOR TO FC-TENOR.
         MOVE LIN-SIDE TO FC-SIDE.
         MOVE LIN-I-V TO FC-I-V.
         MOVE LIN-O-V TO FC-O-V.
         MOVE LIN-NUM TO FC-RATE-NUM.
         MOVE LIN-DEN TO FC-RATE-DEN.
         PERFORM 243-FIND-FEE.
         PERFORM 244-FIND-RESIDUAL.
         PERFORM 245-FIND-OUTPUT.
         WRITE FACT-RCRD.
         ADD 1 TO CT-FACTS.
         ADD LIN-I-V TO HASH-I.
         ADD LIN-O-V TO HASH-O.

        243-FIND-FEE.
      * CONV0001 NUMBERS THE FEE WITH THE LINEAGE SEQUENCE
         MOVE ZEROS TO FC-FEE.
         MOVE 1 TO FX.
         PERFORM 246-SCAN-FEE UNTIL FX > FEE-CT.

        244-FIND-RESIDUAL.
         MOVE ZEROS TO FC-RESID.
         MOVE 'N' TO MATCH-FL.
         MOVE 1 TO RX.
         PERFORM 247-SCAN-RESIDUAL UNTIL RX > RES-CT OR IS-MATCHED.

        245-FIND-OUTPUT.
      * A RECORD NETTED OUT BY A REVERSAL IS NO LONGER IN O0001
         MOVE 'N' TO FC-IN-OUTPUT.
         MOVE 'N' TO MATCH-FL.
         MOVE 1 TO OX.
         PERFORM 248-SCAN-OUTPUT UNTIL OX > OUT-CT OR IS-MATCHED.
         IF IS-MATCHED
          MOVE 'Y' TO FC-IN-OUTPUT
         ELSE
          ADD 1 TO CT-NOT-IN-OUTPUT
         END-IF.

        246-SCAN-FEE.
         IF FT-SEQ(FX) = LIN-SEQ AND FT-A(FX) = LIN-A
            AND FT-B(FX) = LIN-B
          MOVE FT-AMT(FX) TO FC-FEE
          MOVE FEE-CT TO FX
         END-IF.
         ADD 1 TO FX.

        247-SCAN-RESIDUAL.
         IF RT-USED(RX) = 'N' AND RT-A(RX) = LIN-A
            AND RT-B(RX) = LIN-B AND RT-DT(RX) = LIN-DT
            AND RT-O-V(RX) = LIN-O-V
          MOVE RT-RESID(RX) TO FC-RESID
          MOVE 'Y' TO RT-USED(RX)
          MOVE 'Y' TO MATCH-FL
         ELSE
          ADD 1 TO RX
         END-IF.

        248-SCAN-OUTPUT.
         IF OT-USED(OX) = 'N' AND OT-A(OX) = LIN-A
            AND OT-B(OX) = LIN-B AND OT-DT(OX) = LIN-DT
            AND OT-V(OX) = LIN-O-V
          MOVE 'Y' TO OT-USED(OX)
          MOVE 'Y' TO MATCH-FL
         ELSE
          ADD 1 TO OX
         END-IF.

        250-REFRESH-PAIRS.
      * A PAIR NOT CONVERTED TODAY MAY STILL HAVE A NEW CONVENTION OR
      * A CURRENCY THAT CHANGED KEY, SO EVERY KNOWN PAIR IS RECHECKED
         MOVE 1 TO KX.
         PERFORM 251-REFRESH-ONE-PAIR UNTIL KX > KEY-CT.

        251-REFRESH-ONE-PAIR.
         IF DWK-DIM OF KEY-ENTRY(KX) = 'PAR' AND KS-SEEN(KX) NOT = 'Y'
          MOVE DWK-NAT OF KEY-ENTRY(KX) TO PAIR-NAT
          PERFORM 255-RESOLVE-PAIR
         END-IF.
         ADD 1 TO KX.

        255-RESOLVE-PAIR.
         MOVE SPACES TO WRK-IMAGE.
         MOVE 'CUR' TO RK-DIM.
         MOVE PN-A TO RK-NAT.
         PERFORM 292-LOOKUP-KEY.
         MOVE RK-KEY TO WI-PAIR-A-KEY.
         MOVE PN-B TO RK-NAT.
         PERFORM 292-LOOKUP-KEY.
         MOVE RK-KEY TO WI-PAIR-B-KEY.
      * THE MARKET CONVENTION HOLDS FOR BOTH DIRECTIONS OF THE PAIR
         MOVE ZEROS TO WI-PAIR-UNIT.
         MOVE ZEROS TO WI-PAIR-DEC.
         MOVE 'N' TO MATCH-FL.
         MOVE 1 TO PX.
         PERFORM 256-SCAN-CONVENTION UNTIL PX > PCV-CT OR IS-MATCHED.
         MOVE 'PAR' TO RK-DIM.
         MOVE PAIR-NAT TO RK-NAT.
         MOVE WRK-IMAGE TO RK-IMAGE.
         PERFORM 291-RESOLVE-KEY.

        256-SCAN-CONVENTION.
         IF (PC-A(PX) = PN-A AND PC-B(PX) = PN-B)
            OR (PC-A(PX) = PN-B AND PC-B(PX) = PN-A)
          MOVE PC-MKT-BASE(PX) TO WI-PAIR-MKT-BASE
          MOVE PC-UNIT(PX) TO WI-PAIR-UNIT
          MOVE PC-DEC(PX) TO WI-PAIR-DEC
          MOVE 'Y' TO MATCH-FL
         ELSE
          ADD 1 TO PX
         END-IF.

        260-CLOSE-EXTRACTS.
         MOVE SPACES TO FACT-RCRD.
         MOVE 'TRL' TO FC-REC-TYPE.
         MOVE CT-FACTS TO FC-REC-CT.
         MOVE HASH-I TO FC-HASH-I.
         MOVE HASH-O TO FC-HASH-O.
         WRITE FACT-RCRD.
         CLOSE FACT-FL.
         MOVE 1 TO DMX.
         PERFORM 261-WRITE-DIM-TRAILER UNTIL DMX > 4.
         CLOSE DCUR-FL.
         CLOSE DENT-FL.
         CLOSE DPAR-FL.
         CLOSE DFIX-FL.
         DISPLAY 'FACT FILE WRITTEN TO ' FACT-FL-PATH(1:50).

        261-WRITE-DIM-TRAILER.
         MOVE SPACES TO DIM-OUT.
         MOVE 'TRL' TO DD-REC-TYPE.
         MOVE DC-CT(DMX) TO DD-REC-CT.
         MOVE DC-HASH(DMX) TO DD-KEY-HASH.
         PERFORM 295-WRITE-DIM-RECORD.
         DISPLAY 'DIMENSION ' DM-NAME(DMX) ': ' DC-CT(DMX)
          ' NEW OR CHANGED MEMBERS'.
         ADD 1 TO DMX.

        270-SAVE-KEYS.
      * THE KEYS ARE SAVED ONLY AFTER EVERY EXTRACT FILE IS CLOSED,
      * SO A FAILED RUN PUBLISHES THE SAME CHANGES AGAIN
         OPEN OUTPUT KEY-FL.
         IF STTS-KEY NOT = ZEROS
          DISPLAY 'CANNOT REWRITE KEY-FL, STATUS = ' STTS-KEY
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO KX.
         PERFORM 271-SAVE-ONE-KEY UNTIL KX > KEY-CT.
         CLOSE KEY-FL.

        271-SAVE-ONE-KEY.
         MOVE KEY-ENTRY(KX) TO KEY-RCRD.
         WRITE KEY-RCRD.
         ADD 1 TO KX.

        280-WRITE-MANIFEST-ENTRIES.
         OPEN EXTEND MFST-FL.
         IF STTS-MFST = 35 OR STTS-MFST = 30
          OPEN OUTPUT MFST-FL
         END-IF.
         IF STTS-MFST NOT = ZEROS
          DISPLAY 'ERROR OPENING MFST-FL, STATUS = ' STTS-MFST
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE BUS-DATE TO MFST-RUN-DATE.
         MOVE 'DWEX0001' TO MFST-PROGRAM.
         MOVE 'DWFACT' TO MFST-FILE-ID.
         WRITE MFST-RCRD.
         MOVE 'DWDCUR' TO MFST-FILE-ID.
         WRITE MFST-RCRD.
         MOVE 'DWDENT' TO MFST-FILE-ID.
         WRITE MFST-RCRD.
         MOVE 'DWDPAIR' TO MFST-FILE-ID.
         WRITE MFST-RCRD.
         MOVE 'DWDFIX' TO MFST-FILE-ID.
         WRITE MFST-RCRD.
         CLOSE MFST-FL.
         DISPLAY 'MANIFEST UPDATED: DWFACT AND DIMENSIONS -> '
           BUS-DATE.

        285-RECORD-DELIVERY.
      * THE FACT FILE IS WHAT THE WAREHOUSE LOADS; ITS HASH IS THE
      * CONVERTED-VALUE CONTROL THE TRAILER CARRIES
         INITIALIZE ODRG-AREA.
         MOVE 'DWEXTRACT' TO OD-ID.
         MOVE 'WAREHOUSE' TO OD-RECIP.
         MOVE BUS-DATE TO OD-REF.
         MOVE FACT-FL-PATH TO OD-FILE.
         MOVE CT-FACTS TO OD-COUNT.
         MOVE HASH-O TO OD-HASH.
         MOVE 'DWEX0001' TO OD-PGM.
         CALL 'ODRG0001' USING ODRG-FUNC ODRG-AREA ODRG-RC
          ON EXCEPTION
           MOVE 8 TO ODRG-RC
         END-CALL.
         IF ODRG-RC NOT = ZEROS
          DISPLAY 'WARNING: DELIVERY NOT REGISTERED FOR DWEXTRACT '
           BUS-DATE ', RC = ' ODRG-RC
         END-IF.

        290-FIND-DIM.
         MOVE 0 TO DMX.
         EVALUATE RK-DIM
          WHEN 'CUR'
           MOVE 1 TO DMX
          WHEN 'ENT'
           MOVE 2 TO DMX
          WHEN 'PAR'
           MOVE 3 TO DMX
          WHEN 'FIX'
           MOVE 4 TO DMX
         END-EVALUATE.

        291-RESOLVE-KEY.
      * A MEMBER ALREADY PUBLISHED TODAY IS PUBLISHED AGAIN ON A RERUN
      * FOR THE SAME DATE, SO A LOST FILE CAN BE REPLACED
         MOVE SPACE TO RK-ACTION.
         PERFORM 290-FIND-DIM.
         PERFORM 293-SEARCH-KEY.
         IF KEY-IS-FOUND
          MOVE DWK-KEY OF KEY-ENTRY(KX) TO RK-KEY
          IF KS-SEEN(KX) = 'Y'
           EXIT PARAGRAPH
          END-IF
          MOVE 'Y' TO KS-SEEN(KX)
          IF DWK-IMAGE OF KEY-ENTRY(KX) NOT = RK-IMAGE
           MOVE RK-IMAGE TO DWK-IMAGE OF KEY-ENTRY(KX)
           MOVE BUS-DATE TO DWK-CHG-DT OF KEY-ENTRY(KX)
          END-IF
          IF DWK-CHG-DT OF KEY-ENTRY(KX) = BUS-DATE
           IF DWK-FIRST-DT OF KEY-ENTRY(KX) = BUS-DATE
            MOVE 'N' TO RK-ACTION
           ELSE
            MOVE 'C' TO RK-ACTION
           END-IF
          END-IF
         ELSE
          IF KEY-CT >= KEY-MAX
           DISPLAY 'SURROGATE KEY TABLE FULL: ' RK-DIM ' ' RK-NAT
           ADD 1 TO CT-SKIPPED
           MOVE ZEROS TO RK-KEY
           EXIT PARAGRAPH
          END-IF
          ADD 1 TO KEY-CT
          MOVE KEY-CT TO KX
          ADD 1 TO DC-LAST-KEY(DMX)
          MOVE DC-LAST-KEY(DMX) TO RK-KEY
          MOVE RK-DIM TO DWK-DIM OF KEY-ENTRY(KX)
          MOVE RK-NAT TO DWK-NAT OF KEY-ENTRY(KX)
          MOVE RK-KEY TO DWK-KEY OF KEY-ENTRY(KX)
          MOVE RK-IMAGE TO DWK-IMAGE OF KEY-ENTRY(KX)
          MOVE BUS-DATE TO DWK-FIRST-DT OF KEY-ENTRY(KX)
          MOVE BUS-DATE TO DWK-CHG-DT OF KEY-ENTRY(KX)
          MOVE 'Y' TO KS-SEEN(KX)
          MOVE 'N' TO RK-ACTION
         END-IF.
         IF RK-ACTION NOT = SPACE
          MOVE SPACES TO DIM-OUT
          MOVE 'DTL' TO DD-REC-TYPE
          MOVE RK-KEY TO DD-KEY
          MOVE RK-NAT TO DD-NAT
          MOVE RK-ACTION TO DD-ACTION
          MOVE BUS-DATE TO DD-EFF-DT
          MOVE RK-IMAGE TO DD-IMAGE
          PERFORM 295-WRITE-DIM-RECORD
          ADD 1 TO DC-CT(DMX)
          ADD RK-KEY TO DC-HASH(DMX)
         END-IF.

        292-LOOKUP-KEY.
         PERFORM 293-SEARCH-KEY.
         IF KEY-IS-FOUND
          MOVE DWK-KEY OF KEY-ENTRY(KX) TO RK-KEY
         ELSE
          MOVE ZEROS TO RK-KEY
         END-IF.

        293-SEARCH-KEY.
         MOVE 'N' TO KEY-FOUND-FL.
         MOVE 1 TO KX.
         PERFORM 294-SCAN-ONE-KEY UNTIL KX > KEY-CT OR KEY-IS-FOUND.

        294-SCAN-ONE-KEY.
         IF DWK-DIM OF KEY-ENTRY(KX) = RK-DIM
            AND DWK-NAT OF KEY-ENTRY(KX) = RK-NAT
          MOVE 'Y' TO KEY-FOUND-FL
         ELSE
          ADD 1 TO KX
         END-IF.

        295-WRITE-DIM-RECORD.
         EVALUATE DMX
          WHEN 1
           WRITE DCUR-REC FROM DIM-OUT
          WHEN 2
           WRITE DENT-REC FROM DIM-OUT
          WHEN 3
           WRITE DPAR-REC FROM DIM-OUT
          WHEN 4
           WRITE DFIX-REC FROM DIM-OUT
         END-EVALUATE.

        300-END.
         DISPLAY '-- WAREHOUSE EXTRACT SUMMARY --'.
         DISPLAY ' CONVERSION FACTS: ' CT-FACTS.
         DISPLAY ' FACTS NO LONGER IN THE OUTPUT: ' CT-NOT-IN-OUTPUT.
         DISPLAY ' FACTS WITH AN UNKNOWN ENTITY: ' CT-NO-ENTITY.
         IF CT-SKIPPED > 0
          DISPLAY ' MEMBERS WITHOUT A KEY (TABLE FULL): ' CT-SKIPPED
         END-IF.
         IF RETURN-CODE < 8 AND CT-FACTS = 0
          DISPLAY ' WARNING: NOTHING CONVERTED ON ' BUS-DATE
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: DWEX0001'.
         GOBACK.
       END PROGRAM DWEX0001.
