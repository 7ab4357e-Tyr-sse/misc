      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - CONSOLIDACAO DO GRUPO: COM A
      *          HIERARQUIA DE ENTIDADES (ENTHIER.txt) SOBE PELA ARVORE
      *          OS SALDOS DE POSMST.txt E OS TOTAIS DO DIA EM O0001,
      *          PONDERADOS PELO PERCENTUAL DE CONSOLIDACAO; ELIMINA AS
      *          CONVERSOES ENTRE EMPRESAS DO GRUPO (CONTRAPARTE DE
      *          CPTYEXP.txt CADASTRADA NA HIERARQUIA) E EMITE A
      *          PLANILHA DE CONSOLIDACAO POR MOEDA (CONSRPT.txt)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. CONS0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT HIER-FL ASSIGN HIER-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-HIER.
         SELECT POS-FL ASSIGN POS-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-POS.
         SELECT O-FL ASSIGN O-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-O.
         SELECT CPX-FL ASSIGN CPX-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CPX.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.

       DATA DIVISION.
        FILE SECTION.
         FD HIER-FL.
         01 HIER-RCRD.
          COPY ENTHREC.

         FD POS-FL.
         01 POS-RCRD.
          02 POS-CODE                                      PIC X(10).
          02 POS-BAL                                     PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 POS-ENT                                       PIC X(4).

         FD O-FL.
         01 RCRD-O.
          02 O-A                                           PIC X(10).
          02 O-B                                           PIC X(10).
          02 O-DT                                          PIC 9(8).
          02 O-V                                           PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 O-ENT                                         PIC X(4).
         01 OTR-TRL-RCRD.
          02 OTR-TRL-TAG               PIC X(10).
          02 OTR-TRL-CT                PIC 9(6).
          02 OTR-TRL-HASH              PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 FILLER                   PIC X(8).

         FD CPX-FL.
         01 CPX-RCRD.
          02 CPX-CPTY                                       PIC X(8).
          02 CPX-ENT                                        PIC X(4).
          02 CPX-A                                          PIC X(10).
          02 CPX-B                                          PIC X(10).
          02 CPX-VAL-DT                                     PIC 9(8).
          02 CPX-AMT                                     PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 CPX-RUN-DT                                     PIC 9(8).
          02 CPX-SEQ                                        PIC 9(6).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'CONS0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 HIER-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ENTHIER.txt'.
         77 POS-FL-PATH               PIC X(80)
             VALUE '.\..\fls\POSMST.txt'.
         77 O-FL-PATH                 PIC X(80)
             VALUE '.\..\fls\O0001.txt'.
         77 CPX-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CPTYEXP.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CONSRPT.txt'.
         77 HIER-FL-PATH-ENV          PIC X(80).
         77 POS-FL-PATH-ENV           PIC X(80).
         77 O-FL-PATH-ENV             PIC X(80).
         77 CPX-FL-PATH-ENV           PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'CONS0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'CONS0001'.
         77 RPTF-RC                                        PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.
         77 REH-WRK-PATH                                   PIC X(80).
         77 REHEARSAL-ENV                              PIC X(3).

         77 STTS-HIER                                      PIC 99.
         77 STTS-POS                                       PIC 99.
         77 STTS-O                                         PIC 99.
         77 STTS-CPX                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 HIER-EOF-FL                              PIC X VALUE 'N'.
          88 HIER-IS-EOF                                   VALUE 'Y'.
         77 POS-EOF-FL                               PIC X VALUE 'N'.
          88 POS-IS-EOF                                    VALUE 'Y'.
         77 O-EOF-FL                                 PIC X VALUE 'N'.
          88 O-IS-EOF                                      VALUE 'Y'.
         77 CPX-EOF-FL                               PIC X VALUE 'N'.
          88 CPX-IS-EOF                                    VALUE 'Y'.

         77 TODAY-DT                                       PIC 9(8).
         77 RUN-DT                                         PIC 9(8).
         77 ASOF-ENV                                       PIC X(8).

      * THE GROUP TREE; THE PATH IS THE CHAIN OF ENTITY CODES FROM THE
      * TOP OF THE GROUP DOWN TO THE NODE, SO ORDERING BY PATH LISTS
      * EVERY HOLDING NODE AHEAD OF ITS OWN SUBSIDIARIES. THE EFFECTIVE
      * SHARE IS THE PRODUCT OF THE PERCENTAGES ALONG THE PATH
         77 HC-CT                                      PIC 9(4) COMP.
         77 HC-IX                                      PIC 9(4) COMP.
         77 HC-HIT                                     PIC 9(4) COMP.
         77 HC-SX                                      PIC 9(4) COMP.
         01 HRC-TBL.
          03 HRC-ENTRY OCCURS 1 TO 99 TIMES
              DEPENDING ON HC-CT.
           05 HC-PATH                                      PIC X(40).
           05 HC-ENT                                       PIC X(4).
           05 HC-PARENT                                    PIC X(4).
           05 HC-PCT                                       PIC 9(3)V99.
           05 HC-CPTY                                      PIC X(8).
           05 HC-NAME                                      PIC X(30).
           05 HC-EFF                                       PIC 9V9(8).
           05 HC-LEVEL                                     PIC 99.
           05 HC-KIDS                                      PIC 9(4).
           05 HC-OK                                        PIC X.

      * ANCESTORS MET WHILE WALKING ONE NODE UP TO THE TOP
         77 ANC-CT                                     PIC 9(4) COMP.
         77 ANC-IX                                     PIC 9(4) COMP.
         01 ANC-TBL.
          03 ANC-NODE OCCURS 10                        PIC 9(4) COMP.
         77 WALK-IX                                    PIC 9(4) COMP.
         77 WALK-EFF                                       PIC 9V9(8).
         77 WALK-BAD-FL                                    PIC X.
          88 WALK-IS-BAD                                   VALUE 'Y'.
         77 PATH-POS                                   PIC 9(4) COMP.
         77 PATH-LEN                                   PIC 9(4) COMP.

      * FIGURES PER CURRENCY AND ENTITY; AM-OUT 'Y' MARKS AN ENTITY
      * THAT IS NOT (OR NOT SOUNDLY) PLACED IN THE GROUP TREE
         77 AM-CT                                      PIC 9(4) COMP.
         77 AM-IX                                      PIC 9(4) COMP.
         77 AM-FOUND-FL                                    PIC X.
          88 AM-IS-FOUND                                   VALUE 'Y'.
         01 AMT-TBL.
          03 AMT-ENTRY OCCURS 1 TO 2999 TIMES
              DEPENDING ON AM-CT.
           05 AM-CUR                                       PIC X(10).
           05 AM-OUT                                       PIC X.
           05 AM-PATH                                      PIC X(40).
           05 AM-ENT                                       PIC X(4).
           05 AM-HIX                                       PIC 9(4).
           05 AM-POS                                     PIC S9(12)V99.
           05 AM-CONV                                    PIC S9(12)V99.
           05 AM-ELIM                                    PIC S9(12)V99.

      * INTERCOMPANY CONVERSIONS OF THE DAY, BY BOUGHT CURRENCY
         77 EL-CT                                      PIC 9(4) COMP.
         77 EL-IX                                      PIC 9(4) COMP.
         01 ELM-TBL.
          03 ELM-ENTRY OCCURS 1 TO 999 TIMES
              DEPENDING ON EL-CT.
           05 EL-B                                         PIC X(10).
           05 EL-ENT                                       PIC X(4).
           05 EL-CPTY                                      PIC X(8).
           05 EL-CPTY-ENT                                  PIC X(4).
           05 EL-A                                         PIC X(10).
           05 EL-VAL-DT                                    PIC 9(8).
           05 EL-AMT                                     PIC S9(10)V99.
           05 EL-CONTRIB                                 PIC S9(12)V99.

         77 KEY-ENT                                        PIC X(4).
         77 KEY-CUR                                        PIC X(10).
         77 KEY-CPTY                                       PIC X(8).
         77 CUR-CUR                                        PIC X(10).
         77 CUR-START                                  PIC 9(4) COMP.
         77 CUR-END                                    PIC 9(4) COMP.
         77 BOOK-HIX                                   PIC 9(4) COMP.

         77 CT-POS                              PIC 9(6) VALUE ZEROS.
         77 CT-CONV                             PIC 9(6) VALUE ZEROS.
         77 CT-ELIM                             PIC 9(6) VALUE ZEROS.
         77 CT-NODES-BAD                        PIC 9(4) VALUE ZEROS.
         77 CT-HIER-REJ                         PIC 9(4) VALUE ZEROS.
         77 CT-OUTSIDE                          PIC 9(4) VALUE ZEROS.
         77 CT-CURR                             PIC 9(4) VALUE ZEROS.

         77 C-POS                                      PIC S9(12)V99.
         77 C-CONV                                     PIC S9(12)V99.
         77 C-ELIM                                     PIC S9(12)V99.
         77 C-NET                                      PIC S9(12)V99.
         77 GRP-POS                                    PIC S9(14)V99.
         77 GRP-CONV                                   PIC S9(14)V99.
         77 GRP-ELIM                                   PIC S9(14)V99.
         77 GRP-NET                                    PIC S9(14)V99.
         77 RUP-POS                                    PIC S9(14)V99.
         77 RUP-NET                                    PIC S9(14)V99.
         77 OUT-POS                                    PIC S9(14)V99.
         77 OUT-CONV                                   PIC S9(14)V99.
         77 PCT-SHOW                                   PIC 9(3)V9(4).

         77 LINES-PER-PAGE                       PIC 99 VALUE 55.
         77 PAGE-LEN-ENV                                    PIC X(2).
         77 LINE-CT                              PIC 99 VALUE ZEROS.
         77 PAGE-CT                              PIC 9(4) VALUE ZEROS.
         77 SECT-HDR                                       PIC X(132).

         77 ED-PCT                                 PIC ZZ9.9999.
         77 ED-POS                                 PIC -9(12).99.
         77 ED-C-POS                               PIC -9(12).99.
         77 ED-CONV                                PIC -9(12).99.
         77 ED-C-CONV                              PIC -9(12).99.
         77 ED-ELIM                                PIC -9(12).99.
         77 ED-NET                                 PIC -9(12).99.
         77 ED-G-POS                               PIC -9(14).99.
         77 ED-G-CONV                              PIC -9(14).99.
         77 ED-G-ELIM                              PIC -9(14).99.
         77 ED-G-NET                               PIC -9(14).99.
         77 ED-EL-AMT                              PIC -9(10).99.



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
         DISPLAY 'MAIN: CONS0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: CONS0001'.
         ACCEPT HIER-FL-PATH-ENV FROM ENVIRONMENT 'CONS0001_HIERFILE'.
         IF HIER-FL-PATH-ENV NOT = SPACES
          MOVE HIER-FL-PATH-ENV TO HIER-FL-PATH
         END-IF.
         ACCEPT POS-FL-PATH-ENV FROM ENVIRONMENT 'CONS0001_POSFILE'.
         IF POS-FL-PATH-ENV NOT = SPACES
          MOVE POS-FL-PATH-ENV TO POS-FL-PATH
         END-IF.
         ACCEPT O-FL-PATH-ENV FROM ENVIRONMENT 'CONS0001_OFILE'.
         IF O-FL-PATH-ENV NOT = SPACES
          MOVE O-FL-PATH-ENV TO O-FL-PATH
         END-IF.
         ACCEPT CPX-FL-PATH-ENV FROM ENVIRONMENT 'CONS0001_CPXFILE'.
         IF CPX-FL-PATH-ENV NOT = SPACES
          MOVE CPX-FL-PATH-ENV TO CPX-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'CONS0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT PAGE-LEN-ENV FROM ENVIRONMENT 'CONS0001_PAGELEN'.
         IF PAGE-LEN-ENV IS NUMERIC AND PAGE-LEN-ENV NOT = SPACES
          MOVE PAGE-LEN-ENV TO LINES-PER-PAGE
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         MOVE TODAY-DT TO RUN-DT.
         ACCEPT ASOF-ENV FROM ENVIRONMENT 'CONS0001_ASOF'.
         IF ASOF-ENV IS NUMERIC AND ASOF-ENV NOT = SPACES
          MOVE ASOF-ENV TO RUN-DT
         END-IF.
         ACCEPT REHEARSAL-ENV FROM ENVIRONMENT 'CHAIN_REHEARSAL'.
         IF REHEARSAL-ENV(1:1) = 'Y'
          MOVE SPACES TO REH-WRK-PATH
          STRING RPT-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO RPT-FL-PATH
         END-IF.
         MOVE 0 TO HC-CT.
         MOVE 0 TO AM-CT.
         MOVE 0 TO EL-CT.
         PERFORM 110-LOAD-HIERARCHY.

        110-LOAD-HIERARCHY.
      * WITHOUT THE TREE THERE IS NO GROUP TO CONSOLIDATE
         OPEN INPUT HIER-FL.
         IF STTS-HIER NOT = ZEROS
          DISPLAY 'NO ENTITY HIERARCHY (' HIER-FL-PATH ')'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 111-LOAD-ONE-NODE UNTIL HIER-IS-EOF.
         CLOSE HIER-FL.
         IF HC-CT = 0
          DISPLAY 'ENTITY HIERARCHY IS EMPTY, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE 1 TO HC-IX.
         PERFORM 120-RESOLVE-NODE UNTIL HC-IX > HC-CT.
         IF HC-CT > 1
          SORT HRC-ENTRY ON ASCENDING KEY HC-PATH HC-ENT
         END-IF.
         MOVE 1 TO HC-IX.
         PERFORM 125-COUNT-KIDS UNTIL HC-IX > HC-CT.

        111-LOAD-ONE-NODE.
         READ HIER-FL
          AT END
           MOVE 'Y' TO HIER-EOF-FL
          NOT AT END
           IF HIER-RCRD NOT = SPACES AND HR-ENT(1:1) NOT = '*'
            PERFORM 112-ADD-NODE
           END-IF
         END-READ.
         IF STTS-HIER NOT = ZEROS AND STTS-HIER NOT = 10
          DISPLAY 'I/O ERROR READING HIER-FL, STATUS = ' STTS-HIER
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        112-ADD-NODE.
         IF HR-PCT NOT NUMERIC OR HR-PCT = 0 OR HR-PCT > 100
          DISPLAY 'HIERARCHY LINE REJECTED, BAD PERCENTAGE: ' HR-ENT
          ADD 1 TO CT-HIER-REJ
          EXIT PARAGRAPH
         END-IF.
         IF HR-ENT = SPACES OR HR-ENT = HR-PARENT
          DISPLAY 'HIERARCHY LINE REJECTED, BAD ENTITY: ' HR-ENT
          ADD 1 TO CT-HIER-REJ
          EXIT PARAGRAPH
         END-IF.
         MOVE HR-ENT TO KEY-ENT.
         PERFORM 130-FIND-NODE.
         IF HC-HIT > 0
          DISPLAY 'HIERARCHY LINE REJECTED, DUPLICATE ENTITY: ' HR-ENT
          ADD 1 TO CT-HIER-REJ
          EXIT PARAGRAPH
         END-IF.
         IF HC-CT >= 99
          DISPLAY 'HIERARCHY TABLE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO HC-CT.
         MOVE SPACES TO HC-PATH(HC-CT).
         MOVE HR-ENT TO HC-ENT(HC-CT).
         MOVE HR-PARENT TO HC-PARENT(HC-CT).
         MOVE HR-PCT TO HC-PCT(HC-CT).
         MOVE HR-CPTY TO HC-CPTY(HC-CT).
         MOVE HR-NAME TO HC-NAME(HC-CT).
         MOVE ZEROS TO HC-EFF(HC-CT).
         MOVE ZEROS TO HC-LEVEL(HC-CT).
         MOVE ZEROS TO HC-KIDS(HC-CT).
         MOVE 'N' TO HC-OK(HC-CT).

        120-RESOLVE-NODE.
      * WALK UP TO THE TOP; A MISSING PARENT OR A LOOP LEAVES THE NODE
      * OUT OF THE GROUP RATHER THAN GUESSING WHERE IT BELONGS
         MOVE 0 TO ANC-CT.
         MOVE HC-IX TO WALK-IX.
         MOVE 1 TO WALK-EFF.
         MOVE 'N' TO WALK-BAD-FL.
         PERFORM 121-WALK-UP UNTIL WALK-IX = 0 OR WALK-IS-BAD.
         IF WALK-IS-BAD
          DISPLAY 'ENTITY ' HC-ENT(HC-IX)
           ' HAS NO SOUND PATH TO THE TOP OF THE GROUP, EXCLUDED'
          ADD 1 TO CT-NODES-BAD
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
         ELSE
          MOVE 'Y' TO HC-OK(HC-IX)
          MOVE WALK-EFF TO HC-EFF(HC-IX)
          MOVE ANC-CT TO HC-LEVEL(HC-IX)
          MOVE 1 TO PATH-POS
          MOVE ANC-CT TO ANC-IX
          PERFORM 122-BUILD-PATH UNTIL ANC-IX = 0
         END-IF.
         ADD 1 TO HC-IX.

        121-WALK-UP.
         IF ANC-CT >= 10
          MOVE 'Y' TO WALK-BAD-FL
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO ANC-CT.
         MOVE WALK-IX TO ANC-NODE(ANC-CT).
         COMPUTE WALK-EFF ROUNDED = WALK-EFF * HC-PCT(WALK-IX) / 100.
         IF HC-PARENT(WALK-IX) = SPACES
          MOVE 0 TO WALK-IX
         ELSE
          MOVE HC-PARENT(WALK-IX) TO KEY-ENT
          PERFORM 130-FIND-NODE
          IF HC-HIT = 0
           MOVE 'Y' TO WALK-BAD-FL
          ELSE
           MOVE HC-HIT TO WALK-IX
          END-IF
         END-IF.

        122-BUILD-PATH.
         MOVE HC-ENT(ANC-NODE(ANC-IX)) TO HC-PATH(HC-IX)(PATH-POS:4).
         ADD 4 TO PATH-POS.
         SUBTRACT 1 FROM ANC-IX.

        125-COUNT-KIDS.
         IF HC-OK(HC-IX) = 'Y' AND HC-PARENT(HC-IX) NOT = SPACES
          MOVE HC-PARENT(HC-IX) TO KEY-ENT
          PERFORM 130-FIND-NODE
          IF HC-HIT > 0
           ADD 1 TO HC-KIDS(HC-HIT)
          END-IF
         END-IF.
         ADD 1 TO HC-IX.

        130-FIND-NODE.
         MOVE 0 TO HC-HIT.
         MOVE 1 TO HC-SX.
         PERFORM 131-SCAN-NODE UNTIL HC-SX > HC-CT OR HC-HIT > 0.

        131-SCAN-NODE.
         IF HC-ENT(HC-SX) = KEY-ENT
          MOVE HC-SX TO HC-HIT
         END-IF.
         ADD 1 TO HC-SX.

        132-FIND-NODE-BY-CPTY.
         MOVE 0 TO HC-HIT.
         MOVE 1 TO HC-SX.
         PERFORM 133-SCAN-NODE-CPTY UNTIL HC-SX > HC-CT OR HC-HIT > 0.

        133-SCAN-NODE-CPTY.
         IF HC-CPTY(HC-SX) = KEY-CPTY AND HC-OK(HC-SX) = 'Y'
          MOVE HC-SX TO HC-HIT
         END-IF.
         ADD 1 TO HC-SX.

        200-PROCESS.
         DISPLAY 'PROCESS: CONS0001'.
         PERFORM 210-LOAD-POSITIONS.
         PERFORM 220-LOAD-CONVERSIONS.
         PERFORM 230-LOAD-INTERCOMPANY.
         IF AM-CT > 1
          SORT AMT-ENTRY ON ASCENDING KEY AM-CUR AM-OUT AM-PATH AM-ENT
         END-IF.
         IF EL-CT > 1
          SORT ELM-ENTRY ON ASCENDING KEY EL-B EL-ENT EL-CPTY
         END-IF.
         PERFORM 250-WRITE-WORKSHEET.

        210-LOAD-POSITIONS.
         OPEN INPUT POS-FL.
         IF STTS-POS NOT = ZEROS
          DISPLAY 'NO POSITION MASTER (' POS-FL-PATH ')'
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
          EXIT PARAGRAPH
         END-IF.
         PERFORM 211-LOAD-ONE-POS UNTIL POS-IS-EOF.
         CLOSE POS-FL.

        211-LOAD-ONE-POS.
         READ POS-FL
          AT END
           MOVE 'Y' TO POS-EOF-FL
          NOT AT END
           ADD 1 TO CT-POS
           MOVE POS-CODE TO KEY-CUR
           MOVE POS-ENT TO KEY-ENT
           PERFORM 240-FIND-AMOUNT
           ADD POS-BAL TO AM-POS(AM-IX)
         END-READ.
         IF STTS-POS NOT = ZEROS AND STTS-POS NOT = 10
          DISPLAY 'I/O ERROR READING POS-FL, STATUS = ' STTS-POS
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO POS-EOF-FL
         END-IF.

        220-LOAD-CONVERSIONS.
         OPEN INPUT O-FL.
         IF STTS-O NOT = ZEROS
          DISPLAY 'NO O0001 FOR THE DAY (' O-FL-PATH ')'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 221-LOAD-ONE-CONV UNTIL O-IS-EOF.
         CLOSE O-FL.

        221-LOAD-ONE-CONV.
         READ O-FL
          AT END
           MOVE 'Y' TO O-EOF-FL
          NOT AT END
           IF OTR-TRL-TAG NOT = '*TRAILER*'
            ADD 1 TO CT-CONV
            MOVE O-B TO KEY-CUR
            MOVE O-ENT TO KEY-ENT
            PERFORM 240-FIND-AMOUNT
            ADD O-V TO AM-CONV(AM-IX)
           END-IF
         END-READ.
         IF STTS-O NOT = ZEROS AND STTS-O NOT = 10
          DISPLAY 'I/O ERROR READING O-FL, STATUS = ' STTS-O
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO O-EOF-FL
         END-IF.

        230-LOAD-INTERCOMPANY.
      * THE DAY'S CONVERSIONS CARRY THEIR COUNTERPARTY IN THE EXPOSURE
      * FILE; WHEN THAT COUNTERPARTY IS ITSELF A GROUP ENTITY BOTH
      * SIDES ARE INSIDE THE GROUP AND THE DEAL IS ELIMINATED
         OPEN INPUT CPX-FL.
         IF STTS-CPX NOT = ZEROS
          DISPLAY 'NO COUNTERPARTY EXPOSURE FILE, NOTHING ELIMINATED'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 231-LOAD-ONE-EXPOSURE UNTIL CPX-IS-EOF.
         CLOSE CPX-FL.

        231-LOAD-ONE-EXPOSURE.
         READ CPX-FL
          AT END
           MOVE 'Y' TO CPX-EOF-FL
          NOT AT END
           IF CPX-RUN-DT = RUN-DT
            PERFORM 232-CHECK-INTERCOMPANY
           END-IF
         END-READ.
         IF STTS-CPX NOT = ZEROS AND STTS-CPX NOT = 10
          DISPLAY 'I/O ERROR READING CPX-FL, STATUS = ' STTS-CPX
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO CPX-EOF-FL
         END-IF.

        232-CHECK-INTERCOMPANY.
         MOVE CPX-ENT TO KEY-ENT.
         PERFORM 130-FIND-NODE.
         IF HC-HIT = 0
          EXIT PARAGRAPH
         END-IF.
         IF HC-OK(HC-HIT) NOT = 'Y'
          EXIT PARAGRAPH
         END-IF.
         MOVE HC-HIT TO BOOK-HIX.
         MOVE CPX-CPTY TO KEY-CPTY.
         PERFORM 132-FIND-NODE-BY-CPTY.
         IF HC-HIT = 0
          EXIT PARAGRAPH
         END-IF.
         IF EL-CT >= 999
          DISPLAY 'ELIMINATION TABLE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO EL-CT.
         ADD 1 TO CT-ELIM.
         MOVE CPX-B TO EL-B(EL-CT).
         MOVE CPX-ENT TO EL-ENT(EL-CT).
         MOVE CPX-CPTY TO EL-CPTY(EL-CT).
         MOVE HC-ENT(HC-HIT) TO EL-CPTY-ENT(EL-CT).
         MOVE CPX-A TO EL-A(EL-CT).
         MOVE CPX-VAL-DT TO EL-VAL-DT(EL-CT).
         MOVE CPX-AMT TO EL-AMT(EL-CT).
         COMPUTE EL-CONTRIB(EL-CT) ROUNDED =
           CPX-AMT * HC-EFF(BOOK-HIX).
         MOVE CPX-B TO KEY-CUR.
         MOVE CPX-ENT TO KEY-ENT.
         PERFORM 240-FIND-AMOUNT.
         ADD CPX-AMT TO AM-ELIM(AM-IX).

        240-FIND-AMOUNT.
         MOVE 'N' TO AM-FOUND-FL.
         MOVE 1 TO AM-IX.
         PERFORM 241-SCAN-AMOUNT UNTIL AM-IX > AM-CT
          OR AM-IS-FOUND.
         IF AM-IS-FOUND
          EXIT PARAGRAPH
         END-IF.
         IF AM-CT >= 2999
          DISPLAY 'CONSOLIDATION TABLE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO AM-CT.
         MOVE AM-CT TO AM-IX.
         MOVE KEY-CUR TO AM-CUR(AM-IX).
         MOVE KEY-ENT TO AM-ENT(AM-IX).
         MOVE ZEROS TO AM-POS(AM-IX).
         MOVE ZEROS TO AM-CONV(AM-IX).
         MOVE ZEROS TO AM-ELIM(AM-IX).
         PERFORM 130-FIND-NODE.
         IF HC-HIT > 0
          IF HC-OK(HC-HIT) = 'Y'
           MOVE 'N' TO AM-OUT(AM-IX)
           MOVE HC-PATH(HC-HIT) TO AM-PATH(AM-IX)
           MOVE HC-HIT TO AM-HIX(AM-IX)
           EXIT PARAGRAPH
          END-IF
         END-IF.
         MOVE 'Y' TO AM-OUT(AM-IX).
         MOVE SPACES TO AM-PATH(AM-IX).
         MOVE ZEROS TO AM-HIX(AM-IX).

        241-SCAN-AMOUNT.
         IF AM-CUR(AM-IX) = KEY-CUR AND AM-ENT(AM-IX) = KEY-ENT
          MOVE 'Y' TO AM-FOUND-FL
         ELSE
          ADD 1 TO AM-IX
         END-IF.

        250-WRITE-WORKSHEET.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE ZEROS TO PAGE-CT.
         MOVE SPACES TO CUR-CUR.
         IF AM-CT = 0
          MOVE SPACES TO SECT-HDR
          PERFORM 311-NEW-PAGE
          MOVE 'NO POSITIONS OR CONVERSIONS TO CONSOLIDATE' TO RPT-REC
          PERFORM 312-WRITE-LINE
         END-IF.
      * BOTH TABLES ARE IN CURRENCY ORDER; EACH CURRENCY GETS ITS OWN
      * WORKSHEET PAGE WITH ITS ELIMINATIONS AND ROLLUP
         MOVE 1 TO AM-IX.
         MOVE 1 TO EL-IX.
         PERFORM 251-WRITE-ONE-CURRENCY UNTIL AM-IX > AM-CT.
         CLOSE RPT-FL.
      * KEEP A DATED COPY IN THE REPORT REPOSITORY FOR REPRINTS
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT RPT-FL-PATH
           RPTF-PGM RPTF-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.
         DISPLAY 'WORKSHEET WRITTEN TO ' RPT-FL-PATH.

        251-WRITE-ONE-CURRENCY.
         MOVE AM-CUR(AM-IX) TO CUR-CUR.
         MOVE AM-IX TO CUR-START.
         ADD 1 TO CT-CURR.
         MOVE ZEROS TO GRP-POS.
         MOVE ZEROS TO GRP-CONV.
         MOVE ZEROS TO GRP-ELIM.
         MOVE ZEROS TO GRP-NET.
         MOVE ZEROS TO OUT-POS.
         MOVE ZEROS TO OUT-CONV.
         MOVE SPACES TO SECT-HDR.
         PERFORM 311-NEW-PAGE.
         MOVE SPACES TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE ' ENTITY CONTRIBUTIONS' TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE SPACES TO SECT-HDR.
         STRING ' ENT   PRNT   LV  SHARE %         POSITION'
          ' CONTRIB POSITION  DAY CONVERSIONS'
          '     CONTRIB CONV       ELIMINATED NET CONTRIB CONV'
          DELIMITED BY SIZE INTO SECT-HDR.
         MOVE SECT-HDR TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         PERFORM 252-WRITE-ONE-ENTITY UNTIL AM-IX > AM-CT
          OR AM-CUR(AM-IX) NOT = CUR-CUR.
         COMPUTE CUR-END = AM-IX - 1.
         PERFORM 254-WRITE-ELIMINATIONS.
         PERFORM 256-WRITE-ROLLUP.
         MOVE SPACES TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE GRP-POS TO ED-G-POS.
         MOVE GRP-CONV TO ED-G-CONV.
         MOVE GRP-ELIM TO ED-G-ELIM.
         MOVE GRP-NET TO ED-G-NET.
         MOVE SPACES TO RPT-REC.
         STRING ' GROUP TOTAL ' CUR-CUR ' POSITION ' ED-G-POS
          '  CONVERSIONS ' ED-G-CONV '  ELIMINATED ' ED-G-ELIM
          DELIMITED BY SIZE INTO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE SPACES TO RPT-REC.
         STRING '             ' CUR-CUR '   NET DAY CONVERSIONS '
           ED-G-NET
          DELIMITED BY SIZE INTO RPT-REC.
         PERFORM 312-WRITE-LINE.
         IF OUT-POS NOT = 0 OR OUT-CONV NOT = 0
          MOVE OUT-POS TO ED-G-POS
          MOVE OUT-CONV TO ED-G-CONV
          MOVE SPACES TO RPT-REC
          STRING ' OUTSIDE THE GROUP (NOT CONSOLIDATED)  POSITION '
           ED-G-POS '  CONVERSIONS ' ED-G-CONV
           DELIMITED BY SIZE INTO RPT-REC
          PERFORM 312-WRITE-LINE
         END-IF.

        252-WRITE-ONE-ENTITY.
         MOVE AM-POS(AM-IX) TO ED-POS.
         MOVE AM-CONV(AM-IX) TO ED-CONV.
         MOVE SPACES TO RPT-REC.
         IF AM-OUT(AM-IX) = 'Y'
          ADD 1 TO CT-OUTSIDE
          ADD AM-POS(AM-IX) TO OUT-POS
          ADD AM-CONV(AM-IX) TO OUT-CONV
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
          STRING ' ' AM-ENT(AM-IX) '  OUTSIDE THE GROUP  '
           ED-POS '                  ' ED-CONV
           '   EXCLUDED - NOT IN THE HIERARCHY'
           DELIMITED BY SIZE INTO RPT-REC
          PERFORM 312-WRITE-LINE
          ADD 1 TO AM-IX
          EXIT PARAGRAPH
         END-IF.
         MOVE AM-HIX(AM-IX) TO HC-IX.
         COMPUTE C-POS ROUNDED = AM-POS(AM-IX) * HC-EFF(HC-IX).
         COMPUTE C-CONV ROUNDED = AM-CONV(AM-IX) * HC-EFF(HC-IX).
         COMPUTE C-ELIM ROUNDED = AM-ELIM(AM-IX) * HC-EFF(HC-IX).
         COMPUTE C-NET = C-CONV - C-ELIM.
         ADD C-POS TO GRP-POS.
         ADD C-CONV TO GRP-CONV.
         ADD C-ELIM TO GRP-ELIM.
         ADD C-NET TO GRP-NET.
         COMPUTE PCT-SHOW = HC-EFF(HC-IX) * 100.
         MOVE PCT-SHOW TO ED-PCT.
         MOVE C-POS TO ED-C-POS.
         MOVE C-CONV TO ED-C-CONV.
         MOVE C-ELIM TO ED-ELIM.
         MOVE C-NET TO ED-NET.
         STRING ' ' AM-ENT(AM-IX) '  ' HC-PARENT(HC-IX) '   '
           HC-LEVEL(HC-IX) ' ' ED-PCT ' ' ED-POS ' ' ED-C-POS
          ' ' ED-CONV ' ' ED-C-CONV ' ' ED-ELIM ' ' ED-NET
          DELIMITED BY SIZE INTO RPT-REC.
         PERFORM 312-WRITE-LINE.
         ADD 1 TO AM-IX.

        254-WRITE-ELIMINATIONS.
         MOVE SPACES TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE ' INTERCOMPANY ELIMINATIONS' TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE SPACES TO SECT-HDR.
         STRING ' ENT  CPTY     CPTY ENT  SOLD       VALUE DT'
          '        AMOUNT   CONTRIB AMOUNT'
          DELIMITED BY SIZE INTO SECT-HDR.
         MOVE SECT-HDR TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         IF EL-IX > EL-CT OR EL-B(EL-IX) NOT = CUR-CUR
          MOVE '  NO INTERCOMPANY CONVERSIONS INTO THIS CURRENCY TODAY'
           TO RPT-REC
          PERFORM 312-WRITE-LINE
         END-IF.
         PERFORM 255-WRITE-ONE-ELIMINATION UNTIL EL-IX > EL-CT
          OR EL-B(EL-IX) NOT = CUR-CUR.

        255-WRITE-ONE-ELIMINATION.
         MOVE EL-AMT(EL-IX) TO ED-EL-AMT.
         MOVE EL-CONTRIB(EL-IX) TO ED-C-POS.
         MOVE SPACES TO RPT-REC.
         STRING ' ' EL-ENT(EL-IX) ' ' EL-CPTY(EL-IX) ' '
           EL-CPTY-ENT(EL-IX) '      ' EL-A(EL-IX) ' '
           EL-VAL-DT(EL-IX) ' ' ED-EL-AMT ' ' ED-C-POS
          DELIMITED BY SIZE INTO RPT-REC.
         PERFORM 312-WRITE-LINE.
         ADD 1 TO EL-IX.

        256-WRITE-ROLLUP.
      * EACH HOLDING NODE CARRIES THE CONTRIBUTIONS OF ITS WHOLE
      * SUBTREE, ITSELF INCLUDED, ALREADY AT THE GROUP'S SHARE
         MOVE SPACES TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE ' ROLLUP BY HOLDING ENTITY' TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE SPACES TO SECT-HDR.
         STRING ' NODE LV SUBS NAME                           '
          '  SUBTREE POSITION   SUBTREE NET CONV'
          DELIMITED BY SIZE INTO SECT-HDR.
         MOVE SECT-HDR TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE 1 TO HC-IX.
         PERFORM 257-WRITE-ONE-NODE UNTIL HC-IX > HC-CT.

        257-WRITE-ONE-NODE.
         IF HC-OK(HC-IX) NOT = 'Y' OR HC-KIDS(HC-IX) = 0
          ADD 1 TO HC-IX
          EXIT PARAGRAPH
         END-IF.
         COMPUTE PATH-LEN = HC-LEVEL(HC-IX) * 4.
         MOVE ZEROS TO RUP-POS.
         MOVE ZEROS TO RUP-NET.
         MOVE CUR-START TO AM-IX.
         PERFORM 258-ADD-SUBTREE-ROW UNTIL AM-IX > CUR-END.
         MOVE RUP-POS TO ED-G-POS.
         MOVE RUP-NET TO ED-G-NET.
         MOVE SPACES TO RPT-REC.
         STRING ' ' HC-ENT(HC-IX) ' ' HC-LEVEL(HC-IX) ' '
           HC-KIDS(HC-IX) ' ' HC-NAME(HC-IX) ' ' ED-G-POS ' '
           ED-G-NET
          DELIMITED BY SIZE INTO RPT-REC.
         PERFORM 312-WRITE-LINE.
         ADD 1 TO HC-IX.

        258-ADD-SUBTREE-ROW.
         IF AM-OUT(AM-IX) = 'N'
          IF AM-PATH(AM-IX)(1:PATH-LEN) = HC-PATH(HC-IX)(1:PATH-LEN)
           COMPUTE C-POS ROUNDED =
            AM-POS(AM-IX) * HC-EFF(AM-HIX(AM-IX))
           COMPUTE C-NET ROUNDED =
            (AM-CONV(AM-IX) - AM-ELIM(AM-IX)) * HC-EFF(AM-HIX(AM-IX))
           ADD C-POS TO RUP-POS
           ADD C-NET TO RUP-NET
          END-IF
         END-IF.
         ADD 1 TO AM-IX.

        311-NEW-PAGE.
         ADD 1 TO PAGE-CT.
         MOVE SPACES TO RPT-REC.
         STRING 'CONS0001  GROUP CONSOLIDATION WORKSHEET  CURRENCY '
           CUR-CUR '  BUSINESS DATE ' RUN-DT '  RUN ' TODAY-DT
          '          PAGE ' PAGE-CT
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO LINE-CT.
         IF SECT-HDR NOT = SPACES
          MOVE SECT-HDR TO RPT-REC
          WRITE RPT-REC
          ADD 1 TO LINE-CT
         END-IF.

        312-WRITE-LINE.
         IF LINE-CT >= LINES-PER-PAGE
          PERFORM 311-NEW-PAGE
         END-IF.
         WRITE RPT-REC.
         ADD 1 TO LINE-CT.

        300-END.
         DISPLAY '-- GROUP CONSOLIDATION SUMMARY --'.
         DISPLAY ' BUSINESS DATE: ' RUN-DT.
         DISPLAY ' HIERARCHY NODES: ' HC-CT
          '  REJECTED LINES: ' CT-HIER-REJ
          '  UNRESOLVED: ' CT-NODES-BAD.
         DISPLAY ' POSITIONS READ: ' CT-POS.
         DISPLAY ' CONVERSIONS READ: ' CT-CONV.
         DISPLAY ' INTERCOMPANY CONVERSIONS ELIMINATED: ' CT-ELIM.
         DISPLAY ' CURRENCIES CONSOLIDATED: ' CT-CURR.
         DISPLAY ' ENTITY LINES OUTSIDE THE GROUP: ' CT-OUTSIDE.
         DISPLAY 'END-PROGRAM: CONS0001'.
         GOBACK.
       END PROGRAM CONS0001.
