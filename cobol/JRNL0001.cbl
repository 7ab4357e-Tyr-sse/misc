      * Purpose: ESTUDAR COBOL - EXPORTAR O MOVIMENTO CONVERTIDO
      *          (O0001.txt) COMO LANCAMENTOS CONTABEIS BALANCEADOS
      *          NO LAYOUT DE ENTRADA DO RAZAO, COM REGISTRO DE
      *          CONTROLE DE FECHAMENTO; A CONTA DE CADA LINHA SAI DA
      *          TABELA DE DERIVACAO GLMAP.txt QUANDO ELA EXISTE; OS
      *          AJUSTES MANUAIS APROVADOS NO ADJM0001 SAEM NO MESMO
      *          LOTE COMO LINHAS DO TIPO 'ADJ'; O ARQUIVO EXPORTADO
      *          ENTRA NO REGISTRO UNICO DE ENTREGAS DE SAIDA (ODRG0001)
      *          A ESPERA DA CARGA PELO RAZAO. COMO NO POSN0001, A LINHA
      *          DE UMA OPERACAO A TERMO EM ABERTO NO FWDREG.txt NAO E
      *          LANCADA NA CONTRATACAO; A OPERACAO E LANCADA NO
      *          VENCIMENTO, A PARTIR DA LIBERACAO DO DIA (FWDREL.txt)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         SELECT FEE-FL ASSIGN FEE-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-FEE.
         SELECT IOF-FL ASSIGN IOF-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-IOF.
         SELECT SRT-SD ASSIGN SRW-FL-PATH.
         SELECT MAP-FL ASSIGN MAP-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-MAP.
         SELECT ADJ-FL ASSIGN ADJ-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ADJ.
         SELECT OW-FL ASSIGN OW-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-OW.
         SELECT IW-FL ASSIGN IW-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-IW.
         SELECT FWD-FL ASSIGN FWD-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-FWD.
         SELECT FWR-FL ASSIGN FWR-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-FWR.

       DATA DIVISION.
        FILE SECTION.
          02 JRN-AMT                                       PIC 9(13)V99.
          02 JRN-DT                                        PIC 9(8).
          02 JRN-ENT                                       PIC X(4).
         01 JRN-FMT-REC                                    PIC X(100).
         01 JRN-CTL-RCRD.
          02 CTL-REC-TYPE                                  PIC X(3).
          02 CTL-LINE-CT                                   PIC 9(6).
          02 CTL-DR-TOTAL                                  PIC 9(15)V99.
          02 CTL-CR-TOTAL                                  PIC 9(15)V99.
          02 CTL-RUN-DT                                    PIC 9(8).

         FD RESID-FL.
         01 RESID-RCRD.
          02 RES-A                                          PIC X(10).
          02 FEE-AMT                                      PIC 9(08)V99.
          02 FEE-ENT                                        PIC X(4).

         FD IOF-FL.
         01 IOF-RCRD.
          COPY IOFREC.

         FD MAP-FL.
         01 MAP-RCRD.
          COPY GLMREC.

         FD ADJ-FL.
         01 ADJ-RCRD.
          COPY ADJREC.

         SD SRT-SD.
         01 SRT-REC.
          02 IW-V                                          PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.

         FD FWD-FL.
         01 FWD-RCRD.
          COPY FWDREC.

         FD FWR-FL.
         01 FWR-RCRD.
          COPY FWDREC REPLACING LEADING ==FWD-== BY ==FWR-==.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'JRNL0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 O-FL-PATH                 PIC X(80)
             VALUE '.\..\fls\O0001.txt'.
         77 I-FL-PATH                 PIC X(80)
           03 FC-CUR                                       PIC X(10).
           03 FC-AMT                                     PIC 9(12)V99.
         77 CT-FEE-ENT                          PIC 9(4) VALUE ZEROS.
      * IOF COLLECTED ON CONVERSIONS IS OWED TO THE TAX AUTHORITY:
      * DR IOF RECEIVABLE / CR IOF PAYABLE, BY CURRENCY AND ENTITY
         77 IOF-RECV-ACCT                 PIC X(8) VALUE '11610000'.
         77 IOF-PAYABLE-ACCT              PIC X(8) VALUE '21300000'.
         77 IOF-FL-PATH               PIC X(80)
             VALUE '.\..\fls\IOF0001.txt'.
         77 IOF-FL-PATH-ENV           PIC X(80).
         77 STTS-IOF                                       PIC 99.
         77 IOF-EOF-FL                               PIC X VALUE 'N'.
          88 IOF-IS-EOF                                    VALUE 'Y'.
         77 IOC-CT                                     PIC 9(4) COMP.
         77 IOC-IX                                     PIC 9(4) COMP.
         77 IOC-FOUND-FL                                   PIC X.
          88 IOC-IS-FOUND                                  VALUE 'Y'.
         01 IOC-TBL.
          02 IOC-ENTRY OCCURS 999 TIMES.
           03 IC-CUR                                       PIC X(10).
           03 IC-ENT                                       PIC X(4).
           03 IC-AMT                                     PIC 9(12)V99.
         77 CT-IOF-ENT                          PIC 9(4) VALUE ZEROS.
      * APPROVED MANUAL ADJUSTMENTS GO OUT ONCE, AS KEYED, WITH RECORD
      * TYPE 'ADJ'; A RERUN ON THE SAME DAY SENDS THEM AGAIN SO THE
      * REPLACED EXPORT STILL CARRIES THEM
         77 ADJ-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ADJUST.txt'.
         77 ADJ-FL-PATH-ENV           PIC X(80).
         77 STTS-ADJ                                       PIC 99.
         77 ADJ-EOF-FL                               PIC X VALUE 'N'.
          88 ADJ-IS-EOF                                    VALUE 'Y'.
         77 ADJ-CT                                     PIC 9(4) COMP.
         77 ADJ-IX                                     PIC 9(4) COMP.
         01 ADJ-TBL.
          02 ADJ-ENTRY OCCURS 999 TIMES.
           COPY ADJREC REPLACING LEADING ==ADJ-== BY ==AJ-==.
         77 CT-ADJ-LINES                        PIC 9(4) VALUE ZEROS.
      * FORWARDS FOLLOW THE POSITION BOOK: THE CONVERSION LINE OF A
      * DEAL STILL OPEN ON THE REGISTER IS NOT JOURNALLED, AND THE
      * DEAL IS JOURNALLED AT ITS CONTRACT AMOUNTS WHEN FWDM0001
      * RELEASES IT, SO PJRC0001 SEES THE SAME MOVEMENT ON BOTH SIDES
         77 FWD-FL-PATH               PIC X(80)
             VALUE '.\..\fls\FWDREG.txt'.
         77 FWR-FL-PATH               PIC X(80)
             VALUE '.\..\fls\FWDREL.txt'.
         77 FWD-FL-PATH-ENV           PIC X(80).
         77 FWR-FL-PATH-ENV           PIC X(80).
         77 STTS-FWD                                       PIC 99.
         77 STTS-FWR                                       PIC 99.
         77 FWD-EOF-FL                               PIC X VALUE 'N'.
          88 FWD-IS-EOF                                    VALUE 'Y'.
         77 FWR-EOF-FL                               PIC X VALUE 'N'.
          88 FWR-IS-EOF                                    VALUE 'Y'.
         77 FDT-CT                                     PIC 9(4) COMP.
         77 FDT-IX                                     PIC 9(4) COMP.
         01 FDT-TBL.
          02 FDT-ENTRY OCCURS 999 TIMES.
           03 FDT-A                                        PIC X(10).
           03 FDT-B                                        PIC X(10).
           03 FDT-ENT                                      PIC X(4).
           03 FDT-MAT-DT                                   PIC 9(8).
           03 FDT-BOUGHT                                  PIC S9(08)V99.
           03 FDT-USED                                     PIC X.
         77 FDT-FOUND-FL                                   PIC X.
          88 FDT-IS-FOUND                                  VALUE 'Y'.
         77 CT-FWD-DEFERRED                     PIC 9(6) VALUE ZEROS.
         77 CT-FWD-RELEASED                     PIC 9(6) VALUE ZEROS.
         77 ABS-SOLD                                    PIC 9(13)V99.
         77 ABS-BOUGHT                                  PIC 9(13)V99.
         77 FMT-PROFILE                                PIC X(8).
         77 FMT-DELIM                                  PIC X.
         77 FMT-DATEFMT                                PIC X(3).
         77 CR-TOTAL                        PIC 9(15)V99 VALUE ZEROS.
         77 CT-CONV                             PIC 9(6) VALUE ZEROS.
         77 TODAY-DT                                       PIC 9(8).
         77 ODRG-FUNC                      PIC X(4) VALUE 'PROD'.
         01 ODRG-AREA.
           COPY ODRGREC.
         77 ODRG-RC                                        PIC 99.

      * ACCOUNT DERIVATION: EACH LINE IS BUILT WITH ITS FIXED ACCOUNT
      * AS THE ROLE, AND THE MOST SPECIFIC RULE IN FORCE ON THE LINE
      * DATE REPLACES IT (ENTITY, THEN CURRENCY, THEN CURRENCY GROUP,
      * THEN SIDE; A LATER EFFECTIVE DATE BREAKS A TIE). WITHOUT A
      * TABLE THE FIXED ACCOUNTS ARE BOOKED AS BEFORE
         77 MAP-FL-PATH               PIC X(80)
             VALUE '.\..\fls\GLMAP.txt'.
         77 MAP-FL-PATH-ENV           PIC X(80).
         77 STTS-MAP                                       PIC 99.
         77 MAP-EOF-FL                               PIC X VALUE 'N'.
          88 MAP-IS-EOF                                    VALUE 'Y'.
         77 MAP-ACTIVE-FL                         PIC X VALUE 'N'.
          88 MAP-IS-ACTIVE                              VALUE 'Y'.
         77 MAP-CT                                     PIC 9(4) COMP.
         77 MAP-IX                                     PIC 9(4) COMP.
         01 MAP-TBL.
          02 MAP-ENTRY OCCURS 999 TIMES.
           03 MR-ROLE                                      PIC X(8).
           03 MR-ENT                                       PIC X(4).
           03 MR-GRP                                       PIC X(10).
           03 MR-DRCR                                      PIC X(2).
           03 MR-EFF-DT                                    PIC 9(8).
           03 MR-ACCT                                      PIC X(8).
         77 CGR-CT                                     PIC 9(4) COMP.
         77 CGR-IX                                     PIC 9(4) COMP.
         01 CGR-TBL.
          02 CGR-ENTRY OCCURS 999 TIMES.
           03 CG-CUR                                       PIC X(10).
           03 CG-GROUP                                     PIC X(10).
         77 RSV-ROLE                                       PIC X(8).
         77 RSV-ENT                                        PIC X(4).
         77 RSV-CUR                                        PIC X(10).
         77 RSV-GRP                                        PIC X(10).
         77 RSV-DRCR                                       PIC X(2).
         77 RSV-DT                                         PIC 9(8).
         77 RSV-ACCT                                       PIC X(8).
         77 RSV-FOUND-FL                                   PIC X.
          88 RSV-IS-FOUND                                  VALUE 'Y'.
         77 RULE-OK-FL                                     PIC X.
          88 RULE-IS-OK                                    VALUE 'Y'.
         77 RULE-SCORE                                     PIC S9(3).
         77 BEST-SCORE                                     PIC S9(3).
         77 BEST-EFF-DT                                    PIC 9(8).
         77 CT-UNMAPPED                         PIC 9(6) VALUE ZEROS.
      * PRE-RUN CHECK: EVERY DISTINCT ROLE/ENTITY/CURRENCY/SIDE/DATE
      * THE DAY'S CONVERSIONS CAN PRODUCE IS RESOLVED BEFORE ANY LINE
      * IS WRITTEN
         77 CMB-CT                                     PIC 9(4) COMP.
         77 CMB-IX                                     PIC 9(4) COMP.
         77 CMB-FOUND-FL                                   PIC X.
          88 CMB-IS-FOUND                                  VALUE 'Y'.
         01 CMB-TBL.
          02 CMB-ENTRY OCCURS 999 TIMES.
           03 CB-ROLE                                      PIC X(8).
           03 CB-ENT                                       PIC X(4).
           03 CB-CUR                                       PIC X(10).
           03 CB-DRCR                                      PIC X(2).
           03 CB-DT                                        PIC 9(8).
         77 CT-CHK-FAIL                         PIC 9(4) VALUE ZEROS.
         77 CHK-SIDE                                       PIC X(2).
         77 CHK-OTHER-SIDE                                 PIC X(2).



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
         DISPLAY 'MAIN: JRNL0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
         IF FEE-FL-PATH-ENV NOT = SPACES
          MOVE FEE-FL-PATH-ENV TO FEE-FL-PATH
         END-IF.
         ACCEPT IOF-FL-PATH-ENV FROM ENVIRONMENT 'JRNL0001_IOFFILE'.
         IF IOF-FL-PATH-ENV NOT = SPACES
          MOVE IOF-FL-PATH-ENV TO IOF-FL-PATH
         END-IF.
         ACCEPT SRW-FL-PATH-ENV FROM ENVIRONMENT 'JRNL0001_SRWFILE'.
         IF SRW-FL-PATH-ENV NOT = SPACES
          MOVE SRW-FL-PATH-ENV TO SRW-FL-PATH
         END-IF.
         ACCEPT MAP-FL-PATH-ENV FROM ENVIRONMENT 'JRNL0001_MAPFILE'.
         IF MAP-FL-PATH-ENV NOT = SPACES
          MOVE MAP-FL-PATH-ENV TO MAP-FL-PATH
         END-IF.
         ACCEPT ADJ-FL-PATH-ENV FROM ENVIRONMENT 'JRNL0001_ADJFILE'.
         IF ADJ-FL-PATH-ENV NOT = SPACES
          MOVE ADJ-FL-PATH-ENV TO ADJ-FL-PATH
         END-IF.
         ACCEPT FWD-FL-PATH-ENV FROM ENVIRONMENT 'JRNL0001_FWDFILE'.
         IF FWD-FL-PATH-ENV NOT = SPACES
          MOVE FWD-FL-PATH-ENV TO FWD-FL-PATH
         END-IF.
         ACCEPT FWR-FL-PATH-ENV FROM ENVIRONMENT 'JRNL0001_FWDRELFILE'.
         IF FWR-FL-PATH-ENV NOT = SPACES
          MOVE FWR-FL-PATH-ENV TO FWR-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
      * A CONSUMER PROFILE TURNS THE FIXED DETAIL LAYOUT INTO A
      * DELIMITED ONE WITH THE CONSUMER'S DATE AND DECIMAL SHAPES;
      * OLD RECORD-BY-RECORD SCANS STOP BEING QUADRATIC
         PERFORM 101-SORT-INPUT-SIDE.
         PERFORM 105-SORT-OUTPUT-SIDE.
         PERFORM 115-LOAD-OPEN-FORWARDS.
         PERFORM 110-LOAD-ACCOUNT-MAP.
         IF MAP-IS-ACTIVE
          PERFORM 120-PRE-RUN-CHECK
         END-IF.

        101-SORT-INPUT-SIDE.
         SORT SRT-SD
          MOVE 'Y' TO O-EOF-FL
         END-IF.

        110-LOAD-ACCOUNT-MAP.
         MOVE 0 TO MAP-CT.
         MOVE 0 TO CGR-CT.
         OPEN INPUT MAP-FL.
         IF STTS-MAP NOT = ZEROS
          DISPLAY 'NO ACCOUNT MAP (' MAP-FL-PATH(1:50)
           '), FIXED ACCOUNTS USED'
          EXIT PARAGRAPH
         END-IF.
         MOVE 'Y' TO MAP-ACTIVE-FL.
         PERFORM 111-LOAD-ONE-MAP UNTIL MAP-IS-EOF.
         CLOSE MAP-FL.
         DISPLAY 'ACCOUNT MAP LOADED: ' MAP-CT ' RULE(S), '
           CGR-CT ' CURRENCY GROUP ENTRY(S)'.

        111-LOAD-ONE-MAP.
         READ MAP-FL
          AT END
           MOVE 'Y' TO MAP-EOF-FL
          NOT AT END
           EVALUATE GLM-REC-TYPE
            WHEN 'MAP'
             IF MAP-CT >= 999
              DISPLAY 'ACCOUNT MAP TABLE FULL, RUN ABORTED'
              MOVE 8 TO RETURN-CODE
              GOBACK
             END-IF
             ADD 1 TO MAP-CT
             MOVE GLM-ROLE TO MR-ROLE(MAP-CT)
             MOVE GLM-ENT TO MR-ENT(MAP-CT)
             MOVE GLM-GRP TO MR-GRP(MAP-CT)
             MOVE GLM-DRCR TO MR-DRCR(MAP-CT)
             MOVE GLM-EFF-DT TO MR-EFF-DT(MAP-CT)
             MOVE GLM-ACCT TO MR-ACCT(MAP-CT)
            WHEN 'GRP'
             IF CGR-CT >= 999
              DISPLAY 'CURRENCY GROUP TABLE FULL, RUN ABORTED'
              MOVE 8 TO RETURN-CODE
              GOBACK
             END-IF
             ADD 1 TO CGR-CT
             MOVE GLM-CUR TO CG-CUR(CGR-CT)
             MOVE GLM-CUR-GRP TO CG-GROUP(CGR-CT)
            WHEN OTHER
             CONTINUE
           END-EVALUATE
         END-READ.
         IF STTS-MAP NOT = ZEROS AND STTS-MAP NOT = 10
          DISPLAY 'I/O ERROR READING MAP-FL, STATUS = ' STTS-MAP
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        115-LOAD-OPEN-FORWARDS.
         MOVE 0 TO FDT-CT.
         OPEN INPUT FWD-FL.
         IF STTS-FWD NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 116-LOAD-ONE-FORWARD UNTIL FWD-IS-EOF.
         CLOSE FWD-FL.
         DISPLAY 'OPEN FORWARD DEALS ON REGISTER: ' FDT-CT.

        116-LOAD-ONE-FORWARD.
         READ FWD-FL
          AT END
           MOVE 'Y' TO FWD-EOF-FL
          NOT AT END
           IF FWD-STATUS = 'OPEN'
            IF FDT-CT >= 999
             DISPLAY 'FORWARD DEAL TABLE FULL, RUN ABORTED'
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
            ADD 1 TO FDT-CT
            MOVE FWD-A TO FDT-A(FDT-CT)
            MOVE FWD-B TO FDT-B(FDT-CT)
            MOVE FWD-ENT TO FDT-ENT(FDT-CT)
            MOVE FWD-MAT-DT TO FDT-MAT-DT(FDT-CT)
            MOVE FWD-BOUGHT TO FDT-BOUGHT(FDT-CT)
            MOVE 'N' TO FDT-USED(FDT-CT)
           END-IF
         END-READ.
         IF STTS-FWD NOT = ZEROS AND STTS-FWD NOT = 10
          DISPLAY 'I/O ERROR READING FWD-FL, STATUS = ' STTS-FWD
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO FWD-EOF-FL
         END-IF.

        120-PRE-RUN-CHECK.
      * THE SAME LINES 202 AND THE FEE/IOF/ROUNDING PARAGRAPHS WOULD
      * BUILD FROM EACH CONVERSION ARE RESOLVED HERE FIRST; ANY
      * COMBINATION WITHOUT AN ACCOUNT STOPS THE RUN BEFORE THE
      * EXPORT IS OPENED
         MOVE 0 TO CMB-CT.
         MOVE 'N' TO OW-EOF-FL.
         OPEN INPUT OW-FL.
         IF STTS-OW NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 121-CHECK-ONE-CONV UNTIL OW-IS-EOF.
         CLOSE OW-FL.
         MOVE 'N' TO OW-EOF-FL.
         MOVE 1 TO FDT-IX.
         PERFORM 127-RESET-ONE-FORWARD UNTIL FDT-IX > FDT-CT.
         PERFORM 125-CHECK-RELEASES.
         MOVE 1 TO CMB-IX.
         PERFORM 124-RESOLVE-ONE-CMB UNTIL CMB-IX > CMB-CT.
         IF CT-CHK-FAIL > 0
          DISPLAY 'ACCOUNT MAP CHECK FAILED: ' CT-CHK-FAIL
           ' COMBINATION(S) WITHOUT AN ACCOUNT, EXPORT NOT WRITTEN'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         DISPLAY 'ACCOUNT MAP CHECK PASSED: ' CMB-CT
          ' COMBINATION(S) RESOLVED'.

        121-CHECK-ONE-CONV.
         READ OW-FL
          AT END
           MOVE 'Y' TO OW-EOF-FL
          NOT AT END
           PERFORM 270-MATCH-OPEN-FORWARD
           IF FDT-IS-FOUND
            MOVE 'Y' TO FDT-USED(FDT-IX)
            EXIT PARAGRAPH
           END-IF
           IF OW-V < 0
            MOVE 'CR' TO CHK-SIDE
            MOVE 'DR' TO CHK-OTHER-SIDE
           ELSE
            MOVE 'DR' TO CHK-SIDE
            MOVE 'CR' TO CHK-OTHER-SIDE
           END-IF
           MOVE OW-DT TO RSV-DT
           MOVE OW-ENT TO RSV-ENT
           MOVE FX-POS-ACCT TO RSV-ROLE
           MOVE OW-B TO RSV-CUR
           MOVE CHK-SIDE TO RSV-DRCR
           PERFORM 122-ADD-COMBO
           MOVE OW-A TO RSV-CUR
           MOVE CHK-OTHER-SIDE TO RSV-DRCR
           PERFORM 122-ADD-COMBO
      * FEE, IOF AND ROUNDING LINES ARE BOOKED PER CURRENCY ON THE
      * RUN DATE; ONLY IOF CARRIES THE ENTITY
           MOVE OW-B TO RSV-CUR
           MOVE TODAY-DT TO RSV-DT
           MOVE IOF-RECV-ACCT TO RSV-ROLE
           MOVE 'DR' TO RSV-DRCR
           PERFORM 122-ADD-COMBO
           MOVE IOF-PAYABLE-ACCT TO RSV-ROLE
           MOVE 'CR' TO RSV-DRCR
           PERFORM 122-ADD-COMBO
           MOVE SPACES TO RSV-ENT
           MOVE FEE-RECV-ACCT TO RSV-ROLE
           MOVE 'DR' TO RSV-DRCR
           PERFORM 122-ADD-COMBO
           MOVE FEE-INCOME-ACCT TO RSV-ROLE
           MOVE 'CR' TO RSV-DRCR
           PERFORM 122-ADD-COMBO
           MOVE RESID-OFFS-ACCT TO RSV-ROLE
           MOVE 'DR' TO RSV-DRCR
           PERFORM 122-ADD-COMBO
           MOVE 'CR' TO RSV-DRCR
           PERFORM 122-ADD-COMBO
           MOVE ROUND-DIFF-ACCT TO RSV-ROLE
           MOVE 'DR' TO RSV-DRCR
           PERFORM 122-ADD-COMBO
           MOVE 'CR' TO RSV-DRCR
           PERFORM 122-ADD-COMBO
         END-READ.
         IF STTS-OW NOT = ZEROS AND STTS-OW NOT = 10
          DISPLAY 'I/O ERROR READING OW-FL, STATUS = ' STTS-OW
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO OW-EOF-FL
         END-IF.

        122-ADD-COMBO.
         MOVE 'N' TO CMB-FOUND-FL.
         MOVE 1 TO CMB-IX.
         PERFORM 123-SCAN-CMB UNTIL CMB-IX > CMB-CT
          OR CMB-IS-FOUND.
         IF CMB-IS-FOUND
          EXIT PARAGRAPH
         END-IF.
         IF CMB-CT >= 999
          DISPLAY 'ACCOUNT MAP CHECK TABLE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO CMB-CT.
         MOVE RSV-ROLE TO CB-ROLE(CMB-CT).
         MOVE RSV-ENT TO CB-ENT(CMB-CT).
         MOVE RSV-CUR TO CB-CUR(CMB-CT).
         MOVE RSV-DRCR TO CB-DRCR(CMB-CT).
         MOVE RSV-DT TO CB-DT(CMB-CT).

        123-SCAN-CMB.
         IF CB-ROLE(CMB-IX) = RSV-ROLE AND CB-ENT(CMB-IX) = RSV-ENT
            AND CB-CUR(CMB-IX) = RSV-CUR
            AND CB-DRCR(CMB-IX) = RSV-DRCR
            AND CB-DT(CMB-IX) = RSV-DT
          MOVE 'Y' TO CMB-FOUND-FL
         ELSE
          ADD 1 TO CMB-IX
         END-IF.

        125-CHECK-RELEASES.
         MOVE 'N' TO FWR-EOF-FL.
         OPEN INPUT FWR-FL.
         IF STTS-FWR NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 126-CHECK-ONE-RELEASE UNTIL FWR-IS-EOF.
         CLOSE FWR-FL.
         MOVE 'N' TO FWR-EOF-FL.

        126-CHECK-ONE-RELEASE.
         READ FWR-FL
          AT END
           MOVE 'Y' TO FWR-EOF-FL
          NOT AT END
           IF FWR-STATUS = 'RELEASED'
            IF FWR-BOUGHT < 0
             MOVE 'CR' TO CHK-SIDE
            ELSE
             MOVE 'DR' TO CHK-SIDE
            END-IF
            IF FWR-SOLD < 0
             MOVE 'DR' TO CHK-OTHER-SIDE
            ELSE
             MOVE 'CR' TO CHK-OTHER-SIDE
            END-IF
            MOVE FWR-MAT-DT TO RSV-DT
            MOVE FWR-ENT TO RSV-ENT
            MOVE FX-POS-ACCT TO RSV-ROLE
            MOVE FWR-B TO RSV-CUR
            MOVE CHK-SIDE TO RSV-DRCR
            PERFORM 122-ADD-COMBO
            MOVE FWR-A TO RSV-CUR
            MOVE CHK-OTHER-SIDE TO RSV-DRCR
            PERFORM 122-ADD-COMBO
           END-IF
         END-READ.
         IF STTS-FWR NOT = ZEROS AND STTS-FWR NOT = 10
          DISPLAY 'I/O ERROR READING FWR-FL, STATUS = ' STTS-FWR
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO FWR-EOF-FL
         END-IF.

        127-RESET-ONE-FORWARD.
         MOVE 'N' TO FDT-USED(FDT-IX).
         ADD 1 TO FDT-IX.

        124-RESOLVE-ONE-CMB.
         MOVE CB-ROLE(CMB-IX) TO RSV-ROLE.
         MOVE CB-ENT(CMB-IX) TO RSV-ENT.
         MOVE CB-CUR(CMB-IX) TO RSV-CUR.
         MOVE CB-DRCR(CMB-IX) TO RSV-DRCR.
         MOVE CB-DT(CMB-IX) TO RSV-DT.
         PERFORM 281-RESOLVE-ACCT.
         IF NOT RSV-IS-FOUND
          ADD 1 TO CT-CHK-FAIL
          DISPLAY ' NO ACCOUNT FOR ROLE ' RSV-ROLE ' ENTITY '
            RSV-ENT ' CURRENCY ' RSV-CUR ' ' RSV-DRCR ' ON ' RSV-DT
         END-IF.
         ADD 1 TO CMB-IX.

        200-PROCESS.
         DISPLAY 'PROCESS: JRNL0001'.
         MOVE 'N' TO OW-EOF-FL.
         OPEN INPUT IW-FL.
         OPEN OUTPUT JRN-FL.
         PERFORM 201-EXPORT-ONE UNTIL OW-IS-EOF.
         PERFORM 260-EXPORT-RELEASES.
         PERFORM 210-EXPORT-RESIDUALS.
         PERFORM 220-EXPORT-FEES.
         PERFORM 230-EXPORT-IOF.
         PERFORM 240-EXPORT-ADJUSTMENTS.
         PERFORM 205-WRITE-CONTROL.
         CLOSE OW-FL.
         CLOSE IW-FL.
         CLOSE JRN-FL.
         IF NOT IS-REHEARSAL
          PERFORM 250-RECORD-DELIVERY
         END-IF.

        201-EXPORT-ONE.
         READ OW-FL
          AT END
           MOVE 'Y' TO OW-EOF-FL
          NOT AT END
           PERFORM 270-MATCH-OPEN-FORWARD
           IF FDT-IS-FOUND
            MOVE 'Y' TO FDT-USED(FDT-IX)
            ADD 1 TO CT-FWD-DEFERRED
           ELSE
            ADD 1 TO CT-CONV
            PERFORM 202-WRITE-JOURNAL-PAIR
           END-IF
         END-READ.
         IF STTS-OW NOT = ZEROS AND STTS-OW NOT = 10
          DISPLAY 'I/O ERROR READING OW-FL, STATUS = ' STTS-OW
         ADD 1 TO CT-FEE-ENT.
         ADD 1 TO FEC-IX.

        230-EXPORT-IOF.
         MOVE 0 TO IOC-CT.
         OPEN INPUT IOF-FL.
         IF STTS-IOF NOT = ZEROS
          DISPLAY 'NO IOF EXTRACT (' IOF-FL-PATH '), SKIPPED'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 231-SUM-ONE-IOF UNTIL IOF-IS-EOF.
         CLOSE IOF-FL.
         MOVE 1 TO IOC-IX.
         PERFORM 233-WRITE-ONE-IOF UNTIL IOC-IX > IOC-CT.
         IF CT-IOF-ENT > 0
          DISPLAY 'IOF ENTRIES WRITTEN FOR ' CT-IOF-ENT
           ' CURRENCY/ENTITY(S)'
         END-IF.

        231-SUM-ONE-IOF.
         READ IOF-FL
          AT END
           MOVE 'Y' TO IOF-EOF-FL
          NOT AT END
           PERFORM 232-POST-ONE-IOF
         END-READ.
         IF STTS-IOF NOT = ZEROS AND STTS-IOF NOT = 10
          DISPLAY 'I/O ERROR READING IOF-FL, STATUS = ' STTS-IOF
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO IOF-EOF-FL
         END-IF.

        232-POST-ONE-IOF.
         MOVE 'N' TO IOC-FOUND-FL.
         MOVE 1 TO IOC-IX.
         PERFORM 234-SCAN-IOF-KEY UNTIL IOC-IX > IOC-CT
          OR IOC-IS-FOUND.
         IF NOT IOC-IS-FOUND
          IF IOC-CT >= 999
           DISPLAY 'IOF TABLE FULL, REMAINDER SKIPPED'
           EXIT PARAGRAPH
          END-IF
          ADD 1 TO IOC-CT
          MOVE IOF-B TO IC-CUR(IOC-CT)
          MOVE IOF-ENT TO IC-ENT(IOC-CT)
          MOVE ZEROS TO IC-AMT(IOC-CT)
          MOVE IOC-CT TO IOC-IX
         END-IF.
         ADD IOF-AMT TO IC-AMT(IOC-IX).

        234-SCAN-IOF-KEY.
         IF IC-CUR(IOC-IX) = IOF-B AND IC-ENT(IOC-IX) = IOF-ENT
          MOVE 'Y' TO IOC-FOUND-FL
         ELSE
          ADD 1 TO IOC-IX
         END-IF.

        233-WRITE-ONE-IOF.
         IF IC-AMT(IOC-IX) = 0
          ADD 1 TO IOC-IX
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO JRN-SEQ-CT.
         MOVE 'DTL' TO JRN-REC-TYPE.
         MOVE JRN-SEQ-CT TO JRN-SEQ.
         MOVE IOF-RECV-ACCT TO JRN-ACCT.
         MOVE 'DR' TO JRN-DRCR.
         MOVE IC-CUR(IOC-IX) TO JRN-CUR.
         MOVE IC-AMT(IOC-IX) TO JRN-AMT.
         MOVE TODAY-DT TO JRN-DT.
         MOVE IC-ENT(IOC-IX) TO JRN-ENT.
         PERFORM 290-WRITE-JRN-DETAIL.
         ADD IC-AMT(IOC-IX) TO DR-TOTAL.
         ADD 1 TO JRN-SEQ-CT.
         MOVE 'DTL' TO JRN-REC-TYPE.
         MOVE JRN-SEQ-CT TO JRN-SEQ.
         MOVE IOF-PAYABLE-ACCT TO JRN-ACCT.
         MOVE 'CR' TO JRN-DRCR.
         MOVE IC-CUR(IOC-IX) TO JRN-CUR.
         MOVE IC-AMT(IOC-IX) TO JRN-AMT.
         MOVE TODAY-DT TO JRN-DT.
         MOVE IC-ENT(IOC-IX) TO JRN-ENT.
         PERFORM 290-WRITE-JRN-DETAIL.
         ADD IC-AMT(IOC-IX) TO CR-TOTAL.
         ADD 1 TO CT-IOF-ENT.
         ADD 1 TO IOC-IX.

        240-EXPORT-ADJUSTMENTS.
         MOVE 0 TO ADJ-CT.
         OPEN INPUT ADJ-FL.
         IF STTS-ADJ NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 241-LOAD-ONE-ADJ UNTIL ADJ-IS-EOF.
         CLOSE ADJ-FL.
         MOVE 1 TO ADJ-IX.
         PERFORM 242-WRITE-ONE-ADJ UNTIL ADJ-IX > ADJ-CT.
         IF CT-ADJ-LINES > 0
          DISPLAY 'MANUAL ADJUSTMENT LINES WRITTEN: ' CT-ADJ-LINES
          IF NOT IS-REHEARSAL
           PERFORM 243-SAVE-ADJUSTMENTS
          END-IF
         END-IF.

        241-LOAD-ONE-ADJ.
         READ ADJ-FL
          AT END
           MOVE 'Y' TO ADJ-EOF-FL
          NOT AT END
           IF ADJ-CT >= 999
            DISPLAY 'ADJUSTMENT TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO ADJ-CT
           MOVE ADJ-RCRD TO ADJ-ENTRY(ADJ-CT)
         END-READ.
         IF STTS-ADJ NOT = ZEROS AND STTS-ADJ NOT = 10
          DISPLAY 'I/O ERROR READING ADJ-FL, STATUS = ' STTS-ADJ
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO ADJ-EOF-FL
         END-IF.

        242-WRITE-ONE-ADJ.
         IF AJ-STATUS(ADJ-IX) = 'A'
            OR (AJ-STATUS(ADJ-IX) = 'E'
                AND AJ-EXP-DT(ADJ-IX) = TODAY-DT)
          ADD 1 TO JRN-SEQ-CT
          MOVE 'ADJ' TO JRN-REC-TYPE
          MOVE JRN-SEQ-CT TO JRN-SEQ
          MOVE AJ-ACCT(ADJ-IX) TO JRN-ACCT
          MOVE AJ-DRCR(ADJ-IX) TO JRN-DRCR
          MOVE AJ-CUR(ADJ-IX) TO JRN-CUR
          MOVE AJ-AMT(ADJ-IX) TO JRN-AMT
          MOVE TODAY-DT TO JRN-DT
          MOVE AJ-ENT(ADJ-IX) TO JRN-ENT
          PERFORM 290-WRITE-JRN-DETAIL
          IF AJ-DRCR(ADJ-IX) = 'DR'
           ADD AJ-AMT(ADJ-IX) TO DR-TOTAL
          ELSE
           ADD AJ-AMT(ADJ-IX) TO CR-TOTAL
          END-IF
          MOVE 'E' TO AJ-STATUS(ADJ-IX)
          MOVE TODAY-DT TO AJ-EXP-DT(ADJ-IX)
          ADD 1 TO CT-ADJ-LINES
         END-IF.
         ADD 1 TO ADJ-IX.

        243-SAVE-ADJUSTMENTS.
         OPEN OUTPUT ADJ-FL.
         IF STTS-ADJ NOT = ZEROS
          DISPLAY 'ERROR OPENING ADJ-FL, STATUS = ' STTS-ADJ
           ', ADJUSTMENTS NOT MARKED EXPORTED'
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO ADJ-IX.
         PERFORM 244-KEEP-ONE-ADJ UNTIL ADJ-IX > ADJ-CT.
         CLOSE ADJ-FL.

        244-KEEP-ONE-ADJ.
         MOVE ADJ-ENTRY(ADJ-IX) TO ADJ-RCRD.
         WRITE ADJ-RCRD.
         ADD 1 TO ADJ-IX.

        260-EXPORT-RELEASES.
      * DEALS FWDM0001 RELEASED TODAY ARE JOURNALLED AT THEIR CONTRACT
      * AMOUNTS ON THE MATURITY DATE, THE SAME LEGS POSN0001 POSTS
         MOVE 'N' TO FWR-EOF-FL.
         OPEN INPUT FWR-FL.
         IF STTS-FWR NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 261-EXPORT-ONE-RELEASE UNTIL FWR-IS-EOF.
         CLOSE FWR-FL.

        261-EXPORT-ONE-RELEASE.
         READ FWR-FL
          AT END
           MOVE 'Y' TO FWR-EOF-FL
          NOT AT END
           IF FWR-STATUS = 'RELEASED'
            ADD 1 TO CT-FWD-RELEASED
            PERFORM 262-WRITE-RELEASE-PAIR
           END-IF
         END-READ.
         IF STTS-FWR NOT = ZEROS AND STTS-FWR NOT = 10
          DISPLAY 'I/O ERROR READING FWR-FL, STATUS = ' STTS-FWR
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO FWR-EOF-FL
         END-IF.

        262-WRITE-RELEASE-PAIR.
         IF FWR-SOLD < 0
          COMPUTE ABS-SOLD = FWR-SOLD * -1
         ELSE
          MOVE FWR-SOLD TO ABS-SOLD
         END-IF.
         IF FWR-BOUGHT < 0
          COMPUTE ABS-BOUGHT = FWR-BOUGHT * -1
         ELSE
          MOVE FWR-BOUGHT TO ABS-BOUGHT
         END-IF.
         ADD 1 TO JRN-SEQ-CT.
         MOVE 'DTL' TO JRN-REC-TYPE.
         MOVE JRN-SEQ-CT TO JRN-SEQ.
         MOVE FX-POS-ACCT TO JRN-ACCT.
         IF FWR-BOUGHT < 0
          MOVE 'CR' TO JRN-DRCR
          ADD ABS-BOUGHT TO CR-TOTAL
         ELSE
          MOVE 'DR' TO JRN-DRCR
          ADD ABS-BOUGHT TO DR-TOTAL
         END-IF.
         MOVE FWR-B TO JRN-CUR.
         MOVE ABS-BOUGHT TO JRN-AMT.
         MOVE FWR-MAT-DT TO JRN-DT.
         MOVE FWR-ENT TO JRN-ENT.
         PERFORM 290-WRITE-JRN-DETAIL.
         ADD 1 TO JRN-SEQ-CT.
         MOVE 'DTL' TO JRN-REC-TYPE.
         MOVE JRN-SEQ-CT TO JRN-SEQ.
         MOVE FX-POS-ACCT TO JRN-ACCT.
         IF FWR-SOLD < 0
          MOVE 'DR' TO JRN-DRCR
          ADD ABS-SOLD TO DR-TOTAL
         ELSE
          MOVE 'CR' TO JRN-DRCR
          ADD ABS-SOLD TO CR-TOTAL
         END-IF.
         MOVE FWR-A TO JRN-CUR.
         MOVE ABS-SOLD TO JRN-AMT.
         MOVE FWR-MAT-DT TO JRN-DT.
         MOVE FWR-ENT TO JRN-ENT.
         PERFORM 290-WRITE-JRN-DETAIL.

        270-MATCH-OPEN-FORWARD.
         MOVE 'N' TO FDT-FOUND-FL.
         MOVE 1 TO FDT-IX.
         PERFORM 271-SCAN-OPEN-FORWARD UNTIL FDT-IX > FDT-CT
          OR FDT-IS-FOUND.

        271-SCAN-OPEN-FORWARD.
         IF FDT-USED(FDT-IX) = 'N' AND FDT-A(FDT-IX) = OW-A
            AND FDT-B(FDT-IX) = OW-B AND FDT-ENT(FDT-IX) = OW-ENT
            AND FDT-MAT-DT(FDT-IX) = OW-DT
            AND FDT-BOUGHT(FDT-IX) = OW-V
          MOVE 'Y' TO FDT-FOUND-FL
         ELSE
          ADD 1 TO FDT-IX
         END-IF.

        205-WRITE-CONTROL.
         MOVE 'CTL' TO CTL-REC-TYPE.
         MOVE JRN-SEQ-CT TO CTL-LINE-CT.
         MOVE TODAY-DT TO CTL-RUN-DT.
         WRITE JRN-CTL-RCRD.

        280-DERIVE-ACCT.
      * A MANUAL ADJUSTMENT IS KEYED ON ITS FINAL ACCOUNT
         IF NOT MAP-IS-ACTIVE OR JRN-REC-TYPE = 'ADJ'
          EXIT PARAGRAPH
         END-IF.
         MOVE JRN-ACCT TO RSV-ROLE.
         MOVE JRN-ENT TO RSV-ENT.
         MOVE JRN-CUR TO RSV-CUR.
         MOVE JRN-DRCR TO RSV-DRCR.
         MOVE JRN-DT TO RSV-DT.
         PERFORM 281-RESOLVE-ACCT.
         IF RSV-IS-FOUND
          MOVE RSV-ACCT TO JRN-ACCT
         ELSE
      * ONLY A FEE, IOF OR ROUNDING CURRENCY THE CHECK NEVER SAW CAN
      * GET HERE; THE LINE KEEPS ITS FIXED ACCOUNT AND THE RUN FAILS
          ADD 1 TO CT-UNMAPPED
          DISPLAY ' NO ACCOUNT FOR ROLE ' RSV-ROLE ' ENTITY '
            RSV-ENT ' CURRENCY ' RSV-CUR ' ' RSV-DRCR
           ', FIXED ACCOUNT KEPT'
          MOVE 8 TO RETURN-CODE
         END-IF.

        281-RESOLVE-ACCT.
         MOVE 'N' TO RSV-FOUND-FL.
         MOVE SPACES TO RSV-ACCT.
         MOVE SPACES TO RSV-GRP.
         MOVE 1 TO CGR-IX.
         PERFORM 283-SCAN-CUR-GROUP UNTIL CGR-IX > CGR-CT
          OR RSV-GRP NOT = SPACES.
         MOVE -1 TO BEST-SCORE.
         MOVE ZEROS TO BEST-EFF-DT.
         MOVE 1 TO MAP-IX.
         PERFORM 282-SCORE-ONE-RULE UNTIL MAP-IX > MAP-CT.

        282-SCORE-ONE-RULE.
         MOVE 'Y' TO RULE-OK-FL.
         MOVE 0 TO RULE-SCORE.
         IF MR-EFF-DT(MAP-IX) > RSV-DT
          MOVE 'N' TO RULE-OK-FL
         END-IF.
         EVALUATE TRUE
          WHEN MR-ROLE(MAP-IX) = RSV-ROLE
           ADD 16 TO RULE-SCORE
          WHEN MR-ROLE(MAP-IX) = '*' OR MR-ROLE(MAP-IX) = SPACES
           CONTINUE
          WHEN OTHER
           MOVE 'N' TO RULE-OK-FL
         END-EVALUATE.
         EVALUATE TRUE
          WHEN MR-ENT(MAP-IX) = '*' OR MR-ENT(MAP-IX) = SPACES
           CONTINUE
          WHEN MR-ENT(MAP-IX) = RSV-ENT
           ADD 8 TO RULE-SCORE
          WHEN OTHER
           MOVE 'N' TO RULE-OK-FL
         END-EVALUATE.
         EVALUATE TRUE
          WHEN MR-GRP(MAP-IX) = '*' OR MR-GRP(MAP-IX) = SPACES
           CONTINUE
          WHEN MR-GRP(MAP-IX) = RSV-CUR
           ADD 4 TO RULE-SCORE
          WHEN MR-GRP(MAP-IX) = RSV-GRP AND RSV-GRP NOT = SPACES
           ADD 2 TO RULE-SCORE
          WHEN OTHER
           MOVE 'N' TO RULE-OK-FL
         END-EVALUATE.
         EVALUATE TRUE
          WHEN MR-DRCR(MAP-IX) = '*' OR MR-DRCR(MAP-IX) = SPACES
           CONTINUE
          WHEN MR-DRCR(MAP-IX) = RSV-DRCR
           ADD 1 TO RULE-SCORE
          WHEN OTHER
           MOVE 'N' TO RULE-OK-FL
         END-EVALUATE.
         IF RULE-IS-OK
          IF RULE-SCORE > BEST-SCORE
             OR (RULE-SCORE = BEST-SCORE
                 AND MR-EFF-DT(MAP-IX) > BEST-EFF-DT)
           MOVE RULE-SCORE TO BEST-SCORE
           MOVE MR-EFF-DT(MAP-IX) TO BEST-EFF-DT
           MOVE MR-ACCT(MAP-IX) TO RSV-ACCT
           MOVE 'Y' TO RSV-FOUND-FL
          END-IF
         END-IF.
         ADD 1 TO MAP-IX.

        283-SCAN-CUR-GROUP.
         IF CG-CUR(CGR-IX) = RSV-CUR
          MOVE CG-GROUP(CGR-IX) TO RSV-GRP
         END-IF.
         ADD 1 TO CGR-IX.

        290-WRITE-JRN-DETAIL.
         PERFORM 280-DERIVE-ACCT.
         IF NOT FMT-IS-ACTIVE
          WRITE JRN-RCRD
          EXIT PARAGRAPH
         MOVE FMT-AMT-ED TO FMT-AMT-OUT.
         INSPECT FMT-AMT-OUT REPLACING ALL '.' BY FMT-DECSEP.

        250-RECORD-DELIVERY.
         INITIALIZE ODRG-AREA.
         MOVE 'GLJOURNAL' TO OD-ID.
         MOVE 'GL' TO OD-RECIP.
         MOVE TODAY-DT TO OD-REF.
         MOVE JRN-FL-PATH TO OD-FILE.
         MOVE JRN-SEQ-CT TO OD-COUNT.
         MOVE DR-TOTAL TO OD-HASH.
         MOVE 'JRNL0001' TO OD-PGM.
         CALL 'ODRG0001' USING ODRG-FUNC ODRG-AREA ODRG-RC
          ON EXCEPTION
           MOVE 8 TO ODRG-RC
         END-CALL.
         IF ODRG-RC NOT = ZEROS
          DISPLAY 'WARNING: DELIVERY NOT REGISTERED FOR JOURNAL '
           TODAY-DT ', RC = ' ODRG-RC
         END-IF.

        300-END.
         DISPLAY '-- JOURNAL EXPORT SUMMARY --'.
         DISPLAY ' CONVERSIONS EXPORTED: ' CT-CONV.
         DISPLAY ' FORWARDS DEFERRED TO MATURITY: ' CT-FWD-DEFERRED.
         DISPLAY ' FORWARDS RELEASED AT MATURITY: ' CT-FWD-RELEASED.
         DISPLAY ' JOURNAL LINES WRITTEN: ' JRN-SEQ-CT.
         DISPLAY ' DR TOTAL: ' DR-TOTAL.
         DISPLAY ' CR TOTAL: ' CR-TOTAL.
         DISPLAY ' MANUAL ADJUSTMENT LINES: ' CT-ADJ-LINES.
         IF MAP-IS-ACTIVE
          DISPLAY ' LINES WITHOUT A MAPPED ACCOUNT: ' CT-UNMAPPED
         END-IF.
         DISPLAY 'END-PROGRAM: JRNL0001'.
         GOBACK.
       END PROGRAM JRNL0001.
