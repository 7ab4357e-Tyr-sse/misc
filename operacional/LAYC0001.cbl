      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - CONFERENCIA DOS ARQUIVOS DE DADOS
      *          CONTRA O REGISTRO DE LAYOUTS (LAYOUT.txt, COPYBOOK
      *          LAYREC): CADA ARQUIVO REGISTRADO PRESENTE NO DIRETORIO
      *          DE TRABALHO E LIDO LINHA A LINHA; O TIPO DE REGISTRO E
      *          RECONHECIDO, O TAMANHO, O LUGAR (CABECALHO/TRAILER) E
      *          CADA CAMPO (DIGITOS, SINAL, DATA, NAO BRANCO) SAO
      *          CONFERIDOS, E O TRAILER TEM CONTAGEM E TOTAL DE
      *          CONTROLE RECALCULADOS; CADA LINHA MALFORMADA VAI PARA
      *          O RELATORIO COM ARQUIVO, LINHA E POSICAO. RC 8 COM
      *          VIOLACAO GRAVE (PASSO DO BDRV0001 PARA A CADEIA), RC 4
      *          SO COM AVISOS. LAYC0001_MODE=SEED GRAVA O REGISTRO
      *          INICIAL DOS ARQUIVOS PRINCIPAIS QUANDO ELE NAO EXISTE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. LAYC0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT LAY-FL ASSIGN LAY-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-LAY.
         SELECT CHK-FL ASSIGN CHK-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CHK.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.

       DATA DIVISION.
        FILE SECTION.
         FD LAY-FL.
         01 LAY-RCRD.
           COPY LAYREC.

         FD CHK-FL.
         01 CHK-REC                                        PIC X(400).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'LAYC0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 LAY-FL-PATH                PIC X(80)
             VALUE '.\..\fls\LAYOUT.txt'.
         77 LAY-FL-PATH-ENV            PIC X(80).
         77 STTS-LAY                                       PIC 99.
         77 DIR-PATH                   PIC X(80)
             VALUE '.\..\fls\'.
         77 DIR-PATH-ENV               PIC X(80).
         77 CHK-FL-PATH                                    PIC X(100).
         77 STTS-CHK                                       PIC 99.
         77 RPT-FL-PATH                PIC X(80)
             VALUE '.\..\fls\LAYC0001.RPT'.
         77 RPT-FL-PATH-ENV            PIC X(80).
         77 STTS-RPT                                       PIC 99.
         77 MODE-ENV                                       PIC X(4).
         77 ONE-FILE-ENV                                   PIC X(20).
         77 MAX-LIST                           PIC 9(4) VALUE 50.
         77 MAX-LIST-ENV                                   PIC X(4).

         77 LAY-EOF-FL                                     PIC X.
          88 LAY-IS-EOF                                    VALUE 'Y'.
         77 CHK-EOF-FL                                     PIC X.
          88 CHK-IS-EOF                                    VALUE 'Y'.
         77 REG-ERR-FL                              PIC X VALUE 'N'.
          88 REGISTRY-IS-BAD                               VALUE 'Y'.

         77 FIL-CT                                 PIC 9(4) COMP.
         77 FI                                     PIC 9(4) COMP.
         01 FIL-TBL.
          02 FIL-ENTRY OCCURS 99 TIMES.
           03 FL-FILE                                      PIC X(20).
           03 FL-REQ                                       PIC X.
           03 FL-DESC                                      PIC X(40).
           03 FL-STATE                                     PIC X.
           03 FL-LINES                                     PIC 9(7).
           03 FL-HARD                                      PIC 9(7).
           03 FL-WARN                                      PIC 9(7).
         77 VAR-CT                                 PIC 9(4) COMP.
         77 VI                                     PIC 9(4) COMP.
         77 VX                                     PIC 9(4) COMP.
         01 VAR-TBL.
          02 VAR-ENTRY OCCURS 299 TIMES.
           03 VR-FILE                                      PIC X(20).
           03 VR-VAR                                       PIC X(3).
           03 VR-MATCH-POS                                 PIC 9(3).
           03 VR-MATCH-LEN                                 PIC 99.
           03 VR-MATCH-TXT                                 PIC X(10).
           03 VR-MAX-LEN                                   PIC 9(3).
           03 VR-PLACE                                     PIC X.
           03 VR-CNT-POS                                   PIC 9(3).
           03 VR-CNT-LEN                                   PIC 99.
           03 VR-SUM-FLD                                   PIC X(12).
           03 VR-SUM-POS                                   PIC 9(3).
           03 VR-SUM-LEN                                   PIC 99.
         77 FLD-CT                                 PIC 9(4) COMP.
         77 XI                                     PIC 9(4) COMP.
         01 FLD-TBL.
          02 FLD-ENTRY OCCURS 999 TIMES.
           03 FX-FILE                                      PIC X(20).
           03 FX-VAR                                       PIC X(3).
           03 FX-FLD                                       PIC X(12).
           03 FX-POS                                       PIC 9(3).
           03 FX-LEN                                       PIC 9(3).
           03 FX-TYPE                                      PIC X.
           03 FX-SEV                                       PIC X.

         77 LINE-NO                                        PIC 9(7).
         77 LINE-LEN                               PIC 9(4) COMP.
         77 DET-CT                                         PIC 9(7).
         77 LISTED-CT                                      PIC 9(7).
         77 TRL-IX                                 PIC 9(4) COMP.
         77 TRL-SEEN-FL                                    PIC X.
          88 TRAILER-WAS-SEEN                              VALUE 'Y'.
         77 TRL-SAVE                                       PIC X(400).
         77 SUM-FLD                                        PIC X(12).
         77 SUM-ACT                            PIC S9(16) VALUE ZEROS.
         77 SUM-TRL                                        PIC S9(16).
         77 SUM-TXT                                        PIC X(20).
         77 CNT-TRL                                        PIC 9(7).
         77 FLD-BAD-FL                                     PIC X.
          88 FIELD-IS-BAD                                  VALUE 'Y'.
         77 SIGN-POS                               PIC 9(4) COMP.
         77 DIG-LEN                                PIC 9(4) COMP.
         77 DTVL-DATE                                      PIC 9(8).
         77 DTVL-RC                                        PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.

         77 VIO-SEV                                        PIC X.
         77 VIO-POS                                        PIC 9(3).
         77 VIO-FLD                                        PIC X(12).
         77 VIO-MSG                                        PIC X(40).
         77 ED-NUM                                         PIC Z(6)9.
         77 ED-NUM2                                        PIC Z(6)9.
         77 ED-AMT                               PIC -(11)9.
         77 ED-AMT2                              PIC -(11)9.

         77 CT-FILES-CHECKED                    PIC 9(4) VALUE ZEROS.
         77 CT-FILES-MISSING                    PIC 9(4) VALUE ZEROS.
         77 CT-LINES                            PIC 9(9) VALUE ZEROS.
         77 CT-HARD                             PIC 9(7) VALUE ZEROS.
         77 CT-WARN                             PIC 9(7) VALUE ZEROS.

         77 SEED-IX                                PIC 9(4) COMP.
         77 SEED-CODE-IX                           PIC 9(4) COMP.
      * STARTING REGISTRY: ONE ROW PER FILE, RECORD TYPE AND FIELD,
      * AS TYPE + FILE NUMBER + THE LAYREC BODY
         01 SEED-FILES.
          02 FILLER                  PIC X(20) VALUE 'I0001.txt'.
          02 FILLER                  PIC X(20) VALUE 'O0001.txt'.
          02 FILLER                  PIC X(20) VALUE 'RATE.txt'.
          02 FILLER                  PIC X(20) VALUE 'ALERT.txt'.
          02 FILLER                  PIC X(20) VALUE 'HOLIDAY.txt'.
          02 FILLER                  PIC X(20) VALUE 'POSMST.txt'.
          02 FILLER                  PIC X(20) VALUE 'INTRATE.txt'.
          02 FILLER                  PIC X(20) VALUE 'INTCAP.txt'.
          02 FILLER                  PIC X(20) VALUE 'ADJUST.txt'.
          02 FILLER                  PIC X(20) VALUE 'GLMAP.txt'.
          02 FILLER                  PIC X(20) VALUE 'ACCRJRNL.txt'.
          02 FILLER                  PIC X(20) VALUE 'INTCAPJ.txt'.
         01 SEED-FILE-TBL REDEFINES SEED-FILES.
          02 SEED-FILE OCCURS 12 TIMES                 PIC X(20).
         01 SEED-DATA.
          02 FILLER                                       PIC X(49)
           VALUE 'FIL01NCONVERSION INPUT, *TRAILER* LAST           '.
          02 FILLER                                       PIC X(49)
           VALUE 'VAR01DTL00000          075A00000            00000'.
          02 FILLER                                       PIC X(49)
           VALUE 'VAR01TRL00109*TRAILER* 039L01106V           01715'.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD01DTLA           001010BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD01DTLB           011010BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD01DTLDT          021008DH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD01DTLV           029011SH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD01DTLENT         040004XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD01DTLDIR         044001XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD01DTLACT         045001XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD01DTLCPTY        046008XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD01DTLTS          054014NW                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD01DTLSRC         068008XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD01TRLTAG         001010XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD01TRLCT          011006NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD01TRLHASH        017015SH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FIL02NCONVERTED OUTPUT, *TRAILER* LAST           '.
          02 FILLER                                       PIC X(49)
           VALUE 'VAR02DTL00000          043A00000            00000'.
          02 FILLER                                       PIC X(49)
           VALUE 'VAR02TRL00109*TRAILER* 039L01106V           01715'.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD02DTLA           001010BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD02DTLB           011010BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD02DTLDT          021008DH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD02DTLV           029011SH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD02DTLENT         040004XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD02TRLTAG         001010XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD02TRLCT          011006NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD02TRLHASH        017015SH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FIL03YRATE TABLE                                 '.
          02 FILLER                                       PIC X(49)
           VALUE 'VAR03DTL00000          060A00000            00000'.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD03DTLA           001010BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD03DTLB           011010BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD03DTLEFFDT       021008DH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD03DTLNUM         029010NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD03DTLDEN         039010NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD03DTLFIX         049005XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD03DTLTENOR       054003XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD03DTLSIDE        057001XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD03DTLSRC         058003XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FIL04NALERTS, ONE === RUN HEADER PER RUN         '.
          02 FILLER                                       PIC X(49)
           VALUE 'VAR04HDR00107=== RUN   066A00000            00000'.
          02 FILLER                                       PIC X(49)
           VALUE 'VAR04DTL00000          088A00000            00000'.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD04DTLSEQ         001003NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD04DTLTYPE        004003BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD04DTLA           007010XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD04DTLB           017010XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD04DTLMSG         027040XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD04DTLDT          067008DW                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD04DTLTS          075014NW                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FIL05NMARKET HOLIDAYS                            '.
          02 FILLER                                       PIC X(49)
           VALUE 'VAR05DTL00000          018A00000            00000'.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD05DTLMKT         001010BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD05DTLDT          011008DH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FIL06NPOSITION MASTER                            '.
          02 FILLER                                       PIC X(49)
           VALUE 'VAR06DTL00000          029A00000            00000'.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD06DTLCODE        001010BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD06DTLBAL         011015SH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD06DTLENT         026004XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FIL07NINTEREST RATE TABLE                        '.
          02 FILLER                                       PIC X(49)
           VALUE 'VAR07DTL00000          041A00000            00000'.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD07DTLCUR         001010BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD07DTLEFFDT       011008DH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD07DTLCRRATE      019010SH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD07DTLDRRATE      029010SH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD07DTLBASIS       039003NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FIL08NINTEREST CAPITALIZATION FEED               '.
          02 FILLER                                       PIC X(49)
           VALUE 'VAR08DTL00000          052A00000            00000'.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD08DTLPERIOD      001006NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD08DTLCODE        007010BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD08DTLENT         017004XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD08DTLAMT         021015SH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD08DTLPOSTDT      036008DH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD08DTLSTATUS      044001BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD08DTLAPPLYDT     045008NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FIL09NMANUAL JOURNAL ADJUSTMENTS                 '.
          02 FILLER                                       PIC X(49)
           VALUE 'VAR09DTL00000          131A00000            00000'.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD09DTLID          001006NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD09DTLLINE        007003NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD09DTLACCT        010008NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD09DTLDRCR        018002BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD09DTLCUR         020010BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD09DTLAMT         030015NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD09DTLENT         045004XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD09DTLSTATUS      049001BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD09DTLMAKER       050003BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD09DTLPROPTS      053014NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD09DTLCHECKER     067003XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD09DTLDECTS       070014NW                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD09DTLEXPDT       084008NW                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD09DTLREASON      092040BW                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FIL10NGL ACCOUNT DERIVATION TABLE                '.
          02 FILLER                                       PIC X(49)
           VALUE 'VAR10GRP00103GRP       023A00000            00000'.
          02 FILLER                                       PIC X(49)
           VALUE 'VAR10MAP00103MAP       043A00000            00000'.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD10GRPCUR         004010BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD10GRPCURGRP      014010BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD10MAPROLE        004008BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD10MAPENT         012004XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD10MAPGRP         016010XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD10MAPDRCR        026002XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD10MAPEFFDT       028008DH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD10MAPACCT        036008NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FIL11NINTEREST ACCRUAL GL BATCH, CTL LAST        '.
          02 FILLER                                       PIC X(49)
           VALUE 'VAR11DTL00103DTL       056A00000            00000'.
          02 FILLER                                       PIC X(49)
           VALUE 'VAR11CTL00103CTL       051L00406            00000'.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD11DTLTYPE        001003XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD11DTLSEQ         004006NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD11DTLACCT        010008NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD11DTLDRCR        018002BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD11DTLCUR         020010BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD11DTLAMT         030015NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD11DTLDT          045008DH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD11DTLENT         053004XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD11CTLTYPE        001003XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD11CTLCT          004006NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD11CTLDRTOT       010017NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD11CTLCRTOT       027017NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD11CTLRUNDT       044008DH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FIL12NCAPITALIZATION GL BATCH, CTL LAST          '.
          02 FILLER                                       PIC X(49)
           VALUE 'VAR12DTL00103DTL       056A00000            00000'.
          02 FILLER                                       PIC X(49)
           VALUE 'VAR12CTL00103CTL       051L00406            00000'.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD12DTLTYPE        001003XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD12DTLSEQ         004006NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD12DTLACCT        010008NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD12DTLDRCR        018002BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD12DTLCUR         020010BH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD12DTLAMT         030015NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD12DTLDT          045008DH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD12DTLENT         053004XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD12CTLTYPE        001003XH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD12CTLCT          004006NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD12CTLDRTOT       010017NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD12CTLCRTOT       027017NH                     '.
          02 FILLER                                       PIC X(49)
           VALUE 'FLD12CTLRUNDT       044008DH                     '.
         01 SEED-TBL REDEFINES SEED-DATA.
          02 SEED-ROW OCCURS 132 TIMES.
           03 SEED-TYPE                                    PIC X(3).
           03 SEED-CODE                                    PIC 99.
           03 SEED-BODY                                    PIC X(44).

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
         DISPLAY 'MAIN: LAYC0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: LAYC0001'.
         ACCEPT LAY-FL-PATH-ENV FROM ENVIRONMENT 'LAYC0001_LAYFILE'.
         IF LAY-FL-PATH-ENV NOT = SPACES
          MOVE LAY-FL-PATH-ENV TO LAY-FL-PATH
         END-IF.
         ACCEPT DIR-PATH-ENV FROM ENVIRONMENT 'LAYC0001_DIR'.
         IF DIR-PATH-ENV NOT = SPACES
          MOVE DIR-PATH-ENV TO DIR-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'LAYC0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT MAX-LIST-ENV FROM ENVIRONMENT 'LAYC0001_MAXLIST'.
         IF MAX-LIST-ENV NOT = SPACES
          COMPUTE MAX-LIST = FUNCTION NUMVAL(MAX-LIST-ENV)
         END-IF.
         ACCEPT ONE-FILE-ENV FROM ENVIRONMENT 'LAYC0001_FILE'.
         ACCEPT MODE-ENV FROM ENVIRONMENT 'LAYC0001_MODE'.
         IF MODE-ENV = 'SEED'
          PERFORM 110-SEED-REGISTRY
          GOBACK
         END-IF.
         PERFORM 120-LOAD-REGISTRY.

        110-SEED-REGISTRY.
      * THE SEED NEVER OVERWRITES: ONCE THE REGISTRY EXISTS IT IS
      * MAINTAINED BY HAND LIKE ANY OTHER CONTROL TABLE
         OPEN INPUT LAY-FL.
         IF STTS-LAY = ZEROS
          CLOSE LAY-FL
          DISPLAY 'REGISTRY ALREADY PRESENT, SEED NOT WRITTEN: '
           LAY-FL-PATH
          MOVE 4 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         OPEN OUTPUT LAY-FL.
         IF STTS-LAY NOT = ZEROS
          DISPLAY 'ERROR OPENING LAY-FL, STATUS = ' STTS-LAY
          MOVE 12 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO SEED-IX.
         PERFORM 111-SEED-ONE-ROW UNTIL SEED-IX > 132.
         CLOSE LAY-FL.
         DISPLAY 'LAYOUT REGISTRY SEEDED: ' LAY-FL-PATH.
         MOVE ZERO TO RETURN-CODE.

        111-SEED-ONE-ROW.
         MOVE SPACES TO LAY-RCRD.
         MOVE SEED-TYPE(SEED-IX) TO LAY-REC-TYPE.
         MOVE SEED-CODE(SEED-IX) TO SEED-CODE-IX.
         MOVE SEED-FILE(SEED-CODE-IX) TO LAY-FILE.
         MOVE SEED-BODY(SEED-IX) TO LAY-FIL-DATA.
         WRITE LAY-RCRD.
         ADD 1 TO SEED-IX.

        120-LOAD-REGISTRY.
         MOVE ZEROS TO FIL-CT.
         MOVE ZEROS TO VAR-CT.
         MOVE ZEROS TO FLD-CT.
         MOVE 'N' TO LAY-EOF-FL.
         OPEN INPUT LAY-FL.
         IF STTS-LAY NOT = ZEROS
          DISPLAY 'NO LAYOUT REGISTRY (' LAY-FL-PATH(1:40)
           '), SET LAYC0001_MODE=SEED TO CREATE IT'
          MOVE 12 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 121-LOAD-ONE-ROW UNTIL LAY-IS-EOF.
         CLOSE LAY-FL.
         MOVE 1 TO XI.
         PERFORM 125-CHECK-ONE-FLD UNTIL XI > FLD-CT.
         IF REGISTRY-IS-BAD
          DISPLAY 'LAYOUT REGISTRY INCONSISTENT, NOTHING CHECKED'
          MOVE 12 TO RETURN-CODE
          GOBACK
         END-IF.
         DISPLAY 'LAYOUT REGISTRY: ' FIL-CT ' FILE(S), ' VAR-CT
          ' RECORD TYPE(S), ' FLD-CT ' FIELD(S)'.

        121-LOAD-ONE-ROW.
         READ LAY-FL
          AT END
           MOVE 'Y' TO LAY-EOF-FL
          NOT AT END
           EVALUATE LAY-REC-TYPE
            WHEN 'FIL'
             PERFORM 122-ADD-FIL
            WHEN 'VAR'
             PERFORM 123-ADD-VAR
            WHEN 'FLD'
             PERFORM 124-ADD-FLD
            WHEN OTHER
             CONTINUE
           END-EVALUATE
         END-READ.
         IF STTS-LAY NOT = ZEROS AND STTS-LAY NOT = 10
          DISPLAY 'I/O ERROR READING LAY-FL, STATUS = ' STTS-LAY
          MOVE 'Y' TO LAY-EOF-FL
         END-IF.

        122-ADD-FIL.
         IF FIL-CT < 99
          ADD 1 TO FIL-CT
          MOVE LAY-FILE TO FL-FILE(FIL-CT)
          MOVE LAY-REQ TO FL-REQ(FIL-CT)
          MOVE LAY-DESC TO FL-DESC(FIL-CT)
          MOVE SPACE TO FL-STATE(FIL-CT)
          MOVE ZEROS TO FL-LINES(FIL-CT)
          MOVE ZEROS TO FL-HARD(FIL-CT)
          MOVE ZEROS TO FL-WARN(FIL-CT)
         ELSE
          DISPLAY 'REGISTRY FULL, FILE IGNORED: ' LAY-FILE
         END-IF.

        123-ADD-VAR.
         IF LAY-MATCH-POS NOT NUMERIC OR LAY-MATCH-LEN NOT NUMERIC
            OR LAY-MAX-LEN NOT NUMERIC OR LAY-CNT-POS NOT NUMERIC
            OR LAY-CNT-LEN NOT NUMERIC OR LAY-SUM-POS NOT NUMERIC
            OR LAY-SUM-LEN NOT NUMERIC
            OR LAY-MAX-LEN = ZEROS OR LAY-MAX-LEN > 400
          DISPLAY 'BAD RECORD TYPE ROW: ' LAY-FILE ' ' LAY-VAR
          MOVE 'Y' TO REG-ERR-FL
          EXIT PARAGRAPH
         END-IF.
         IF VAR-CT < 299
          ADD 1 TO VAR-CT
          MOVE LAY-FILE TO VR-FILE(VAR-CT)
          MOVE LAY-VAR TO VR-VAR(VAR-CT)
          MOVE LAY-MATCH-POS TO VR-MATCH-POS(VAR-CT)
          MOVE LAY-MATCH-LEN TO VR-MATCH-LEN(VAR-CT)
          MOVE LAY-MATCH-TXT TO VR-MATCH-TXT(VAR-CT)
          MOVE LAY-MAX-LEN TO VR-MAX-LEN(VAR-CT)
          MOVE LAY-PLACE TO VR-PLACE(VAR-CT)
          MOVE LAY-CNT-POS TO VR-CNT-POS(VAR-CT)
          MOVE LAY-CNT-LEN TO VR-CNT-LEN(VAR-CT)
          MOVE LAY-SUM-FLD TO VR-SUM-FLD(VAR-CT)
          MOVE LAY-SUM-POS TO VR-SUM-POS(VAR-CT)
          MOVE LAY-SUM-LEN TO VR-SUM-LEN(VAR-CT)
         ELSE
          DISPLAY 'REGISTRY FULL, RECORD TYPE IGNORED: ' LAY-FILE
         END-IF.

        124-ADD-FLD.
         IF LAY-POS NOT NUMERIC OR LAY-LEN NOT NUMERIC
            OR LAY-POS = ZEROS OR LAY-LEN = ZEROS
          DISPLAY 'BAD FIELD ROW: ' LAY-FILE ' ' LAY-FVAR ' ' LAY-FLD
          MOVE 'Y' TO REG-ERR-FL
          EXIT PARAGRAPH
         END-IF.
         IF FLD-CT < 999
          ADD 1 TO FLD-CT
          MOVE LAY-FILE TO FX-FILE(FLD-CT)
          MOVE LAY-FVAR TO FX-VAR(FLD-CT)
          MOVE LAY-FLD TO FX-FLD(FLD-CT)
          MOVE LAY-POS TO FX-POS(FLD-CT)
          MOVE LAY-LEN TO FX-LEN(FLD-CT)
          MOVE LAY-TYPE TO FX-TYPE(FLD-CT)
          MOVE LAY-SEV TO FX-SEV(FLD-CT)
         ELSE
          DISPLAY 'REGISTRY FULL, FIELD IGNORED: ' LAY-FILE
         END-IF.

        125-CHECK-ONE-FLD.
      * A FIELD MUST BELONG TO A DECLARED RECORD TYPE AND END INSIDE
      * ITS MAXIMUM LENGTH, OR THE REGISTRY ITSELF IS WRONG
         MOVE ZEROS TO VX.
         MOVE 1 TO VI.
         PERFORM 126-FIND-FLD-VAR UNTIL VI > VAR-CT OR VX > 0.
         IF VX = 0
          DISPLAY 'FIELD ' FX-FLD(XI) ' OF ' FX-FILE(XI)
           ' HAS NO RECORD TYPE ' FX-VAR(XI)
          MOVE 'Y' TO REG-ERR-FL
         ELSE
          IF FX-POS(XI) + FX-LEN(XI) - 1 > VR-MAX-LEN(VX)
           DISPLAY 'FIELD ' FX-FLD(XI) ' OF ' FX-FILE(XI)
            ' ENDS PAST ITS RECORD LENGTH ' VR-MAX-LEN(VX)
           MOVE 'Y' TO REG-ERR-FL
          END-IF
         END-IF.
         IF FX-TYPE(XI) NOT = 'X' AND FX-TYPE(XI) NOT = 'B'
            AND FX-TYPE(XI) NOT = 'N' AND FX-TYPE(XI) NOT = 'S'
            AND FX-TYPE(XI) NOT = 'D'
          DISPLAY 'FIELD ' FX-FLD(XI) ' OF ' FX-FILE(XI)
           ' HAS UNKNOWN TYPE ' FX-TYPE(XI)
          MOVE 'Y' TO REG-ERR-FL
         END-IF.
         ADD 1 TO XI.

        126-FIND-FLD-VAR.
         IF VR-FILE(VI) = FX-FILE(XI) AND VR-VAR(VI) = FX-VAR(XI)
          MOVE VI TO VX
         END-IF.
         ADD 1 TO VI.

        200-PROCESS.
         DISPLAY 'PROCESS: LAYC0001'.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 12 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE SPACES TO RPT-REC.
         STRING 'FILE LAYOUT CONFORMANCE  REGISTRY '
           LAY-FL-PATH DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'FILE                    LINE POS FIELD        '
          'SEV MESSAGE' DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO FI.
         PERFORM 210-CHECK-ONE-FILE UNTIL FI > FIL-CT.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE '-- PER FILE --' TO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO FI.
         PERFORM 240-WRITE-FILE-LINE UNTIL FI > FIL-CT.
         CLOSE RPT-FL.

        210-CHECK-ONE-FILE.
         IF ONE-FILE-ENV NOT = SPACES AND ONE-FILE-ENV NOT = FL-FILE(FI)
          MOVE 'S' TO FL-STATE(FI)
          ADD 1 TO FI
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO CHK-FL-PATH.
         STRING DIR-PATH DELIMITED BY SPACE
           FL-FILE(FI) DELIMITED BY SPACE
           INTO CHK-FL-PATH.
         MOVE ZEROS TO LINE-NO.
         MOVE ZEROS TO DET-CT.
         MOVE ZEROS TO LISTED-CT.
         MOVE ZEROS TO SUM-ACT.
         MOVE 'N' TO TRL-SEEN-FL.
         MOVE SPACES TO TRL-SAVE.
      * THE TRAILER TYPE OF THE FILE, IF ANY, NAMES THE FIELD WHOSE
      * TOTAL IT CARRIES
         MOVE ZEROS TO TRL-IX.
         MOVE SPACES TO SUM-FLD.
         MOVE 1 TO VI.
         PERFORM 211-FIND-TRAILER-TYPE UNTIL VI > VAR-CT.
         OPEN INPUT CHK-FL.
         IF STTS-CHK = 35
          MOVE 'M' TO FL-STATE(FI)
          ADD 1 TO CT-FILES-MISSING
          IF FL-REQ(FI) = 'Y'
           MOVE 'H' TO VIO-SEV
           MOVE ZEROS TO VIO-POS
           MOVE SPACES TO VIO-FLD
           MOVE 'REQUIRED FILE NOT PRESENT' TO VIO-MSG
           PERFORM 230-REPORT-VIOLATION
          END-IF
          ADD 1 TO FI
          EXIT PARAGRAPH
         END-IF.
         IF STTS-CHK NOT = ZEROS
          MOVE 'P' TO FL-STATE(FI)
          MOVE 'H' TO VIO-SEV
          MOVE ZEROS TO VIO-POS
          MOVE SPACES TO VIO-FLD
          MOVE SPACES TO VIO-MSG
          STRING 'FILE CANNOT BE OPENED, STATUS ' STTS-CHK
           DELIMITED BY SIZE INTO VIO-MSG
          PERFORM 230-REPORT-VIOLATION
          ADD 1 TO FI
          EXIT PARAGRAPH
         END-IF.
         MOVE 'P' TO FL-STATE(FI).
         ADD 1 TO CT-FILES-CHECKED.
         MOVE 'N' TO CHK-EOF-FL.
         PERFORM 212-READ-ONE-LINE UNTIL CHK-IS-EOF.
         CLOSE CHK-FL.
         MOVE LINE-NO TO FL-LINES(FI).
         ADD LINE-NO TO CT-LINES.
         PERFORM 220-CHECK-TRAILER.
         ADD 1 TO FI.

        211-FIND-TRAILER-TYPE.
         IF VR-FILE(VI) = FL-FILE(FI) AND VR-PLACE(VI) = 'L'
          MOVE VI TO TRL-IX
          MOVE VR-SUM-FLD(VI) TO SUM-FLD
         END-IF.
         ADD 1 TO VI.

        212-READ-ONE-LINE.
         MOVE SPACES TO CHK-REC.
         READ CHK-FL
          AT END
           MOVE 'Y' TO CHK-EOF-FL
          NOT AT END
           ADD 1 TO LINE-NO
           PERFORM 213-CHECK-ONE-LINE
         END-READ.
         IF STTS-CHK = 04 OR STTS-CHK = 06
          MOVE 'H' TO VIO-SEV
          MOVE ZEROS TO VIO-POS
          MOVE SPACES TO VIO-FLD
          MOVE 'LINE LONGER THAN 400, TRUNCATED' TO VIO-MSG
          PERFORM 230-REPORT-VIOLATION
         ELSE
          IF STTS-CHK NOT = ZEROS AND STTS-CHK NOT = 10
           DISPLAY 'I/O ERROR READING ' FL-FILE(FI) ', STATUS = '
            STTS-CHK
           MOVE 'H' TO VIO-SEV
           MOVE ZEROS TO VIO-POS
           MOVE SPACES TO VIO-FLD
           MOVE 'READ ERROR, REST OF FILE NOT CHECKED' TO VIO-MSG
           PERFORM 230-REPORT-VIOLATION
           MOVE 'Y' TO CHK-EOF-FL
          END-IF
         END-IF.

        213-CHECK-ONE-LINE.
         MOVE 400 TO LINE-LEN.
         PERFORM 214-TRIM-LINE
          UNTIL LINE-LEN = 0 OR CHK-REC(LINE-LEN:1) NOT = SPACE.
         IF TRAILER-WAS-SEEN
          MOVE 'H' TO VIO-SEV
          MOVE ZEROS TO VIO-POS
          MOVE SPACES TO VIO-FLD
          MOVE 'RECORD AFTER THE TRAILER' TO VIO-MSG
          PERFORM 230-REPORT-VIOLATION
         END-IF.
      * A RECORD TYPE WITH AN IDENTIFYING TEXT WINS; THE TYPE WITH
      * NONE IS THE FILE'S PLAIN DETAIL RECORD
         MOVE ZEROS TO VX.
         MOVE 1 TO VI.
         PERFORM 215-MATCH-TAGGED-TYPE UNTIL VI > VAR-CT OR VX > 0.
         IF VX = 0
          MOVE 1 TO VI
          PERFORM 216-MATCH-PLAIN-TYPE UNTIL VI > VAR-CT OR VX > 0
         END-IF.
         IF VX = 0
          MOVE 'H' TO VIO-SEV
          MOVE ZEROS TO VIO-POS
          MOVE SPACES TO VIO-FLD
          MOVE 'NO REGISTERED LAYOUT FOR THIS RECORD' TO VIO-MSG
          PERFORM 230-REPORT-VIOLATION
          EXIT PARAGRAPH
         END-IF.
         IF LINE-LEN > VR-MAX-LEN(VX)
          MOVE 'H' TO VIO-SEV
          MOVE VR-MAX-LEN(VX) TO VIO-POS
          ADD 1 TO VIO-POS
          MOVE VR-VAR(VX) TO VIO-FLD
          MOVE LINE-LEN TO ED-NUM
          MOVE VR-MAX-LEN(VX) TO ED-NUM2
          MOVE SPACES TO VIO-MSG
          STRING 'LENGTH ' ED-NUM ' OVER LAYOUT ' ED-NUM2
           DELIMITED BY SIZE INTO VIO-MSG
          PERFORM 230-REPORT-VIOLATION
         END-IF.
         EVALUATE VR-PLACE(VX)
          WHEN 'F'
           IF LINE-NO NOT = 1
            MOVE 'H' TO VIO-SEV
            MOVE ZEROS TO VIO-POS
            MOVE VR-VAR(VX) TO VIO-FLD
            MOVE 'HEADER NOT ON THE FIRST LINE' TO VIO-MSG
            PERFORM 230-REPORT-VIOLATION
           END-IF
          WHEN 'L'
           MOVE 'Y' TO TRL-SEEN-FL
           MOVE CHK-REC TO TRL-SAVE
          WHEN OTHER
           ADD 1 TO DET-CT
         END-EVALUATE.
         MOVE 1 TO XI.
         PERFORM 217-CHECK-ONE-FIELD UNTIL XI > FLD-CT.

        214-TRIM-LINE.
         SUBTRACT 1 FROM LINE-LEN.

        215-MATCH-TAGGED-TYPE.
         IF VR-FILE(VI) = FL-FILE(FI) AND VR-MATCH-LEN(VI) > 0
          IF CHK-REC(VR-MATCH-POS(VI):VR-MATCH-LEN(VI)) =
             VR-MATCH-TXT(VI)(1:VR-MATCH-LEN(VI))
           MOVE VI TO VX
          END-IF
         END-IF.
         ADD 1 TO VI.

        216-MATCH-PLAIN-TYPE.
         IF VR-FILE(VI) = FL-FILE(FI) AND VR-MATCH-LEN(VI) = 0
          MOVE VI TO VX
         END-IF.
         ADD 1 TO VI.

        217-CHECK-ONE-FIELD.
         IF FX-FILE(XI) NOT = FL-FILE(FI)
            OR FX-VAR(XI) NOT = VR-VAR(VX)
          ADD 1 TO XI
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO FLD-BAD-FL.
         MOVE SPACES TO VIO-MSG.
         EVALUATE FX-TYPE(XI)
          WHEN 'B'
           IF CHK-REC(FX-POS(XI):FX-LEN(XI)) = SPACES
            MOVE 'Y' TO FLD-BAD-FL
            MOVE 'REQUIRED FIELD IS BLANK' TO VIO-MSG
           END-IF
          WHEN 'N'
           IF CHK-REC(FX-POS(XI):FX-LEN(XI)) NOT NUMERIC
            MOVE 'Y' TO FLD-BAD-FL
            MOVE 'NOT NUMERIC' TO VIO-MSG
           END-IF
          WHEN 'S'
           PERFORM 218-CHECK-SIGNED
          WHEN 'D'
           IF FX-LEN(XI) NOT = 8
              OR CHK-REC(FX-POS(XI):8) NOT NUMERIC
            MOVE 'Y' TO FLD-BAD-FL
            MOVE 'DATE NOT NUMERIC' TO VIO-MSG
           ELSE
            MOVE CHK-REC(FX-POS(XI):8) TO DTVL-DATE
            MOVE RETURN-CODE TO SAVED-RC
            CALL 'DTVL0001' USING DTVL-DATE DTVL-RC
            MOVE SAVED-RC TO RETURN-CODE
            IF DTVL-RC NOT = ZEROS
             MOVE 'Y' TO FLD-BAD-FL
             MOVE 'NOT A CALENDAR DATE' TO VIO-MSG
            END-IF
           END-IF
          WHEN OTHER
           CONTINUE
         END-EVALUATE.
         IF FIELD-IS-BAD
          MOVE FX-SEV(XI) TO VIO-SEV
          MOVE FX-POS(XI) TO VIO-POS
          MOVE FX-FLD(XI) TO VIO-FLD
          PERFORM 230-REPORT-VIOLATION
         ELSE
      * THE DETAIL FIELD NAMED BY THE TRAILER IS TOTALLED AS READ,
      * AS DIGITS WITHOUT THE DECIMAL POINT, AS THE TRAILER HOLDS IT
          IF FX-FLD(XI) = SUM-FLD AND SUM-FLD NOT = SPACES
             AND VR-PLACE(VX) = 'A'
           COMPUTE SUM-ACT = SUM-ACT
            + FUNCTION NUMVAL(CHK-REC(FX-POS(XI):FX-LEN(XI)))
          END-IF
         END-IF.
         ADD 1 TO XI.

        218-CHECK-SIGNED.
         COMPUTE SIGN-POS = FX-POS(XI) + FX-LEN(XI) - 1.
         COMPUTE DIG-LEN = FX-LEN(XI) - 1.
         IF DIG-LEN = 0
            OR CHK-REC(FX-POS(XI):DIG-LEN) NOT NUMERIC
          MOVE 'Y' TO FLD-BAD-FL
          MOVE 'DIGITS EXPECTED BEFORE THE SIGN' TO VIO-MSG
         ELSE
          IF CHK-REC(SIGN-POS:1) NOT = '+'
             AND CHK-REC(SIGN-POS:1) NOT = '-'
           MOVE 'Y' TO FLD-BAD-FL
           MOVE 'TRAILING SIGN + OR - MISSING' TO VIO-MSG
          END-IF
         END-IF.

        220-CHECK-TRAILER.
         IF TRL-IX = 0 OR LINE-NO = 0
          EXIT PARAGRAPH
         END-IF.
         IF NOT TRAILER-WAS-SEEN
          MOVE 'H' TO VIO-SEV
          MOVE ZEROS TO VIO-POS
          MOVE VR-VAR(TRL-IX) TO VIO-FLD
          MOVE 'TRAILER MISSING' TO VIO-MSG
          PERFORM 230-REPORT-VIOLATION
          EXIT PARAGRAPH
         END-IF.
         IF VR-CNT-LEN(TRL-IX) > 0
          IF TRL-SAVE(VR-CNT-POS(TRL-IX):VR-CNT-LEN(TRL-IX))
             IS NUMERIC
           MOVE TRL-SAVE(VR-CNT-POS(TRL-IX):VR-CNT-LEN(TRL-IX))
            TO CNT-TRL
           IF CNT-TRL NOT = DET-CT
            MOVE 'H' TO VIO-SEV
            MOVE VR-CNT-POS(TRL-IX) TO VIO-POS
            MOVE VR-VAR(TRL-IX) TO VIO-FLD
            MOVE CNT-TRL TO ED-NUM
            MOVE DET-CT TO ED-NUM2
            MOVE SPACES TO VIO-MSG
            STRING 'TRAILER COUNT ' ED-NUM ' RECORDS ' ED-NUM2
             DELIMITED BY SIZE INTO VIO-MSG
            PERFORM 230-REPORT-VIOLATION
           END-IF
          END-IF
         END-IF.
         IF SUM-FLD NOT = SPACES AND VR-SUM-LEN(TRL-IX) > 1
          MOVE SPACES TO SUM-TXT
          MOVE TRL-SAVE(VR-SUM-POS(TRL-IX):VR-SUM-LEN(TRL-IX))
           TO SUM-TXT
          COMPUTE DIG-LEN = VR-SUM-LEN(TRL-IX) - 1
          IF SUM-TXT(1:DIG-LEN) IS NUMERIC
           COMPUTE SUM-TRL = FUNCTION NUMVAL(SUM-TXT)
           IF SUM-TRL NOT = SUM-ACT
            MOVE 'H' TO VIO-SEV
            MOVE VR-SUM-POS(TRL-IX) TO VIO-POS
            MOVE VR-VAR(TRL-IX) TO VIO-FLD
            MOVE SUM-TRL TO ED-AMT
            MOVE SUM-ACT TO ED-AMT2
            MOVE SPACES TO VIO-MSG
            STRING 'TOTAL' ED-AMT ' RECORDS' ED-AMT2
             DELIMITED BY SIZE INTO VIO-MSG
            PERFORM 230-REPORT-VIOLATION
           END-IF
          END-IF
         END-IF.

        230-REPORT-VIOLATION.
         IF VIO-SEV = 'H'
          ADD 1 TO FL-HARD(FI)
          ADD 1 TO CT-HARD
         ELSE
          ADD 1 TO FL-WARN(FI)
          ADD 1 TO CT-WARN
         END-IF.
         ADD 1 TO LISTED-CT.
         IF LISTED-CT > MAX-LIST
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO RPT-REC.
         MOVE FL-FILE(FI) TO RPT-REC(1:20).
         MOVE LINE-NO TO RPT-REC(22:7).
         MOVE VIO-POS TO RPT-REC(30:3).
         MOVE VIO-FLD TO RPT-REC(34:12).
         MOVE VIO-SEV TO RPT-REC(47:1).
         MOVE VIO-MSG TO RPT-REC(51:40).
         IF LINE-NO > 0
          MOVE CHK-REC(1:40) TO RPT-REC(92:40)
         END-IF.
         WRITE RPT-REC.
         IF LISTED-CT = MAX-LIST
          MOVE SPACES TO RPT-REC
          STRING FL-FILE(FI) ' FURTHER VIOLATIONS COUNTED, NOT LISTED'
           DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
         END-IF.

        240-WRITE-FILE-LINE.
         MOVE SPACES TO RPT-REC.
         MOVE FL-FILE(FI) TO RPT-REC(1:20).
         EVALUATE FL-STATE(FI)
          WHEN 'M'
           MOVE 'NOT PRESENT' TO RPT-REC(22:11)
          WHEN 'S'
           MOVE 'NOT SELECTED' TO RPT-REC(22:12)
          WHEN OTHER
           MOVE FL-LINES(FI) TO ED-NUM
           STRING 'LINES ' ED-NUM DELIMITED BY SIZE
            INTO RPT-REC(22:13)
         END-EVALUATE.
         MOVE FL-HARD(FI) TO ED-NUM.
         MOVE FL-WARN(FI) TO ED-NUM2.
         STRING 'HARD ' ED-NUM '  WARN ' ED-NUM2 DELIMITED BY SIZE
          INTO RPT-REC(37:30).
         MOVE FL-DESC(FI) TO RPT-REC(70:40).
         WRITE RPT-REC.
         ADD 1 TO FI.

        300-END.
         DISPLAY '-- LAYOUT CONFORMANCE SUMMARY --'.
         DISPLAY ' FILES CHECKED: ' CT-FILES-CHECKED.
         DISPLAY ' FILES NOT PRESENT: ' CT-FILES-MISSING.
         DISPLAY ' LINES READ: ' CT-LINES.
         DISPLAY ' HARD VIOLATIONS: ' CT-HARD.
         DISPLAY ' WARNINGS: ' CT-WARN.
         DISPLAY ' REPORT: ' RPT-FL-PATH.
         IF CT-HARD > 0
          DISPLAY 'HARD LAYOUT VIOLATIONS FOUND, SEE THE REPORT'
          MOVE 8 TO RETURN-CODE
         ELSE
          IF CT-WARN > 0
           MOVE 4 TO RETURN-CODE
          ELSE
           MOVE ZERO TO RETURN-CODE
          END-IF
         END-IF.
         DISPLAY 'END-PROGRAM: LAYC0001'.
         GOBACK.
       END PROGRAM LAYC0001.
