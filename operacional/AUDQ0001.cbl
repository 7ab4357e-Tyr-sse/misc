      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - CONSULTA UNIFICADA DAS TRILHAS DE
      *          AUDITORIA: LE APRVAUD, HOLDAUD, KMNTAUD, CURMAUD,
      *          SUSPAUD, REVAPAUD, PREOAUD, HOLMAUD, ENTMAUD, MANRAUD,
      *          ADJAUD, AMNDAUD, RDNMAUD, RVAPAUD, OVERRIDE.txt, AS
      *          RETIRADAS/CONFIRMACOES DE ENTREGA FEITAS POR OPERADOR
      *          NO ODRGREG.txt, AS CERTIFICACOES DE FIM DE DIA DO
      *          EODCERT.txt, AS RETENCOES LEGAIS DO LGHAUD.txt E AS
      *          LINHAS DE SIGN-ON/SIGN-OFF DO RUNLOG.txt, NORMALIZA
      *          CADA REGISTRO NUM EVENTO UNICO (COPYBOOK AUDEREC) E
      *          MOSTRA A VISAO EM ORDEM DE TEMPO, FILTRADA POR
      *          OPERADOR, FAIXA DE DATAS, PROGRAMA E OBJETO (PAR,
      *          MOEDA, MERCADO, ENTIDADE, CHAVE); GRAVA
      *          O EXTRATO PAGINADO PARA OS AUDITORES E, SE PEDIDO
      *          (AUDQ0001_EVTFILE), OS EVENTOS EM LAYOUT FIXO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. AUDQ0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT SRC-FL ASSIGN SRC-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-SRC.
         SELECT EVT-SD ASSIGN SRW-FL-PATH.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.
         SELECT EVT-FL ASSIGN EVT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-EVT.

       DATA DIVISION.
        FILE SECTION.
         FD SRC-FL.
         01 SRC-REC                                        PIC X(200).

         SD EVT-SD.
         01 SRT-REC.
          02 SRT-EVT.
           COPY AUDEREC.
          02 SRT-SRC-NO                                    PIC 99.
          02 SRT-LINE                                      PIC 9(7).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

         FD EVT-FL.
         01 EVT-RCRD.
           COPY AUDEREC.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'AUDQ0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 DIR-PATH                   PIC X(80)
             VALUE '.\..\fls\'.
         77 DIR-PATH-ENV               PIC X(80).
         77 SRC-FL-PATH                                    PIC X(100).
         77 STTS-SRC                                       PIC 99.
         77 SRW-FL-PATH                PIC X(80)
             VALUE '.\..\fls\AUDQ0001.SRW'.
         77 RPT-FL-PATH                PIC X(80)
             VALUE '.\..\fls\AUDQ0001.RPT'.
         77 RPT-FL-PATH-ENV            PIC X(80).
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'AUDQ0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'AUDQ0001'.
         77 RPTF-RC                                        PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.
         77 STTS-RPT                                       PIC 99.
         77 EVT-FL-PATH                                    PIC X(80).
         77 STTS-EVT                                       PIC 99.
         77 EVT-FL-FL                               PIC X VALUE 'N'.
          88 EVT-FL-IS-WANTED                              VALUE 'Y'.

         77 SRC-EOF-FL                                     PIC X.
          88 SRC-IS-EOF                                    VALUE 'Y'.
         77 SRT-EOF-FL                                     PIC X.
          88 SRT-IS-EOF                                    VALUE 'Y'.

      * EACH SOURCE: FILE NAME, SHORT NAME IN THE VIEW, PROGRAM THAT
      * WRITES IT (SPACES = TAKEN FROM THE RECORD ITSELF)
         01 SOURCE-LIST.
          02 FILLER PIC X(36) VALUE
             'APRVAUD.txt         APRVAUD APRV0001'.
          02 FILLER PIC X(36) VALUE
             'HOLDAUD.txt         HOLDAUD HRLS0001'.
          02 FILLER PIC X(36) VALUE
             'KMNTAUD.txt         KMNTAUD KMNT0001'.
          02 FILLER PIC X(36) VALUE
             'CURMAUD.txt         CURMAUD CURM0001'.
          02 FILLER PIC X(36) VALUE
             'SUSPAUD.txt         SUSPAUD SUSP0001'.
          02 FILLER PIC X(36) VALUE
             'REVAPAUD.txt        REVAPAUDREVA0001'.
          02 FILLER PIC X(36) VALUE
             'PREOAUD.txt         PREOAUD PREO0001'.
          02 FILLER PIC X(36) VALUE
             'HOLMAUD.txt         HOLMAUD HOLM0001'.
          02 FILLER PIC X(36) VALUE
             'ODRGREG.txt         ODRGREG ODAK0001'.
          02 FILLER PIC X(36) VALUE
             'EODCERT.txt         EODCERT EODC0001'.
          02 FILLER PIC X(36) VALUE
             'LGHAUD.txt          LGHAUD  LGHM0001'.
          02 FILLER PIC X(36) VALUE
             'ENTMAUD.txt         ENTMAUD ENTM0001'.
          02 FILLER PIC X(36) VALUE
             'MANRAUD.txt         MANRAUD MRAT0001'.
          02 FILLER PIC X(36) VALUE
             'ADJAUD.txt          ADJAUD  ADJM0001'.
          02 FILLER PIC X(36) VALUE
             'AMNDAUD.txt         AMNDAUD CONV0001'.
          02 FILLER PIC X(36) VALUE
             'RDNMAUD.txt         RDNMAUD RDNM0001'.
          02 FILLER PIC X(36) VALUE
             'RVAPAUD.txt         RVAPAUD RVAP0001'.
          02 FILLER PIC X(36) VALUE
             'OVERRIDE.txt        OVERRIDE        '.
          02 FILLER PIC X(36) VALUE
             'RUNLOG.txt          RUNLOG          '.
         01 SOURCE-TBL REDEFINES SOURCE-LIST.
          02 SOURCE-ENTRY OCCURS 19 TIMES.
           03 SC-FILE                                      PIC X(20).
           03 SC-SRC                                       PIC X(8).
           03 SC-PGM                                       PIC X(8).
         77 SOURCE-CT                         PIC 9(4) COMP VALUE 19.
         77 SX                                     PIC 9(4) COMP.

         77 SEL-OPER                                       PIC X(3).
         77 SEL-PGM                                        PIC X(8).
         77 SEL-OBJ                                        PIC X(10).
         77 SEL-FROM-ENV                                   PIC X(8).
         77 SEL-TO-ENV                                     PIC X(8).
         77 SEL-FROM                        PIC 9(8) VALUE ZEROS.
         77 SEL-TO                          PIC 9(8) VALUE 99999999.
         77 EV-DT8                                         PIC 9(8).

         01 EV-WRK.
           COPY AUDEREC.
         77 LINE-NO                                        PIC 9(7).
      * BATCH TRAILS DATE ONLY THEIR RUN HEADER; THE LINES BELOW IT
      * TAKE THAT DATE
         77 RUN-HDR-DT                                     PIC 9(8).
         77 LINE-LEN                               PIC 9(4) COMP.
         77 BLK-AT                                 PIC 9(4) COMP.
         77 KEEP-FL                                        PIC X.
          88 EVENT-IS-KEPT                                 VALUE 'Y'.

         77 PAGE-NO                                        PIC 9(4).
         77 PAGE-LINES                                     PIC 99.
         77 PAGE-MAX                                 PIC 99 VALUE 55.
         01 VIEW-LINE.
          02 VW-TS.
           03 VW-Y                                         PIC X(4).
           03 FILLER                                PIC X VALUE '-'.
           03 VW-M                                         PIC X(2).
           03 FILLER                                PIC X VALUE '-'.
           03 VW-D                                         PIC X(2).
           03 FILLER                                PIC X VALUE ' '.
           03 VW-HH                                        PIC X(2).
           03 FILLER                                PIC X VALUE ':'.
           03 VW-MI                                        PIC X(2).
           03 FILLER                                PIC X VALUE ':'.
           03 VW-SS                                        PIC X(2).
          02 FILLER                                 PIC X VALUE SPACE.
          02 VW-SRC                                        PIC X(8).
          02 FILLER                                 PIC X VALUE SPACE.
          02 VW-PGM                                        PIC X(8).
          02 FILLER                                 PIC X VALUE SPACE.
          02 VW-OPER                                       PIC X(3).
          02 FILLER                                 PIC X VALUE SPACE.
          02 VW-OPER2                                      PIC X(3).
          02 FILLER                                 PIC X VALUE SPACE.
          02 VW-ACTION                                     PIC X(10).
          02 FILLER                                 PIC X VALUE SPACE.
          02 VW-OBJ                                        PIC X(26).
          02 FILLER                                 PIC X VALUE SPACE.
          02 VW-TEXT                                       PIC X(50).

         77 CT-READ                             PIC 9(7) VALUE ZEROS.
         77 CT-SHOWN                            PIC 9(7) VALUE ZEROS.
         77 CT-SOURCES                          PIC 9(4) VALUE ZEROS.
         77 ED-CT                                          PIC Z(6)9.
         77 RUN-TS                                         PIC 9(14).

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
         DISPLAY 'MAIN: AUDQ0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: AUDQ0001'.
         ACCEPT DIR-PATH-ENV FROM ENVIRONMENT 'AUDQ0001_DIR'.
         IF DIR-PATH-ENV NOT = SPACES
          MOVE DIR-PATH-ENV TO DIR-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'AUDQ0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT EVT-FL-PATH FROM ENVIRONMENT 'AUDQ0001_EVTFILE'.
         IF EVT-FL-PATH NOT = SPACES
          MOVE 'Y' TO EVT-FL-FL
         END-IF.
         ACCEPT SEL-OPER FROM ENVIRONMENT 'AUDQ0001_OPER'.
         ACCEPT SEL-PGM FROM ENVIRONMENT 'AUDQ0001_PGM'.
         ACCEPT SEL-OBJ FROM ENVIRONMENT 'AUDQ0001_OBJECT'.
         ACCEPT SEL-FROM-ENV FROM ENVIRONMENT 'AUDQ0001_FROMDATE'.
         IF SEL-FROM-ENV IS NUMERIC AND SEL-FROM-ENV NOT = SPACES
          MOVE SEL-FROM-ENV TO SEL-FROM
         END-IF.
         ACCEPT SEL-TO-ENV FROM ENVIRONMENT 'AUDQ0001_TODATE'.
         IF SEL-TO-ENV IS NUMERIC AND SEL-TO-ENV NOT = SPACES
          MOVE SEL-TO-ENV TO SEL-TO
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TS.
         DISPLAY 'SELECTION: OPER=' SEL-OPER ' PGM=' SEL-PGM
          ' OBJECT=' SEL-OBJ ' ' SEL-FROM ' - ' SEL-TO.

        200-PROCESS.
         DISPLAY 'PROCESS: AUDQ0001'.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         IF EVT-FL-IS-WANTED
          OPEN OUTPUT EVT-FL
          IF STTS-EVT NOT = ZEROS
           DISPLAY 'ERROR OPENING EVT-FL, STATUS = ' STTS-EVT
           MOVE 8 TO RETURN-CODE
           GOBACK
          END-IF
         END-IF.
      * EVERY SOURCE IS FOLDED INTO ONE EVENT LAYOUT AND A DISK SORT
      * ON THE TIMESTAMP GIVES THE SINGLE TIME-ORDERED VIEW
         SORT EVT-SD
          ON ASCENDING KEY AE-TS OF SRT-EVT SRT-SRC-NO SRT-LINE
          INPUT PROCEDURE IS 210-COLLECT-EVENTS
          OUTPUT PROCEDURE IS 250-PRESENT-EVENTS.
         CLOSE RPT-FL.
      * KEEP A DATED COPY IN THE REPORT REPOSITORY FOR REPRINTS
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT RPT-FL-PATH
           RPTF-PGM RPTF-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.
         IF EVT-FL-IS-WANTED
          CLOSE EVT-FL
         END-IF.

        210-COLLECT-EVENTS.
         MOVE 1 TO SX.
         PERFORM 211-COLLECT-ONE-SOURCE UNTIL SX > SOURCE-CT.

        211-COLLECT-ONE-SOURCE.
         MOVE SPACES TO SRC-FL-PATH.
         STRING DIR-PATH DELIMITED BY SPACE
           SC-FILE(SX) DELIMITED BY SPACE
           INTO SRC-FL-PATH.
         OPEN INPUT SRC-FL.
         IF STTS-SRC NOT = ZEROS
          DISPLAY 'SOURCE NOT PRESENT: ' SC-FILE(SX)
          ADD 1 TO SX
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CT-SOURCES.
         MOVE ZEROS TO LINE-NO.
         MOVE ZEROS TO RUN-HDR-DT.
         MOVE 'N' TO SRC-EOF-FL.
         PERFORM 212-READ-ONE-LINE UNTIL SRC-IS-EOF.
         CLOSE SRC-FL.
         ADD 1 TO SX.

        212-READ-ONE-LINE.
         MOVE SPACES TO SRC-REC.
         READ SRC-FL
          AT END
           MOVE 'Y' TO SRC-EOF-FL
          NOT AT END
           ADD 1 TO LINE-NO
           PERFORM 213-NORMALIZE-ONE
         END-READ.
         IF STTS-SRC NOT = ZEROS AND STTS-SRC NOT = 10
          DISPLAY 'I/O ERROR READING ' SC-FILE(SX) ', STATUS = '
           STTS-SRC
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO SRC-EOF-FL
         END-IF.

        213-NORMALIZE-ONE.
      * THE CHAIN LINK AT THE END OF AN AUDIT RECORD IS NOT PART OF
      * WHAT HAPPENED AND IS LEFT OUT OF THE TEXT SHOWN
         MOVE 200 TO LINE-LEN.
         PERFORM 214-TRIM-LINE
          UNTIL LINE-LEN = 0 OR SRC-REC(LINE-LEN:1) NOT = SPACE.
         IF LINE-LEN > 32
          COMPUTE BLK-AT = LINE-LEN - 31
          IF SRC-REC(BLK-AT:2) = ' #'
             AND SRC-REC(BLK-AT + 2:9) IS NUMERIC
             AND SRC-REC(BLK-AT + 12:20) IS NUMERIC
           MOVE SPACES TO SRC-REC(BLK-AT:32)
          END-IF
         END-IF.
         MOVE SPACES TO EV-WRK.
         MOVE SC-SRC(SX) TO AE-SRC OF EV-WRK.
         MOVE SC-PGM(SX) TO AE-PGM OF EV-WRK.
         MOVE SRC-REC(1:100) TO AE-TEXT OF EV-WRK.
         MOVE 'N' TO KEEP-FL.
         EVALUATE SC-SRC(SX)
          WHEN 'APRVAUD'
           PERFORM 220-FROM-APRVAUD
          WHEN 'HOLDAUD'
           PERFORM 221-FROM-HOLDAUD
          WHEN 'KMNTAUD'
           PERFORM 222-FROM-KMNTAUD
          WHEN 'CURMAUD'
           PERFORM 223-FROM-CURMAUD
          WHEN 'SUSPAUD'
           PERFORM 224-FROM-SUSPAUD
          WHEN 'REVAPAUD'
           PERFORM 225-FROM-REVAPAUD
          WHEN 'PREOAUD'
           PERFORM 226-FROM-PREOAUD
          WHEN 'HOLMAUD'
           PERFORM 219-FROM-HOLMAUD
          WHEN 'ODRGREG'
           PERFORM 218-FROM-ODRGREG
          WHEN 'EODCERT'
           PERFORM 217-FROM-EODCERT
          WHEN 'LGHAUD'
           PERFORM 216-FROM-LGHAUD
          WHEN 'ENTMAUD'
           PERFORM 240-FROM-ENTMAUD
          WHEN 'MANRAUD'
           PERFORM 241-FROM-MANRAUD
          WHEN 'ADJAUD'
           PERFORM 242-FROM-ADJAUD
          WHEN 'AMNDAUD'
           PERFORM 243-FROM-AMNDAUD
          WHEN 'RDNMAUD'
           PERFORM 244-FROM-RDNMAUD
          WHEN 'RVAPAUD'
           PERFORM 245-FROM-RVAPAUD
          WHEN 'OVERRIDE'
           PERFORM 227-FROM-OVERRIDE
          WHEN 'RUNLOG'
           PERFORM 228-FROM-RUNLOG
         END-EVALUATE.
         IF NOT EVENT-IS-KEPT
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CT-READ.
         PERFORM 230-APPLY-FILTER.
         IF EVENT-IS-KEPT
          MOVE SPACES TO SRT-REC
          MOVE EV-WRK TO SRT-EVT
          MOVE SX TO SRT-SRC-NO
          MOVE LINE-NO TO SRT-LINE
          RELEASE SRT-REC
         END-IF.

        214-TRIM-LINE.
         SUBTRACT 1 FROM LINE-LEN.

        216-FROM-LGHAUD.
         IF SRC-REC(1:14) NOT NUMERIC
          EXIT PARAGRAPH
         END-IF.
         MOVE SRC-REC(1:14) TO AE-TS OF EV-WRK.
         MOVE SRC-REC(20:7) TO AE-ACTION OF EV-WRK.
         MOVE SRC-REC(16:3) TO AE-OPER OF EV-WRK.
         MOVE 'HOLD' TO AE-OBJ-TYPE OF EV-WRK.
         MOVE SRC-REC(28:6) TO AE-OBJ-A OF EV-WRK.
         MOVE SRC-REC(35:10) TO AE-OBJ-B OF EV-WRK.
         MOVE 'Y' TO KEEP-FL.

        217-FROM-EODCERT.
         IF SRC-REC(1:14) NOT NUMERIC
          EXIT PARAGRAPH
         END-IF.
         MOVE SRC-REC(1:14) TO AE-TS OF EV-WRK.
         MOVE SRC-REC(23:8) TO AE-ACTION OF EV-WRK.
         MOVE SRC-REC(31:3) TO AE-OPER OF EV-WRK.
         MOVE 'DATE' TO AE-OBJ-TYPE OF EV-WRK.
         MOVE SRC-REC(15:8) TO AE-OBJ-A OF EV-WRK.
         MOVE 'Y' TO KEEP-FL.

        218-FROM-ODRGREG.
      * THE DELIVERY REGISTER ALSO HOLDS WHAT THE PRODUCERS WROTE;
      * ONLY THE EVENTS AN OPERATOR SIGNED FOR ARE AUDIT EVENTS
         IF SRC-REC(1:14) NOT NUMERIC OR SRC-REC(179:3) = SPACES
          EXIT PARAGRAPH
         END-IF.
         MOVE SRC-REC(1:14) TO AE-TS OF EV-WRK.
         MOVE SRC-REC(171:8) TO AE-PGM OF EV-WRK.
         MOVE SRC-REC(15:8) TO AE-ACTION OF EV-WRK.
         MOVE SRC-REC(179:3) TO AE-OPER OF EV-WRK.
         MOVE 'DLV' TO AE-OBJ-TYPE OF EV-WRK.
         MOVE SRC-REC(23:10) TO AE-OBJ-A OF EV-WRK.
         MOVE SRC-REC(33:10) TO AE-OBJ-B OF EV-WRK.
         MOVE 'Y' TO KEEP-FL.

        219-FROM-HOLMAUD.
         IF SRC-REC(1:14) NOT NUMERIC
          EXIT PARAGRAPH
         END-IF.
         MOVE SRC-REC(1:14) TO AE-TS OF EV-WRK.
         MOVE SRC-REC(20:6) TO AE-ACTION OF EV-WRK.
         MOVE SRC-REC(16:3) TO AE-OPER OF EV-WRK.
         MOVE 'MKT' TO AE-OBJ-TYPE OF EV-WRK.
         MOVE SRC-REC(27:10) TO AE-OBJ-A OF EV-WRK.
         MOVE SRC-REC(38:8) TO AE-OBJ-B OF EV-WRK.
         MOVE 'Y' TO KEEP-FL.

        220-FROM-APRVAUD.
      * THE APPROVAL TRAIL CARRIES ONLY THE DECISION DATE
         IF SRC-REC(71:8) NOT NUMERIC
          EXIT PARAGRAPH
         END-IF.
         MOVE SRC-REC(71:8) TO AE-TS OF EV-WRK(1:8).
         MOVE '000000' TO AE-TS OF EV-WRK(9:6).
         PERFORM 229-DISPOSITION.
         MOVE SRC-REC(64:3) TO AE-OPER OF EV-WRK.
         MOVE SRC-REC(40:3) TO AE-OPER2 OF EV-WRK.
         MOVE 'PAIR' TO AE-OBJ-TYPE OF EV-WRK.
         MOVE SRC-REC(3:10) TO AE-OBJ-A OF EV-WRK.
         MOVE SRC-REC(14:10) TO AE-OBJ-B OF EV-WRK.
         MOVE 'Y' TO KEEP-FL.

        221-FROM-HOLDAUD.
         IF SRC-REC(1:14) NOT NUMERIC
          EXIT PARAGRAPH
         END-IF.
         MOVE SRC-REC(1:14) TO AE-TS OF EV-WRK.
         MOVE SRC-REC(16:1) TO SRC-REC(1:1).
         PERFORM 229-DISPOSITION.
         MOVE SRC-REC(77:3) TO AE-OPER OF EV-WRK.
         MOVE 'PAIR' TO AE-OBJ-TYPE OF EV-WRK.
         MOVE SRC-REC(18:10) TO AE-OBJ-A OF EV-WRK.
         MOVE SRC-REC(29:10) TO AE-OBJ-B OF EV-WRK.
         MOVE 'Y' TO KEEP-FL.

        222-FROM-KMNTAUD.
      * KEYED MASTER MAINTENANCE IS A BATCH OF TRANSACTIONS AND
      * RECORDS NO OPERATOR OF ITS OWN
         IF SRC-REC(1:14) NOT NUMERIC
          EXIT PARAGRAPH
         END-IF.
         MOVE SRC-REC(1:14) TO AE-TS OF EV-WRK.
         EVALUATE SRC-REC(16:1)
          WHEN 'A'
           MOVE 'ADD' TO AE-ACTION OF EV-WRK
          WHEN 'C'
           MOVE 'CHANGE' TO AE-ACTION OF EV-WRK
          WHEN 'D'
           MOVE 'DELETE' TO AE-ACTION OF EV-WRK
          WHEN OTHER
           MOVE SRC-REC(16:1) TO AE-ACTION OF EV-WRK
         END-EVALUATE.
         MOVE 'KEY' TO AE-OBJ-TYPE OF EV-WRK.
         MOVE SRC-REC(18:4) TO AE-OBJ-A OF EV-WRK.
         MOVE 'Y' TO KEEP-FL.

        223-FROM-CURMAUD.
         IF SRC-REC(1:14) NOT NUMERIC
          EXIT PARAGRAPH
         END-IF.
         MOVE SRC-REC(1:14) TO AE-TS OF EV-WRK.
         MOVE 'CHANGE' TO AE-ACTION OF EV-WRK.
         MOVE SRC-REC(16:3) TO AE-OPER OF EV-WRK.
         MOVE 'CCY' TO AE-OBJ-TYPE OF EV-WRK.
         MOVE SRC-REC(20:10) TO AE-OBJ-A OF EV-WRK.
         MOVE 'Y' TO KEEP-FL.

        224-FROM-SUSPAUD.
         IF SRC-REC(1:14) NOT NUMERIC
          EXIT PARAGRAPH
         END-IF.
         MOVE SRC-REC(1:14) TO AE-TS OF EV-WRK.
         MOVE SRC-REC(16:7) TO AE-ACTION OF EV-WRK.
         MOVE SRC-REC(49:3) TO AE-OPER OF EV-WRK.
         MOVE 'PAIR' TO AE-OBJ-TYPE OF EV-WRK.
         MOVE SRC-REC(24:10) TO AE-OBJ-A OF EV-WRK.
         MOVE SRC-REC(35:10) TO AE-OBJ-B OF EV-WRK.
         MOVE 'Y' TO KEEP-FL.

        225-FROM-REVAPAUD.
         IF SRC-REC(1:14) NOT NUMERIC
          EXIT PARAGRAPH
         END-IF.
         MOVE SRC-REC(1:14) TO AE-TS OF EV-WRK.
         MOVE SRC-REC(16:1) TO SRC-REC(1:1).
         PERFORM 229-DISPOSITION.
         MOVE SRC-REC(76:3) TO AE-OPER OF EV-WRK.
         MOVE SRC-REC(64:3) TO AE-OPER2 OF EV-WRK.
         MOVE 'PAIR' TO AE-OBJ-TYPE OF EV-WRK.
         MOVE SRC-REC(18:10) TO AE-OBJ-A OF EV-WRK.
         MOVE SRC-REC(29:10) TO AE-OBJ-B OF EV-WRK.
         MOVE 'Y' TO KEEP-FL.

        226-FROM-PREOAUD.
         IF SRC-REC(1:14) NOT NUMERIC
          EXIT PARAGRAPH
         END-IF.
         MOVE SRC-REC(1:14) TO AE-TS OF EV-WRK.
         MOVE 'REOPEN' TO AE-ACTION OF EV-WRK.
         MOVE SRC-REC(52:3) TO AE-OPER OF EV-WRK.
         MOVE SRC-REC(43:3) TO AE-OPER2 OF EV-WRK.
         MOVE 'ENT' TO AE-OBJ-TYPE OF EV-WRK.
         MOVE SRC-REC(34:4) TO AE-OBJ-A OF EV-WRK.
         MOVE SRC-REC(23:6) TO AE-OBJ-B OF EV-WRK.
         MOVE 'Y' TO KEEP-FL.

        227-FROM-OVERRIDE.
         IF SRC-REC(1:14) NOT NUMERIC
          EXIT PARAGRAPH
         END-IF.
         MOVE SRC-REC(1:14) TO AE-TS OF EV-WRK.
         MOVE SRC-REC(15:8) TO AE-PGM OF EV-WRK.
         MOVE 'OVERRIDE' TO AE-ACTION OF EV-WRK.
         MOVE SRC-REC(43:3) TO AE-OPER OF EV-WRK.
         MOVE 'GATE' TO AE-OBJ-TYPE OF EV-WRK.
         MOVE SRC-REC(23:10) TO AE-OBJ-A OF EV-WRK.
         MOVE SRC-REC(33:10) TO AE-OBJ-B OF EV-WRK.
         MOVE 'Y' TO KEEP-FL.

        228-FROM-RUNLOG.
      * ONLY THE SIGN-ON AND SIGN-OFF LINES OF THE RUN LOG ARE AUDIT
         IF SRC-REC(1:14) NOT NUMERIC
            OR SRC-REC(37:9) NOT = 'OPERATOR '
          EXIT PARAGRAPH
         END-IF.
         IF SRC-REC(49:9) NOT = ' SIGN-ON '
            AND SRC-REC(49:9) NOT = ' SIGN-OFF'
          EXIT PARAGRAPH
         END-IF.
         MOVE SRC-REC(1:14) TO AE-TS OF EV-WRK.
         MOVE SRC-REC(16:8) TO AE-PGM OF EV-WRK.
         MOVE SRC-REC(50:8) TO AE-ACTION OF EV-WRK.
         MOVE SRC-REC(46:3) TO AE-OPER OF EV-WRK.
         IF SRC-REC(58:5) = 'ROLE '
          MOVE 'ROLE' TO AE-OBJ-TYPE OF EV-WRK
          MOVE SRC-REC(63:8) TO AE-OBJ-A OF EV-WRK
         END-IF.
         MOVE SRC-REC(37:60) TO AE-TEXT OF EV-WRK.
         MOVE 'Y' TO KEEP-FL.

        229-DISPOSITION.
         EVALUATE SRC-REC(1:1)
          WHEN 'A'
           MOVE 'APPROVED' TO AE-ACTION OF EV-WRK
          WHEN 'R'
           MOVE 'REJECTED' TO AE-ACTION OF EV-WRK
          WHEN OTHER
           MOVE SRC-REC(1:1) TO AE-ACTION OF EV-WRK
         END-EVALUATE.

        230-APPLY-FILTER.
         MOVE AE-TS OF EV-WRK(1:8) TO EV-DT8.
         IF EV-DT8 < SEL-FROM OR EV-DT8 > SEL-TO
          MOVE 'N' TO KEEP-FL
         END-IF.
         IF SEL-OPER NOT = SPACES
            AND SEL-OPER NOT = AE-OPER OF EV-WRK
            AND SEL-OPER NOT = AE-OPER2 OF EV-WRK
          MOVE 'N' TO KEEP-FL
         END-IF.
         IF SEL-PGM NOT = SPACES AND SEL-PGM NOT = AE-PGM OF EV-WRK
          MOVE 'N' TO KEEP-FL
         END-IF.
         IF SEL-OBJ NOT = SPACES
            AND SEL-OBJ NOT = AE-OBJ-A OF EV-WRK
            AND SEL-OBJ NOT = AE-OBJ-B OF EV-WRK
          MOVE 'N' TO KEEP-FL
         END-IF.

        240-FROM-ENTMAUD.
         IF SRC-REC(1:14) NOT NUMERIC
          EXIT PARAGRAPH
         END-IF.
         MOVE SRC-REC(1:14) TO AE-TS OF EV-WRK.
         EVALUATE SRC-REC(25:1)
          WHEN 'N'
           MOVE 'NEW' TO AE-ACTION OF EV-WRK
          WHEN 'A'
           MOVE 'ACTIVATE' TO AE-ACTION OF EV-WRK
          WHEN 'D'
           MOVE 'DEACTIVATE' TO AE-ACTION OF EV-WRK
          WHEN 'B'
           MOVE 'BASE CCY' TO AE-ACTION OF EV-WRK
          WHEN OTHER
           MOVE SRC-REC(25:1) TO AE-ACTION OF EV-WRK
         END-EVALUATE.
         MOVE SRC-REC(16:3) TO AE-OPER OF EV-WRK.
         MOVE 'ENT' TO AE-OBJ-TYPE OF EV-WRK.
         MOVE SRC-REC(20:4) TO AE-OBJ-A OF EV-WRK.
         MOVE 'Y' TO KEEP-FL.

        241-FROM-MANRAUD.
      * THE MAKER IS NAMED AS COUNTERPART ONLY ON THE CHECKER'S
      * DECISION; PROPOSING AND EXPIRING ARE ONE-PERSON ACTIONS
         IF SRC-REC(1:14) NOT NUMERIC
          EXIT PARAGRAPH
         END-IF.
         MOVE SRC-REC(1:14) TO AE-TS OF EV-WRK.
         MOVE SRC-REC(16:10) TO AE-ACTION OF EV-WRK.
         MOVE SRC-REC(119:3) TO AE-OPER OF EV-WRK.
         IF AE-ACTION OF EV-WRK = 'APPROVED'
            OR AE-ACTION OF EV-WRK = 'REJECTED'
          MOVE SRC-REC(112:3) TO AE-OPER2 OF EV-WRK
         END-IF.
         MOVE 'PAIR' TO AE-OBJ-TYPE OF EV-WRK.
         MOVE SRC-REC(36:10) TO AE-OBJ-A OF EV-WRK.
         MOVE SRC-REC(47:10) TO AE-OBJ-B OF EV-WRK.
         MOVE 'Y' TO KEEP-FL.

        242-FROM-ADJAUD.
      * ONE RECORD PER LINE OF THE ADJUSTMENT; THE OBJECT IS THE
      * ADJUSTMENT/LINE AND THE ACCOUNT POSTED
         IF SRC-REC(1:14) NOT NUMERIC
          EXIT PARAGRAPH
         END-IF.
         MOVE SRC-REC(1:14) TO AE-TS OF EV-WRK.
         MOVE SRC-REC(16:10) TO AE-ACTION OF EV-WRK.
         MOVE SRC-REC(98:3) TO AE-OPER OF EV-WRK.
         IF AE-ACTION OF EV-WRK = 'APPROVED'
            OR AE-ACTION OF EV-WRK = 'REJECTED'
          MOVE SRC-REC(91:3) TO AE-OPER2 OF EV-WRK
         END-IF.
         MOVE 'ADJ' TO AE-OBJ-TYPE OF EV-WRK.
         MOVE SRC-REC(29:10) TO AE-OBJ-A OF EV-WRK.
         MOVE SRC-REC(40:8) TO AE-OBJ-B OF EV-WRK.
         MOVE 'Y' TO KEEP-FL.

        243-FROM-AMNDAUD.
      * AMENDMENTS AND CANCELLATIONS COME FROM THE ACTION-CODE FILE
      * DURING CONVERSION: DATED BY BUSINESS DAY, NO OPERATOR
         IF SRC-REC(1:8) NOT NUMERIC
          EXIT PARAGRAPH
         END-IF.
         MOVE SRC-REC(1:8) TO AE-TS OF EV-WRK(1:8).
         MOVE '000000' TO AE-TS OF EV-WRK(9:6).
         MOVE SRC-REC(10:6) TO AE-ACTION OF EV-WRK.
         MOVE 'PAIR' TO AE-OBJ-TYPE OF EV-WRK.
         MOVE SRC-REC(17:10) TO AE-OBJ-A OF EV-WRK.
         MOVE SRC-REC(28:10) TO AE-OBJ-B OF EV-WRK.
         MOVE 'Y' TO KEEP-FL.

        244-FROM-RDNMAUD.
         IF SRC-REC(1:12) = 'RESTATEMENT '
          MOVE SRC-REC(13:4) TO RUN-HDR-DT(1:4)
          MOVE SRC-REC(18:2) TO RUN-HDR-DT(5:2)
          MOVE SRC-REC(21:2) TO RUN-HDR-DT(7:2)
          MOVE 'RESTATE' TO AE-ACTION OF EV-WRK
         END-IF.
         IF SRC-REC(1:5) = 'OLD: '
          MOVE 'BEFORE' TO AE-ACTION OF EV-WRK
         END-IF.
         IF SRC-REC(1:5) = 'NEW: '
          MOVE 'AFTER' TO AE-ACTION OF EV-WRK
         END-IF.
         IF SRC-REC(1:14) = 'RECORDS READ: '
          MOVE 'TOTALS' TO AE-ACTION OF EV-WRK
         END-IF.
         IF AE-ACTION OF EV-WRK = SPACES OR RUN-HDR-DT NOT NUMERIC
            OR RUN-HDR-DT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         MOVE RUN-HDR-DT TO AE-TS OF EV-WRK(1:8).
         MOVE '000000' TO AE-TS OF EV-WRK(9:6).
         IF SRC-REC(4:2) = ': '
          MOVE 'PAIR' TO AE-OBJ-TYPE OF EV-WRK
          MOVE SRC-REC(6:10) TO AE-OBJ-A OF EV-WRK
          MOVE SRC-REC(16:10) TO AE-OBJ-B OF EV-WRK
         END-IF.
         MOVE 'Y' TO KEEP-FL.

        245-FROM-RVAPAUD.
         IF SRC-REC(1:18) = 'REVERSALS APPLIED '
          MOVE SRC-REC(19:4) TO RUN-HDR-DT(1:4)
          MOVE SRC-REC(24:2) TO RUN-HDR-DT(5:2)
          MOVE SRC-REC(27:2) TO RUN-HDR-DT(7:2)
          MOVE 'REVERSE' TO AE-ACTION OF EV-WRK
         END-IF.
         IF SRC-REC(1:8) = 'NETTED: '
          MOVE 'NETTED' TO AE-ACTION OF EV-WRK
          MOVE 'PAIR' TO AE-OBJ-TYPE OF EV-WRK
          MOVE SRC-REC(9:10) TO AE-OBJ-A OF EV-WRK
          MOVE SRC-REC(19:10) TO AE-OBJ-B OF EV-WRK
         END-IF.
         IF SRC-REC(1:12) = 'NO PARTNER: '
          MOVE 'NO PARTNER' TO AE-ACTION OF EV-WRK
          MOVE 'PAIR' TO AE-OBJ-TYPE OF EV-WRK
          MOVE SRC-REC(13:10) TO AE-OBJ-A OF EV-WRK
          MOVE SRC-REC(24:10) TO AE-OBJ-B OF EV-WRK
         END-IF.
         IF AE-ACTION OF EV-WRK = SPACES OR RUN-HDR-DT NOT NUMERIC
            OR RUN-HDR-DT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         MOVE RUN-HDR-DT TO AE-TS OF EV-WRK(1:8).
         MOVE '000000' TO AE-TS OF EV-WRK(9:6).
         MOVE 'Y' TO KEEP-FL.

        250-PRESENT-EVENTS.
         MOVE ZEROS TO PAGE-NO.
         PERFORM 251-WRITE-PAGE-HEADER.
         MOVE 'N' TO SRT-EOF-FL.
         PERFORM 252-RETURN-ONE-EVENT UNTIL SRT-IS-EOF.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE CT-SHOWN TO ED-CT.
         MOVE SPACES TO RPT-REC.
         STRING 'EVENTS LISTED: ' ED-CT DELIMITED BY SIZE
          INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE 'REVIEWED BY: ____________________   DATE: __________'
          TO RPT-REC.
         WRITE RPT-REC.

        251-WRITE-PAGE-HEADER.
         ADD 1 TO PAGE-NO.
         MOVE SPACES TO RPT-REC.
         IF PAGE-NO > 1
          WRITE RPT-REC BEFORE ADVANCING PAGE
         END-IF.
         STRING 'AUDIT TRAIL EXTRACT  RUN ' RUN-TS
          '  PAGE ' PAGE-NO DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'SELECTION: OPERATOR=' SEL-OPER ' PROGRAM=' SEL-PGM
          ' OBJECT=' SEL-OBJ ' DATES ' SEL-FROM ' - ' SEL-TO
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'WHEN                SOURCE   PROGRAM  WHO  BY  '
          'ACTION     OBJECT                     RECORD'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE ALL '-' TO RPT-REC.
         WRITE RPT-REC.
         MOVE 4 TO PAGE-LINES.

        252-RETURN-ONE-EVENT.
         RETURN EVT-SD
          AT END
           MOVE 'Y' TO SRT-EOF-FL
          NOT AT END
           PERFORM 253-SHOW-ONE-EVENT
         END-RETURN.

        253-SHOW-ONE-EVENT.
         ADD 1 TO CT-SHOWN.
         MOVE AE-TS OF SRT-EVT(1:4) TO VW-Y.
         MOVE AE-TS OF SRT-EVT(5:2) TO VW-M.
         MOVE AE-TS OF SRT-EVT(7:2) TO VW-D.
         MOVE AE-TS OF SRT-EVT(9:2) TO VW-HH.
         MOVE AE-TS OF SRT-EVT(11:2) TO VW-MI.
         MOVE AE-TS OF SRT-EVT(13:2) TO VW-SS.
         MOVE AE-SRC OF SRT-EVT TO VW-SRC.
         MOVE AE-PGM OF SRT-EVT TO VW-PGM.
         MOVE AE-OPER OF SRT-EVT TO VW-OPER.
         MOVE AE-OPER2 OF SRT-EVT TO VW-OPER2.
         MOVE AE-ACTION OF SRT-EVT TO VW-ACTION.
         MOVE SPACES TO VW-OBJ.
         IF AE-OBJ-B OF SRT-EVT = SPACES
            OR AE-OBJ-TYPE OF SRT-EVT = 'GATE'
          STRING AE-OBJ-TYPE OF SRT-EVT ' ' AE-OBJ-A OF SRT-EVT
           AE-OBJ-B OF SRT-EVT DELIMITED BY SIZE INTO VW-OBJ
         ELSE
          STRING AE-OBJ-TYPE OF SRT-EVT ' ' DELIMITED BY SIZE
           AE-OBJ-A OF SRT-EVT DELIMITED BY SPACE
           '/' DELIMITED BY SIZE
           AE-OBJ-B OF SRT-EVT DELIMITED BY SPACE
           INTO VW-OBJ
         END-IF.
         MOVE AE-TEXT OF SRT-EVT TO VW-TEXT.
         IF PAGE-LINES >= PAGE-MAX
          PERFORM 251-WRITE-PAGE-HEADER
         END-IF.
         MOVE VIEW-LINE TO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO PAGE-LINES.
         DISPLAY ' ' VIEW-LINE(1:79).
         IF EVT-FL-IS-WANTED
          MOVE SRT-EVT TO EVT-RCRD
          WRITE EVT-RCRD
         END-IF.

        300-END.
         DISPLAY '-- AUDIT INQUIRY SUMMARY --'.
         DISPLAY ' SOURCES READ: ' CT-SOURCES.
         DISPLAY ' AUDIT EVENTS READ: ' CT-READ.
         DISPLAY ' EVENTS MATCHED: ' CT-SHOWN.
         DISPLAY ' EXTRACT WRITTEN TO ' RPT-FL-PATH.
         IF CT-SHOWN = 0 AND RETURN-CODE = 0
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: AUDQ0001'.
         GOBACK.
       END PROGRAM AUDQ0001.
