      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - SITUACAO DIARIA DAS ENTREGAS DE SAIDA:
      *          LE O REGISTRO UNICO ODRGREG.txt DOS ULTIMOS DIAS,
      *          APLICA A CADA PRODUCAO AS RETIRADAS E CONFIRMACOES
      *          (UMA NOVA PRODUCAO DA MESMA ENTREGA, DESTINATARIO E
      *          REFERENCIA SUBSTITUI A ANTERIOR) E GRAVA ODST0001.RPT
      *          COM AS ENTREGAS PRODUZIDAS HOJE E A LISTA DE EXCECOES:
      *          TUDO O QUE FOI PRODUZIDO E NAO FOI RETIRADO OU
      *          CONFIRMADO NO PRAZO, E O QUE O DESTINATARIO RECUSOU.
      *          RC=4 SE HOUVER EXCECAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. ODST0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT REG-FL ASSIGN REG-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-REG.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.

       DATA DIVISION.
        FILE SECTION.
         FD REG-FL.
         01 REG-RCRD.
           COPY ODRGREC.

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'ODST0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 REG-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ODRGREG.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ODST0001.RPT'.
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'ODST0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'ODST0001'.
         77 RPTF-RC                                        PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.
         77 REG-FL-PATH-ENV           PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 STTS-REG                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 REG-EOF-FL                                     PIC X.
          88 REG-IS-EOF                                    VALUE 'Y'.

      * LOOK-BACK WINDOW FOR DELIVERIES STILL WAITING
         77 TODAY-DT                                       PIC 9(8).
         77 NOW-TS                                         PIC 9(14).
         77 WIN-INT                                        PIC 9(7).
         77 WIN-DAYS                            PIC 9(4) VALUE 7.
         77 WIN-DAYS-ENV                                   PIC X(4).
         77 WIN-FROM                                       PIC 9(8).

         77 DLV-CT                             PIC 9(4) COMP VALUE 0.
         77 DX                                     PIC 9(4) COMP.
         77 DX-HIT                                 PIC 9(4) COMP.
         01 DLV-TBL.
          02 DLV-ENTRY OCCURS 999 TIMES.
           03 DL-ID                                        PIC X(10).
           03 DL-RECIP                                     PIC X(10).
           03 DL-REF                                       PIC X(12).
           03 DL-PROD-TS                                   PIC 9(14).
           03 DL-FILE                                      PIC X(60).
           03 DL-COUNT                                     PIC 9(9).
           03 DL-DUE-TS                                    PIC 9(14).
           03 DL-NEED                                      PIC X.
           03 DL-PGM                                       PIC X(8).
           03 DL-STATE                                     PIC X(10).
           03 DL-EVT-TS                                    PIC 9(14).
           03 DL-OPER                                      PIC X(3).

         77 CT-READ                             PIC 9(7) VALUE ZEROS.
         77 CT-TODAY                            PIC 9(5) VALUE ZEROS.
         77 CT-OVERDUE                          PIC 9(5) VALUE ZEROS.
         77 CT-REJECTED                         PIC 9(5) VALUE ZEROS.
         77 CT-UNMATCHED                        PIC 9(5) VALUE ZEROS.
         77 CT-LISTED                                      PIC 9(5).
         77 ED-COUNT                                 PIC ZZZ,ZZZ,ZZ9.
         77 ED-PROD                                        PIC X(14).
         77 ED-DUE                                         PIC X(14).
         77 ED-EVT                                         PIC X(14).
         77 SHOW-FL                                        PIC X.
          88 SHOW-EXCEPTIONS                               VALUE 'X'.

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
         DISPLAY 'MAIN: ODST0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
         GOBACK.

        100-INIT.
         DISPLAY 'INIT: ODST0001'.
         ACCEPT REG-FL-PATH-ENV FROM ENVIRONMENT 'ODST0001_REGFILE'.
         IF REG-FL-PATH-ENV NOT = SPACES
          MOVE REG-FL-PATH-ENV TO REG-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'ODST0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT WIN-DAYS-ENV FROM ENVIRONMENT 'ODST0001_DAYS'.
         IF WIN-DAYS-ENV NOT = SPACES
          COMPUTE WIN-DAYS = FUNCTION NUMVAL(WIN-DAYS-ENV)
         END-IF.
         IF WIN-DAYS = 0
          MOVE 1 TO WIN-DAYS
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TS.
         MOVE NOW-TS(1:8) TO TODAY-DT.
         COMPUTE WIN-INT = FUNCTION INTEGER-OF-DATE(TODAY-DT)
          - WIN-DAYS + 1.
         COMPUTE WIN-FROM = FUNCTION DATE-OF-INTEGER(WIN-INT).
         DISPLAY 'LOOK-BACK WINDOW: ' WIN-FROM ' - ' TODAY-DT.

        200-PROCESS.
         DISPLAY 'PROCESS: ODST0001'.
         OPEN INPUT REG-FL.
         IF STTS-REG NOT = ZEROS
          DISPLAY 'NO DELIVERY REGISTER YET ' REG-FL-PATH(1:40)
         ELSE
          MOVE 'N' TO REG-EOF-FL
          PERFORM 210-READ-ONE-EVENT UNTIL REG-IS-EOF
          CLOSE REG-FL
         END-IF.
         MOVE 1 TO DX.
         PERFORM 230-FINAL-STATE UNTIL DX > DLV-CT.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         PERFORM 250-WRITE-HEADER.
         PERFORM 260-WRITE-TODAY.
         PERFORM 270-WRITE-EXCEPTIONS.
         CLOSE RPT-FL.
      * KEEP A DATED COPY IN THE REPORT REPOSITORY FOR REPRINTS
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT RPT-FL-PATH
           RPTF-PGM RPTF-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.

        210-READ-ONE-EVENT.
         READ REG-FL
          AT END
           MOVE 'Y' TO REG-EOF-FL
          NOT AT END
           ADD 1 TO CT-READ
           IF OD-PROD-TS(1:8) >= WIN-FROM
            IF OD-EVENT = 'PRODUCED'
             PERFORM 220-ADD-PRODUCTION
            ELSE
             PERFORM 225-APPLY-RESPONSE
            END-IF
           END-IF
         END-READ.
         IF STTS-REG NOT = ZEROS AND STTS-REG NOT = 10
          DISPLAY 'I/O ERROR ON DELIVERY REGISTER, STATUS = ' STTS-REG
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO REG-EOF-FL
         END-IF.

        220-ADD-PRODUCTION.
      * A RERUN OR RETRANSMISSION OF THE SAME REFERENCE REPLACES THE
      * COPY THE RECIPIENT WAS WAITING FOR
         IF OD-REF NOT = SPACES
          MOVE 1 TO DX
          PERFORM 221-SUPERSEDE-ONE UNTIL DX > DLV-CT
         END-IF.
         IF DLV-CT >= 999
          DISPLAY 'DELIVERY TABLE FULL, ' OD-ID ' ' OD-PROD-TS
           ' NOT REPORTED'
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO DLV-CT.
         MOVE OD-ID TO DL-ID(DLV-CT).
         MOVE OD-RECIP TO DL-RECIP(DLV-CT).
         MOVE OD-REF TO DL-REF(DLV-CT).
         MOVE OD-PROD-TS TO DL-PROD-TS(DLV-CT).
         MOVE OD-FILE TO DL-FILE(DLV-CT).
         MOVE OD-COUNT TO DL-COUNT(DLV-CT).
         MOVE OD-DUE-TS TO DL-DUE-TS(DLV-CT).
         MOVE OD-NEED TO DL-NEED(DLV-CT).
         MOVE OD-PGM TO DL-PGM(DLV-CT).
         MOVE 'OPEN' TO DL-STATE(DLV-CT).
         MOVE ZEROS TO DL-EVT-TS(DLV-CT).
         MOVE SPACES TO DL-OPER(DLV-CT).

        221-SUPERSEDE-ONE.
         IF DL-ID(DX) = OD-ID AND DL-RECIP(DX) = OD-RECIP
            AND DL-REF(DX) = OD-REF
            AND DL-STATE(DX) NOT = 'ACKED'
          MOVE 'SUPERSEDED' TO DL-STATE(DX)
          MOVE OD-TS TO DL-EVT-TS(DX)
         END-IF.
         ADD 1 TO DX.

        225-APPLY-RESPONSE.
         MOVE 0 TO DX-HIT.
         MOVE 1 TO DX.
         PERFORM 226-MATCH-ONE UNTIL DX > DLV-CT OR DX-HIT > 0.
         IF DX-HIT = 0
          ADD 1 TO CT-UNMATCHED
          EXIT PARAGRAPH
         END-IF.
      * AN ACK IS FINAL; A PICKUP NEVER UNDOES AN ACK OR A REJECTION
         EVALUATE OD-EVENT
          WHEN 'ACKED'
           MOVE 'ACKED' TO DL-STATE(DX-HIT)
          WHEN 'NAKED'
           IF DL-STATE(DX-HIT) NOT = 'ACKED'
            MOVE 'REJECTED' TO DL-STATE(DX-HIT)
           END-IF
          WHEN 'PICKEDUP'
           IF DL-STATE(DX-HIT) = 'OPEN'
            MOVE 'PICKEDUP' TO DL-STATE(DX-HIT)
           END-IF
         END-EVALUATE.
         MOVE OD-TS TO DL-EVT-TS(DX-HIT).
         MOVE OD-OPER TO DL-OPER(DX-HIT).

        226-MATCH-ONE.
         IF DL-ID(DX) = OD-ID AND DL-RECIP(DX) = OD-RECIP
            AND DL-PROD-TS(DX) = OD-PROD-TS
          MOVE DX TO DX-HIT
         END-IF.
         ADD 1 TO DX.

        230-FINAL-STATE.
      * PAST ITS DEADLINE AND STILL WITHOUT WHAT THE RECIPIENT OWES:
      * NOTHING AT ALL, OR ONLY A PICKUP WHERE AN ACK IS REQUIRED
         IF NOW-TS > DL-DUE-TS(DX)
          IF DL-STATE(DX) = 'OPEN'
             OR (DL-STATE(DX) = 'PICKEDUP' AND DL-NEED(DX) = 'A')
           MOVE 'OVERDUE' TO DL-STATE(DX)
          END-IF
         END-IF.
         IF DL-STATE(DX) = 'OVERDUE'
          ADD 1 TO CT-OVERDUE
         END-IF.
         IF DL-STATE(DX) = 'REJECTED'
          ADD 1 TO CT-REJECTED
         END-IF.
         IF DL-PROD-TS(DX)(1:8) = TODAY-DT
          ADD 1 TO CT-TODAY
         END-IF.
         ADD 1 TO DX.

        250-WRITE-HEADER.
         MOVE SPACES TO RPT-REC.
         STRING 'OUTBOUND DELIVERY STATUS  RUN ' NOW-TS
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'REGISTER ' REG-FL-PATH(1:40) '  WINDOW ' WIN-FROM
          ' - ' TODAY-DT
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.

        260-WRITE-TODAY.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE '1. DELIVERIES PRODUCED TODAY' TO RPT-REC.
         WRITE RPT-REC.
         PERFORM 280-WRITE-COLUMNS.
         MOVE 'N' TO SHOW-FL.
         MOVE 0 TO CT-LISTED.
         MOVE 1 TO DX.
         PERFORM 261-WRITE-ONE UNTIL DX > DLV-CT.
         IF CT-LISTED = 0
          MOVE '  NONE' TO RPT-REC
          WRITE RPT-REC
         END-IF.

        261-WRITE-ONE.
         IF SHOW-EXCEPTIONS
          IF DL-STATE(DX) = 'OVERDUE' OR DL-STATE(DX) = 'REJECTED'
           PERFORM 290-WRITE-DETAIL
          END-IF
         ELSE
          IF DL-PROD-TS(DX)(1:8) = TODAY-DT
           PERFORM 290-WRITE-DETAIL
          END-IF
         END-IF.
         ADD 1 TO DX.

        270-WRITE-EXCEPTIONS.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE '2. NOT COLLECTED OR ACKNOWLEDGED BY THE DEADLINE'
          TO RPT-REC.
         WRITE RPT-REC.
         PERFORM 280-WRITE-COLUMNS.
         MOVE 'X' TO SHOW-FL.
         MOVE 0 TO CT-LISTED.
         MOVE 1 TO DX.
         PERFORM 261-WRITE-ONE UNTIL DX > DLV-CT.
         IF CT-LISTED = 0
          MOVE '  NONE' TO RPT-REC
          WRITE RPT-REC
         END-IF.

        280-WRITE-COLUMNS.
         MOVE SPACES TO RPT-REC.
         STRING '  DELIVERY   RECIPIENT  REFERENCE    PRODUCED      '
          '  DUE             RECORDS NEED STATUS     '
          'LAST EVENT     BY  FILE'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.

        290-WRITE-DETAIL.
         ADD 1 TO CT-LISTED.
         MOVE DL-COUNT(DX) TO ED-COUNT.
         MOVE SPACES TO ED-PROD ED-DUE ED-EVT.
         STRING DL-PROD-TS(DX)(1:8) ' ' DL-PROD-TS(DX)(9:2) ':'
           DL-PROD-TS(DX)(11:2)
          DELIMITED BY SIZE INTO ED-PROD.
         STRING DL-DUE-TS(DX)(1:8) ' ' DL-DUE-TS(DX)(9:2) ':'
           DL-DUE-TS(DX)(11:2)
          DELIMITED BY SIZE INTO ED-DUE.
         IF DL-EVT-TS(DX) NOT = ZEROS
          STRING DL-EVT-TS(DX)(1:8) ' ' DL-EVT-TS(DX)(9:2) ':'
           DL-EVT-TS(DX)(11:2)
           DELIMITED BY SIZE INTO ED-EVT
         END-IF.
         MOVE SPACES TO RPT-REC.
         STRING '  ' DL-ID(DX) ' ' DL-RECIP(DX) ' ' DL-REF(DX) ' '
           ED-PROD '  ' ED-DUE ' ' ED-COUNT '  ' DL-NEED(DX) '   '
           DL-STATE(DX) ' ' ED-EVT ' ' DL-OPER(DX) ' '
           DL-FILE(DX)(1:30)
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.

        300-END.
         DISPLAY '-- OUTBOUND DELIVERY STATUS SUMMARY --'.
         DISPLAY ' REGISTER RECORDS READ: ' CT-READ.
         DISPLAY ' DELIVERIES IN WINDOW: ' DLV-CT.
         DISPLAY ' PRODUCED TODAY: ' CT-TODAY.
         DISPLAY ' OVERDUE: ' CT-OVERDUE.
         DISPLAY ' REJECTED BY RECIPIENT: ' CT-REJECTED.
         IF CT-UNMATCHED > 0
          DISPLAY ' RESPONSES WITH NO PRODUCTION IN WINDOW: '
           CT-UNMATCHED
         END-IF.
         IF RETURN-CODE < 8
          DISPLAY ' REPORT WRITTEN TO ' RPT-FL-PATH
          IF CT-OVERDUE > 0 OR CT-REJECTED > 0
           MOVE 4 TO RETURN-CODE
          END-IF
         END-IF.
         DISPLAY 'END-PROGRAM: ODST0001'.
       END PROGRAM ODST0001.
