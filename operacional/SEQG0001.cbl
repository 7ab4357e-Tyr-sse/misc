      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - AUDITORIA DIARIA DE LACUNAS DAS
      *          SEQUENCIAS: ORDENA O LOG DE ALOCACAO (SEQALOC.txt) POR
      *          SEQUENCIA E NUMERO E PROVA QUE CADA NUMERO EMITIDO PELO
      *          SEQN0001 SAIU NUM ARQUIVO ENTREGUE OU FOI ANULADO COM
      *          MOTIVO; APONTA NUMEROS EMITIDOS SEM DESTINO, LACUNAS
      *          NUNCA EMITIDAS, ENTREGAS SEM EMISSAO E NUMEROS
      *          ENTREGUES E ANULADOS. COM SEQG0001_VOIDSEQ/_VOIDNO/
      *          _VOIDREASON ANULA UM NUMERO ANTES DE AUDITAR. RC=4 COM
      *          EXCECOES, RC=8 ERRO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. SEQG0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT ALC-FL ASSIGN ALC-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ALC.
         SELECT SRT-SD ASSIGN SRW-FL-PATH.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.

       DATA DIVISION.
        FILE SECTION.
         FD ALC-FL.
         01 ALC-RCRD.
           COPY SEQAREC.

         SD SRT-SD.
         01 SRT-REC.
           COPY SEQAREC.

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'SEQG0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 ALC-FL-PATH               PIC X(80)
             VALUE '.\..\fls\SEQALOC.txt'.
         77 ALC-FL-PATH-ENV           PIC X(80).
         77 SRW-FL-PATH               PIC X(80)
             VALUE '.\..\fls\SEQG0001.SRW'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\SEQG0001.RPT'.
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'SEQG0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'SEQG0001'.
         77 RPTF-RC                                        PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.
         77 STTS-ALC                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 ALC-EOF-FL                                     PIC X.
          88 ALC-IS-EOF                                    VALUE 'Y'.
         77 SRT-EOF-FL                                     PIC X.
          88 SRT-IS-EOF                                    VALUE 'Y'.

         77 VOID-SEQ                                       PIC X(8).
         77 VOID-NO-ENV                                    PIC X(9).
         77 VOID-REASON                                    PIC X(40).
         77 SEQN-FUNC                                      PIC X(4).
         77 SEQN-NAME                                      PIC X(8).
         77 SEQN-NUM                                       PIC 9(9).
         77 SEQN-PGM                       PIC X(8) VALUE 'SEQG0001'.
         77 SEQN-NOTE                                      PIC X(40).
         77 SEQN-RC                                        PIC 99.

      * THE NUMBER BEING CLASSIFIED AND WHAT THE LOG SAYS OF IT
         77 CUR-NAME                                       PIC X(8).
         77 CUR-NUM                                        PIC 9(9).
         77 CUR-ISSUED-FL                                  PIC X.
         77 CUR-DLVR-FL                                    PIC X.
         77 CUR-VOID-FL                                    PIC X.
         77 CUR-NOTE                                       PIC X(40).
         77 CUR-PGM                                        PIC X(8).
         77 PREV-NUM                                       PIC 9(9).
         77 GAP-FROM                                       PIC 9(9).
         77 GAP-TO                                         PIC 9(9).

         77 SQ-FIRST                                       PIC 9(9).
         77 SQ-ISSUED                                      PIC 9(7).
         77 SQ-DLVR                                        PIC 9(7).
         77 SQ-VOID                                        PIC 9(7).
         77 SQ-EXC                                         PIC 9(7).
         77 ED-NUM                                         PIC Z(8)9.
         77 ED-NUM2                                        PIC Z(8)9.
         77 ED-CT1                                         PIC Z(6)9.
         77 ED-CT2                                         PIC Z(6)9.
         77 ED-CT3                                         PIC Z(6)9.
         77 ED-CT4                                         PIC Z(6)9.
         77 EXC-TEXT                                       PIC X(40).

         77 CT-RECORDS                          PIC 9(7) VALUE ZEROS.
         77 CT-SEQUENCES                        PIC 9(5) VALUE ZEROS.
         77 CT-EXCEPTIONS                       PIC 9(7) VALUE ZEROS.
         77 TODAY-TS                                       PIC 9(14).

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
         DISPLAY 'MAIN: SEQG0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: SEQG0001'.
         ACCEPT ALC-FL-PATH-ENV FROM ENVIRONMENT 'SEQN0001_ALOCFILE'.
         IF ALC-FL-PATH-ENV NOT = SPACES
          MOVE ALC-FL-PATH-ENV TO ALC-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'SEQG0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO TODAY-TS.
         ACCEPT VOID-SEQ FROM ENVIRONMENT 'SEQG0001_VOIDSEQ'.
         IF VOID-SEQ NOT = SPACES
          PERFORM 110-VOID-ONE-NUMBER
         END-IF.

        110-VOID-ONE-NUMBER.
      * A NUMBER THAT WILL NEVER REACH A FILE IS CLOSED OFF HERE,
      * WITH THE REASON THE AUDIT THEN SHOWS AGAINST IT
         ACCEPT VOID-NO-ENV FROM ENVIRONMENT 'SEQG0001_VOIDNO'.
         ACCEPT VOID-REASON FROM ENVIRONMENT 'SEQG0001_VOIDREASON'.
         IF VOID-NO-ENV = SPACES OR VOID-REASON = SPACES
          DISPLAY 'VOID NEEDS SEQG0001_VOIDNO AND SEQG0001_VOIDREASON'
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 'VOID' TO SEQN-FUNC.
         MOVE VOID-SEQ TO SEQN-NAME.
         COMPUTE SEQN-NUM = FUNCTION NUMVAL(VOID-NO-ENV).
         MOVE VOID-REASON TO SEQN-NOTE.
         CALL 'SEQN0001' USING SEQN-FUNC SEQN-NAME SEQN-NUM
           SEQN-PGM SEQN-NOTE SEQN-RC.
         IF SEQN-RC NOT = ZEROS
          DISPLAY 'VOID NOT RECORDED, RC = ' SEQN-RC
          MOVE 8 TO RETURN-CODE
         ELSE
          DISPLAY 'VOIDED ' SEQN-NAME ' NUMBER ' SEQN-NUM
           ': ' VOID-REASON
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: SEQG0001'.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO RPT-REC.
         STRING 'SEQUENCE GAP AUDIT  RUN ' TODAY-TS
          '  LOG ' ALC-FL-PATH(1:50) DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         SORT SRT-SD
          ON ASCENDING KEY SA-NAME OF SRT-REC SA-NUM OF SRT-REC
                           SA-TS OF SRT-REC
          INPUT PROCEDURE IS 210-LOAD-LOG
          OUTPUT PROCEDURE IS 220-AUDIT-LOG.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE CT-EXCEPTIONS TO ED-CT1.
         MOVE SPACES TO RPT-REC.
         STRING 'TOTAL EXCEPTIONS: ' ED-CT1
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         CLOSE RPT-FL.
      * KEEP A DATED COPY IN THE REPORT REPOSITORY FOR REPRINTS
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT RPT-FL-PATH
           RPTF-PGM RPTF-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.

        210-LOAD-LOG.
         OPEN INPUT ALC-FL.
         IF STTS-ALC NOT = ZEROS
          DISPLAY 'NO ALLOCATION LOG YET: ' ALC-FL-PATH(1:50)
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO ALC-EOF-FL.
         PERFORM 211-LOAD-ONE UNTIL ALC-IS-EOF.
         CLOSE ALC-FL.

        211-LOAD-ONE.
         READ ALC-FL
          AT END
           MOVE 'Y' TO ALC-EOF-FL
          NOT AT END
           IF SA-NAME OF ALC-RCRD NOT = SPACES
              AND SA-NUM OF ALC-RCRD NUMERIC
            ADD 1 TO CT-RECORDS
            MOVE ALC-RCRD TO SRT-REC
            RELEASE SRT-REC
           END-IF
         END-READ.
         IF STTS-ALC NOT = ZEROS AND STTS-ALC NOT = 10
          DISPLAY 'I/O ERROR ON ALLOCATION LOG, STATUS = ' STTS-ALC
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO ALC-EOF-FL
         END-IF.

        220-AUDIT-LOG.
         MOVE SPACES TO CUR-NAME.
         MOVE 'N' TO SRT-EOF-FL.
         PERFORM 221-RETURN-ONE UNTIL SRT-IS-EOF.
         IF CUR-NAME NOT = SPACES
          PERFORM 230-CLOSE-NUMBER
          PERFORM 240-CLOSE-SEQUENCE
         END-IF.

        221-RETURN-ONE.
         RETURN SRT-SD
          AT END
           MOVE 'Y' TO SRT-EOF-FL
          NOT AT END
           PERFORM 222-APPLY-ONE
         END-RETURN.

        222-APPLY-ONE.
         IF SA-NAME OF SRT-REC NOT = CUR-NAME
          IF CUR-NAME NOT = SPACES
           PERFORM 230-CLOSE-NUMBER
           PERFORM 240-CLOSE-SEQUENCE
          END-IF
          PERFORM 225-OPEN-SEQUENCE
          PERFORM 226-OPEN-NUMBER
         ELSE
          IF SA-NUM OF SRT-REC NOT = CUR-NUM
           PERFORM 230-CLOSE-NUMBER
           PERFORM 227-CHECK-GAP
           PERFORM 226-OPEN-NUMBER
          END-IF
         END-IF.
         EVALUATE SA-EVENT OF SRT-REC
          WHEN 'ISSUED'
           MOVE 'Y' TO CUR-ISSUED-FL
           MOVE SA-PGM OF SRT-REC TO CUR-PGM
          WHEN 'DELIVERED'
           MOVE 'Y' TO CUR-DLVR-FL
           MOVE SA-NOTE OF SRT-REC TO CUR-NOTE
          WHEN 'VOIDED'
           MOVE 'Y' TO CUR-VOID-FL
           MOVE SA-NOTE OF SRT-REC TO CUR-NOTE
         END-EVALUATE.

        225-OPEN-SEQUENCE.
         ADD 1 TO CT-SEQUENCES.
         MOVE SA-NAME OF SRT-REC TO CUR-NAME.
         MOVE SA-NUM OF SRT-REC TO SQ-FIRST.
         MOVE ZEROS TO SQ-ISSUED.
         MOVE ZEROS TO SQ-DLVR.
         MOVE ZEROS TO SQ-VOID.
         MOVE ZEROS TO SQ-EXC.
         MOVE SPACES TO RPT-REC.
         STRING 'SEQUENCE ' CUR-NAME DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.

        226-OPEN-NUMBER.
         MOVE SA-NUM OF SRT-REC TO CUR-NUM.
         MOVE 'N' TO CUR-ISSUED-FL.
         MOVE 'N' TO CUR-DLVR-FL.
         MOVE 'N' TO CUR-VOID-FL.
         MOVE SPACES TO CUR-NOTE.
         MOVE SPACES TO CUR-PGM.

        227-CHECK-GAP.
      * A NUMBER THE LOG NEVER MENTIONS, INSIDE THE RANGE IN USE,
      * WAS BURNED WITHOUT A TRACE
         IF SA-NUM OF SRT-REC > PREV-NUM + 1
          COMPUTE GAP-FROM = PREV-NUM + 1
          COMPUTE GAP-TO = SA-NUM OF SRT-REC - 1
          MOVE GAP-FROM TO ED-NUM
          MOVE GAP-TO TO ED-NUM2
          MOVE SPACES TO RPT-REC
          STRING '  ' ED-NUM ' - ' ED-NUM2
           '  NEVER ISSUED, NOT VOIDED (GAP)'
           DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
          ADD 1 TO SQ-EXC
         END-IF.

        230-CLOSE-NUMBER.
         MOVE CUR-NUM TO PREV-NUM.
         MOVE SPACES TO EXC-TEXT.
         IF CUR-ISSUED-FL = 'Y'
          ADD 1 TO SQ-ISSUED
         END-IF.
         IF CUR-DLVR-FL = 'Y'
          ADD 1 TO SQ-DLVR
         END-IF.
         IF CUR-VOID-FL = 'Y'
          ADD 1 TO SQ-VOID
         END-IF.
         EVALUATE TRUE
          WHEN CUR-DLVR-FL = 'Y' AND CUR-VOID-FL = 'Y'
           MOVE 'DELIVERED AND ALSO VOIDED' TO EXC-TEXT
          WHEN CUR-DLVR-FL = 'Y' AND CUR-ISSUED-FL NOT = 'Y'
           MOVE 'DELIVERED BUT NEVER ISSUED' TO EXC-TEXT
          WHEN CUR-ISSUED-FL = 'Y' AND CUR-DLVR-FL NOT = 'Y'
               AND CUR-VOID-FL NOT = 'Y'
           MOVE 'ISSUED, NEITHER DELIVERED NOR VOIDED' TO EXC-TEXT
         END-EVALUATE.
         IF EXC-TEXT = SPACES
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO SQ-EXC.
         MOVE CUR-NUM TO ED-NUM.
         MOVE SPACES TO RPT-REC.
         STRING '  ' ED-NUM '  ' EXC-TEXT ' ' CUR-PGM ' ' CUR-NOTE
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         DISPLAY CUR-NAME ' ' ED-NUM ' ' EXC-TEXT.

        240-CLOSE-SEQUENCE.
         MOVE SQ-FIRST TO ED-NUM.
         MOVE PREV-NUM TO ED-NUM2.
         MOVE SQ-ISSUED TO ED-CT1.
         MOVE SQ-DLVR TO ED-CT2.
         MOVE SQ-VOID TO ED-CT3.
         MOVE SQ-EXC TO ED-CT4.
         MOVE SPACES TO RPT-REC.
         STRING '  RANGE ' ED-NUM ' - ' ED-NUM2
          '  ISSUED ' ED-CT1 '  DELIVERED ' ED-CT2
          '  VOIDED ' ED-CT3 '  EXCEPTIONS ' ED-CT4
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         ADD SQ-EXC TO CT-EXCEPTIONS.

        300-END.
         DISPLAY '-- SEQUENCE GAP AUDIT SUMMARY --'.
         DISPLAY ' LOG RECORDS: ' CT-RECORDS.
         DISPLAY ' SEQUENCES: ' CT-SEQUENCES.
         DISPLAY ' EXCEPTIONS: ' CT-EXCEPTIONS.
         IF CT-EXCEPTIONS > 0 AND RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: SEQG0001'.
         GOBACK.
       END PROGRAM SEQG0001.
