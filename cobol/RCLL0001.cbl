      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - LISTA DE RECOLHIMENTO APOS ESTORNO:
      *          RODA DEPOIS DO RVAP0001 E, PARA CADA REGISTRO ESTORNADO
      *          (NETTED NA ULTIMA EXECUCAO REGISTRADA EM RVAPAUD.txt,
      *          TRILHA ENCADEADA QUE ACUMULA AS EXECUCOES), SEGUE OS
      *          MESMOS ELOS DO
      *          TRCE0001 (DATA DE EXECUCAO DO LIN0001) ATE AS ENTREGAS
      *          DE SAIDA DO REGISTRO UNICO ODRGREG.txt QUE O LEVARAM
      *          (TRSX0001, JRNL0001, SETL0001, ROUT0001 PELA ROTA DA
      *          MOEDA CONVERTIDA, RATEPUB.txt E O FATO DO DWEX0001);
      *          CADA PAR REGISTRO/ENTREGA ABRE UM RECOLHIMENTO EM
      *          RCLLREG.txt, QUE FICA ABERTO ATE A BAIXA PELO
      *          RCAK0001. A LISTA SAI POR
      *          DESTINATARIO E O RECOLHIMENTO ABERTO HA MAIS DE
      *          RCLL0001_ESCDAYS DIAS (PADRAO 2) ESCALA PARA ALERT.txt.
      *          RC=4 HA RECOLHIMENTOS ABERTOS, RC=8 ERRO DE ARQUIVO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. RCLL0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT AUD-FL ASSIGN AUD-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-AUD.
         SELECT LIN-FL ASSIGN LIN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-LIN.
         SELECT OD-FL ASSIGN OD-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-OD.
         SELECT RTB-FL ASSIGN RTB-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RTB.
         SELECT RL-FL ASSIGN RL-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RL.
         SELECT ALRT-FL ASSIGN ALRT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ALRT.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.

       DATA DIVISION.
        FILE SECTION.
         FD AUD-FL.
         01 AUD-REC                                        PIC X(132).

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
          02 FILLER                                         PIC X(12).

         FD OD-FL.
         01 OD-RCRD.
           COPY ODRGREC.

         FD RTB-FL.
         01 RTB-RCRD.
          02 RTB-CODE                                      PIC X(10).
          02 RTB-DEST                                      PIC X(8).

         FD RL-FL.
         01 RL-RCRD.
           COPY RCLLREC.

         FD ALRT-FL.
         01 ALRT-RCRD.
          02 ALRT-SEQ                                       PIC 999.
          02 ALRT-TYPE                                      PIC X(3).
          02 ALRT-A                                         PIC X(10).
          02 ALRT-B                                         PIC X(10).
          02 ALRT-MSG                                       PIC X(40).
          02 ALRT-DT                                        PIC 9(8).
          02 ALRT-TS                                        PIC 9(14).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'RCLL0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 AUD-FL-PATH               PIC X(80)
             VALUE '.\..\fls\RVAPAUD.txt'.
         77 LIN-FL-PATH               PIC X(80)
             VALUE '.\..\fls\LIN0001.txt'.
         77 OD-FL-PATH                PIC X(80)
             VALUE '.\..\fls\ODRGREG.txt'.
         77 RTB-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ROUTETAB.txt'.
         77 RL-FL-PATH                PIC X(80)
             VALUE '.\..\fls\RCLLREG.txt'.
         77 ALRT-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ALERT.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\RCLL0001.RPT'.
         77 AUD-FL-PATH-ENV           PIC X(80).
         77 LIN-FL-PATH-ENV           PIC X(80).
         77 OD-FL-PATH-ENV            PIC X(80).
         77 RTB-FL-PATH-ENV           PIC X(80).
         77 RL-FL-PATH-ENV            PIC X(80).
         77 ALRT-FL-PATH-ENV          PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 STTS-AUD                                       PIC 99.
         77 STTS-LIN                                       PIC 99.
         77 STTS-OD                                        PIC 99.
         77 STTS-RTB                                       PIC 99.
         77 STTS-RL                                        PIC 99.
         77 STTS-ALRT                                      PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 AUD-LINE-NO                                    PIC 9(9).
         77 AUD-LAST-HDR                                   PIC 9(9).
         77 EOF-FL                                         PIC X.
          88 FILE-IS-EOF                                   VALUE 'Y'.

      * ESCALATION: A RECALL STILL OPEN AFTER THIS MANY DAYS GOES TO
      * THE ALERT FILE ON EVERY RUN UNTIL IT IS HANDLED
         77 ESC-DAYS-ENV                                   PIC X(3).
         77 ESC-DAYS                             PIC 9(3) VALUE 2.
         77 NOW-TS                                         PIC 9(14).
         77 TODAY-DT                                       PIC 9(8).
         77 TODAY-INT                                      PIC 9(8).
         77 OPEN-DT                                        PIC 9(8).
         77 AGE-DAYS                                       PIC S9(8).

      * THE REVERSED RECORD, AS RVAP0001 LISTS IT AFTER 'NETTED: '
         01 REV-WORK.
          02 RW-A                                          PIC X(10).
          02 RW-B                                          PIC X(10).
          02 RW-DT                                         PIC 9(8).
          02 RW-V                                          PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 RW-ENT                                        PIC X(4).
         77 LINK-DT                                        PIC 9(8).
         77 LIN-FOUND-FL                                   PIC X.
          88 LINEAGE-IS-FOUND                              VALUE 'Y'.
         77 ROUTE-DEST                                     PIC X(10).
         77 LINK-FL                                        PIC X.
          88 DELIVERY-CARRIED-IT                           VALUE 'Y'.

         77 MAP-CT                             PIC 9(4) COMP VALUE 0.
         77 MAP-IX                                     PIC 9(4) COMP.
         01 MAP-TBL.
          02 MAP-ENTRY OCCURS 999 TIMES.
           03 MP-CODE                                      PIC X(10).
           03 MP-DEST                                      PIC X(8).

      * OUTBOUND DELIVERIES THAT CAN CARRY A CONVERTED RECORD
         77 DLV-CT                             PIC 9(4) COMP VALUE 0.
         77 DLV-MAX                          PIC 9(4) COMP VALUE 999.
         77 DX                                         PIC 9(4) COMP.
         01 DLV-TBL.
          02 DLV-ENTRY OCCURS 999 TIMES.
           03 DV-ID                                        PIC X(10).
           03 DV-RECIP                                     PIC X(10).
           03 DV-REF                                       PIC X(12).
           03 DV-PROD-TS                                   PIC 9(14).
           03 DV-FILE                                      PIC X(60).

      * EVERY RECALL ON RECORD; RL-EVENT HOLDS ITS CURRENT STATE
         77 RCL-CT                             PIC 9(4) COMP VALUE 0.
         77 RCL-MAX                          PIC 9(4) COMP VALUE 999.
         77 RX                                         PIC 9(4) COMP.
         77 LAST-ID                             PIC 9(6) VALUE ZEROS.
         77 RCL-FOUND-FL                                   PIC X.
          88 RECALL-IS-KNOWN                               VALUE 'Y'.
         01 RCL-TBL.
          02 RCL-ENTRY OCCURS 999 TIMES.
            COPY RCLLREC.
         77 OVERDUE-FL                                     PIC X.
          88 RECALL-IS-OVERDUE                             VALUE 'Y'.

         77 RCP-CT                              PIC 9(2) COMP VALUE 0.
         77 PX                                         PIC 9(2) COMP.
         01 RCP-TBL.
          02 RCP-ENTRY OCCURS 99 TIMES.
           03 RP-NAME                                      PIC X(10).
           03 RP-OPEN                                      PIC 9(5).
           03 RP-OVERDUE                                   PIC 9(5).
           03 RP-HANDLED                                   PIC 9(5).
           03 RP-OLDEST                                    PIC 9(8).

         77 CT-REVERSED                         PIC 9(6) VALUE ZEROS.
         77 CT-NO-LINEAGE                       PIC 9(6) VALUE ZEROS.
         77 CT-NEW                              PIC 9(6) VALUE ZEROS.
         77 CT-OPEN                             PIC 9(6) VALUE ZEROS.
         77 CT-OVERDUE                          PIC 9(6) VALUE ZEROS.
         77 CT-HANDLED                          PIC 9(6) VALUE ZEROS.
         77 CT-SKIPPED                          PIC 9(6) VALUE ZEROS.
         77 CT-ALERTS                           PIC 999 VALUE ZEROS.
         77 ED-ID                                          PIC Z(5)9.
         77 ED-V                                     PIC -(8)9.99.
         77 ED-CT                                          PIC ZZZZ9.
         77 ED-CT2                                         PIC ZZZZ9.
         77 ED-CT3                                         PIC ZZZZ9.
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'RCLL0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'RCLL0001'.
         77 RPTF-RC                                        PIC 99.
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
         DISPLAY 'MAIN: RCLL0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: RCLL0001'.
         ACCEPT AUD-FL-PATH-ENV FROM ENVIRONMENT 'RVAP0001_AUDFILE'.
         IF AUD-FL-PATH-ENV NOT = SPACES
          MOVE AUD-FL-PATH-ENV TO AUD-FL-PATH
         END-IF.
         ACCEPT LIN-FL-PATH-ENV FROM ENVIRONMENT 'RCLL0001_LINFILE'.
         IF LIN-FL-PATH-ENV NOT = SPACES
          MOVE LIN-FL-PATH-ENV TO LIN-FL-PATH
         END-IF.
         ACCEPT OD-FL-PATH-ENV FROM ENVIRONMENT 'ODRG0001_REGFILE'.
         IF OD-FL-PATH-ENV NOT = SPACES
          MOVE OD-FL-PATH-ENV TO OD-FL-PATH
         END-IF.
         ACCEPT RTB-FL-PATH-ENV FROM ENVIRONMENT 'ROUT0001_ROUTEFILE'.
         IF RTB-FL-PATH-ENV NOT = SPACES
          MOVE RTB-FL-PATH-ENV TO RTB-FL-PATH
         END-IF.
         ACCEPT RL-FL-PATH-ENV FROM ENVIRONMENT 'RCLL0001_REGFILE'.
         IF RL-FL-PATH-ENV NOT = SPACES
          MOVE RL-FL-PATH-ENV TO RL-FL-PATH
         END-IF.
         ACCEPT ALRT-FL-PATH-ENV FROM ENVIRONMENT 'RCLL0001_ALERTFILE'.
         IF ALRT-FL-PATH-ENV NOT = SPACES
          MOVE ALRT-FL-PATH-ENV TO ALRT-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'RCLL0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT ESC-DAYS-ENV FROM ENVIRONMENT 'RCLL0001_ESCDAYS'.
         IF ESC-DAYS-ENV IS NUMERIC AND ESC-DAYS-ENV NOT = SPACES
          MOVE ESC-DAYS-ENV TO ESC-DAYS
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TS.
         MOVE NOW-TS(1:8) TO TODAY-DT.
         COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-DT).
         PERFORM 110-LOAD-ROUTES.
         PERFORM 120-LOAD-RECALLS.
         PERFORM 130-LOAD-DELIVERIES.

        110-LOAD-ROUTES.
      * WITHOUT A ROUTING TABLE EVERY RECORD WENT TO DEFAULT
         MOVE 'N' TO EOF-FL.
         OPEN INPUT RTB-FL.
         IF STTS-RTB NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 111-LOAD-ONE-ROUTE UNTIL FILE-IS-EOF.
         CLOSE RTB-FL.

        111-LOAD-ONE-ROUTE.
         READ RTB-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF MAP-CT < 999
            ADD 1 TO MAP-CT
            MOVE RTB-CODE TO MP-CODE(MAP-CT)
            MOVE RTB-DEST TO MP-DEST(MAP-CT)
           END-IF
         END-READ.
         IF STTS-RTB NOT = ZEROS AND STTS-RTB NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        120-LOAD-RECALLS.
         MOVE 'N' TO EOF-FL.
         OPEN INPUT RL-FL.
         IF STTS-RL = 35
          EXIT PARAGRAPH
         END-IF.
         IF STTS-RL NOT = ZEROS
          DISPLAY 'CANNOT OPEN RECALL REGISTER, STATUS = ' STTS-RL
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 121-LOAD-ONE-RECALL UNTIL FILE-IS-EOF.
         CLOSE RL-FL.
         DISPLAY 'RECALLS ON RECORD: ' RCL-CT.

        121-LOAD-ONE-RECALL.
         READ RL-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF RL-ID OF RL-RCRD IS NUMERIC
            IF RL-ID OF RL-RCRD > LAST-ID
             MOVE RL-ID OF RL-RCRD TO LAST-ID
            END-IF
            IF RL-EVENT OF RL-RCRD = 'OPENED'
             PERFORM 122-ADD-RECALL
            ELSE
             PERFORM 123-CLOSE-RECALL
            END-IF
           END-IF
         END-READ.
         IF STTS-RL NOT = ZEROS AND STTS-RL NOT = 10
          DISPLAY 'I/O ERROR ON RECALL REGISTER, STATUS = ' STTS-RL
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        122-ADD-RECALL.
         IF RCL-CT >= RCL-MAX
          DISPLAY 'RECALL TABLE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO RCL-CT.
         MOVE RL-RCRD TO RCL-ENTRY(RCL-CT).

        123-CLOSE-RECALL.
         MOVE 1 TO RX.
         PERFORM 124-CLOSE-ONE UNTIL RX > RCL-CT.

        124-CLOSE-ONE.
         IF RL-ID OF RCL-ENTRY(RX) = RL-ID OF RL-RCRD
          MOVE 'HANDLED' TO RL-EVENT OF RCL-ENTRY(RX)
          MOVE RL-OPER OF RL-RCRD TO RL-OPER OF RCL-ENTRY(RX)
          MOVE RL-NOTE OF RL-RCRD TO RL-NOTE OF RCL-ENTRY(RX)
         END-IF.
         ADD 1 TO RX.

        130-LOAD-DELIVERIES.
         MOVE 'N' TO EOF-FL.
         OPEN INPUT OD-FL.
         IF STTS-OD NOT = ZEROS
          DISPLAY 'NO OUTBOUND DELIVERY REGISTER (' OD-FL-PATH(1:40)
           ')'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 131-LOAD-ONE-DELIVERY UNTIL FILE-IS-EOF.
         CLOSE OD-FL.
         DISPLAY 'DELIVERIES THAT CAN CARRY CONVERSIONS: ' DLV-CT.

        131-LOAD-ONE-DELIVERY.
         READ OD-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF OD-EVENT = 'PRODUCED'
              AND (OD-ID = 'TRSXENV' OR OD-ID = 'GLJOURNAL'
               OR OD-ID = 'SETLINST' OR OD-ID = 'REGIONEXT'
               OR OD-ID = 'RATEPUB' OR OD-ID = 'DWEXTRACT')
            IF DLV-CT < DLV-MAX
             ADD 1 TO DLV-CT
             MOVE OD-ID TO DV-ID(DLV-CT)
             MOVE OD-RECIP TO DV-RECIP(DLV-CT)
             MOVE OD-REF TO DV-REF(DLV-CT)
             MOVE OD-PROD-TS TO DV-PROD-TS(DLV-CT)
             MOVE OD-FILE TO DV-FILE(DLV-CT)
            ELSE
             ADD 1 TO CT-SKIPPED
            END-IF
           END-IF
         END-READ.
         IF STTS-OD NOT = ZEROS AND STTS-OD NOT = 10
          DISPLAY 'I/O ERROR ON DELIVERY REGISTER, STATUS = ' STTS-OD
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: RCLL0001'.
         PERFORM 210-READ-REVERSALS.
         IF RETURN-CODE >= 8
          EXIT PARAGRAPH
         END-IF.
         PERFORM 250-COUNT-BY-RECIPIENT.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         PERFORM 260-WRITE-REPORT.
         CLOSE RPT-FL.
      * KEEP A DATED COPY IN THE REPORT REPOSITORY FOR REPRINTS
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT RPT-FL-PATH
           RPTF-PGM RPTF-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.
         PERFORM 280-ESCALATE.

        210-READ-REVERSALS.
         OPEN INPUT AUD-FL.
         IF STTS-AUD NOT = ZEROS
          DISPLAY 'NO REVERSAL APPLICATION LIST (' AUD-FL-PATH(1:40)
           ')'
          EXIT PARAGRAPH
         END-IF.
      * THE TRAIL KEEPS EVERY RVAP0001 RUN; ONLY THE LINES AFTER THE
      * LAST RUN'S HEADER ARE THE REVERSALS JUST APPLIED
         MOVE 'N' TO EOF-FL.
         MOVE ZEROS TO AUD-LINE-NO AUD-LAST-HDR.
         PERFORM 212-FIND-LAST-RUN UNTIL FILE-IS-EOF.
         CLOSE AUD-FL.
         OPEN INPUT AUD-FL.
         MOVE 'N' TO EOF-FL.
         MOVE ZEROS TO AUD-LINE-NO.
         PERFORM 211-READ-ONE-REVERSAL UNTIL FILE-IS-EOF.
         CLOSE AUD-FL.

        211-READ-ONE-REVERSAL.
         READ AUD-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           ADD 1 TO AUD-LINE-NO
           IF AUD-REC(1:8) = 'NETTED: ' AND AUD-LINE-NO > AUD-LAST-HDR
            MOVE AUD-REC(9:43) TO REV-WORK
            ADD 1 TO CT-REVERSED
            PERFORM 220-FIND-RUN-DATE
            PERFORM 230-FIND-ROUTE
            MOVE 1 TO DX
            PERFORM 240-CHECK-ONE-DELIVERY UNTIL DX > DLV-CT
           END-IF
         END-READ.
         IF STTS-AUD NOT = ZEROS AND STTS-AUD NOT = 10
          DISPLAY 'I/O ERROR ON REVERSAL LIST, STATUS = ' STTS-AUD
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO EOF-FL
         END-IF.

        212-FIND-LAST-RUN.
         READ AUD-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           ADD 1 TO AUD-LINE-NO
           IF AUD-REC(1:18) = 'REVERSALS APPLIED '
            MOVE AUD-LINE-NO TO AUD-LAST-HDR
           END-IF
         END-READ.
         IF STTS-AUD NOT = ZEROS AND STTS-AUD NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        220-FIND-RUN-DATE.
      * AS IN TRCE0001 THE LINEAGE RECORD GIVES THE RUN THAT MADE THE
      * CONVERSION; WITHOUT ONE THE RECORD'S OWN DATE IS USED
         MOVE RW-DT TO LINK-DT.
         MOVE 'N' TO LIN-FOUND-FL.
         OPEN INPUT LIN-FL.
         IF STTS-LIN = ZEROS
          PERFORM 221-SCAN-ONE-LIN UNTIL STTS-LIN NOT = ZEROS
          CLOSE LIN-FL
         END-IF.
         IF NOT LINEAGE-IS-FOUND
          ADD 1 TO CT-NO-LINEAGE
          DISPLAY 'NO LINEAGE FOR ' RW-A '/' RW-B ' ' RW-DT
           ', LINKED ON THE RECORD DATE'
         END-IF.

        221-SCAN-ONE-LIN.
         READ LIN-FL
          AT END
           CONTINUE
          NOT AT END
           IF LIN-SEQ NUMERIC AND LIN-A = RW-A AND LIN-B = RW-B
              AND LIN-DT = RW-DT AND LIN-RUN-DT IS NUMERIC
            MOVE LIN-RUN-DT TO LINK-DT
            MOVE 'Y' TO LIN-FOUND-FL
           END-IF
         END-READ.

        230-FIND-ROUTE.
      * ROUT0001 SENDS THE RECORD TO THE REGION OF ITS CONVERTED-INTO
      * CURRENCY, SO ONLY THAT REGION'S EXTRACT CARRIED IT
         MOVE 'DEFAULT' TO ROUTE-DEST.
         MOVE 1 TO MAP-IX.
         PERFORM 231-SCAN-ROUTE UNTIL MAP-IX > MAP-CT
          OR MAP-IX = 0.

        231-SCAN-ROUTE.
         IF MP-CODE(MAP-IX) = RW-B
          MOVE MP-DEST(MAP-IX) TO ROUTE-DEST
          MOVE 0 TO MAP-IX
         ELSE
          ADD 1 TO MAP-IX
         END-IF.

        240-CHECK-ONE-DELIVERY.
      * THE TRANSMISSION AND THE SETTLEMENT FILE GO OUT ON THE RUN
      * DATE; THE JOURNAL, THE REGIONAL EXTRACT AND THE RATE
      * PUBLICATION CARRY THE RUN DATE AS THEIR REFERENCE
         MOVE 'N' TO LINK-FL.
         EVALUATE DV-ID(DX)
          WHEN 'TRSXENV'
          WHEN 'SETLINST'
           IF DV-PROD-TS(DX)(1:8) = LINK-DT
            MOVE 'Y' TO LINK-FL
           END-IF
          WHEN 'GLJOURNAL'
          WHEN 'RATEPUB'
          WHEN 'DWEXTRACT'
           IF DV-REF(DX)(1:8) = LINK-DT
            MOVE 'Y' TO LINK-FL
           END-IF
          WHEN 'REGIONEXT'
           IF DV-REF(DX)(1:8) = LINK-DT
              AND DV-RECIP(DX) = ROUTE-DEST
            MOVE 'Y' TO LINK-FL
           END-IF
         END-EVALUATE.
         IF DELIVERY-CARRIED-IT
          PERFORM 241-OPEN-RECALL
         END-IF.
         ADD 1 TO DX.

        241-OPEN-RECALL.
      * A RERUN AFTER THE SAME RVAP0001 MUST NOT OPEN THE SAME RECALL
      * TWICE, NOR REOPEN ONE ALREADY HANDLED
         MOVE 'N' TO RCL-FOUND-FL.
         MOVE 1 TO RX.
         PERFORM 242-MATCH-ONE-RECALL UNTIL RX > RCL-CT
          OR RECALL-IS-KNOWN.
         IF RECALL-IS-KNOWN
          EXIT PARAGRAPH
         END-IF.
         IF RCL-CT >= RCL-MAX
          ADD 1 TO CT-SKIPPED
          EXIT PARAGRAPH
         END-IF.
         INITIALIZE RL-RCRD.
         MOVE NOW-TS TO RL-TS OF RL-RCRD.
         MOVE 'OPENED' TO RL-EVENT OF RL-RCRD.
         ADD 1 TO LAST-ID.
         MOVE LAST-ID TO RL-ID OF RL-RCRD.
         MOVE DV-RECIP(DX) TO RL-RECIP OF RL-RCRD.
         MOVE DV-ID(DX) TO RL-DLV-ID OF RL-RCRD.
         MOVE DV-REF(DX) TO RL-DLV-REF OF RL-RCRD.
         MOVE DV-PROD-TS(DX) TO RL-PROD-TS OF RL-RCRD.
         MOVE RW-A TO RL-A OF RL-RCRD.
         MOVE RW-B TO RL-B OF RL-RCRD.
         MOVE RW-DT TO RL-DT OF RL-RCRD.
         MOVE RW-V TO RL-V OF RL-RCRD.
         MOVE LINK-DT TO RL-RUN-DT OF RL-RCRD.
         MOVE DV-FILE(DX) TO RL-FILE OF RL-RCRD.
         OPEN EXTEND RL-FL.
         IF STTS-RL = 35 OR STTS-RL = 30
          OPEN OUTPUT RL-FL
         END-IF.
         IF STTS-RL NOT = ZEROS
          DISPLAY 'CANNOT OPEN RECALL REGISTER, STATUS = ' STTS-RL
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO EOF-FL
          MOVE DLV-CT TO DX
          EXIT PARAGRAPH
         END-IF.
         WRITE RL-RCRD.
         CLOSE RL-FL.
         ADD 1 TO RCL-CT.
         MOVE RL-RCRD TO RCL-ENTRY(RCL-CT).
         ADD 1 TO CT-NEW.
         MOVE LAST-ID TO ED-ID.
         DISPLAY 'RECALL ' ED-ID ' OPENED: ' RW-A '/' RW-B ' ' RW-DT
          ' IN ' DV-ID(DX) ' TO ' DV-RECIP(DX).

        242-MATCH-ONE-RECALL.
         IF RL-A OF RCL-ENTRY(RX) = RW-A
            AND RL-B OF RCL-ENTRY(RX) = RW-B
            AND RL-DT OF RCL-ENTRY(RX) = RW-DT
            AND RL-DLV-ID OF RCL-ENTRY(RX) = DV-ID(DX)
            AND RL-RECIP OF RCL-ENTRY(RX) = DV-RECIP(DX)
            AND RL-PROD-TS OF RCL-ENTRY(RX) = DV-PROD-TS(DX)
          MOVE 'Y' TO RCL-FOUND-FL
         ELSE
          ADD 1 TO RX
         END-IF.

        250-COUNT-BY-RECIPIENT.
         MOVE 1 TO RX.
         PERFORM 251-COUNT-ONE-RECALL UNTIL RX > RCL-CT.

        251-COUNT-ONE-RECALL.
         MOVE 1 TO PX.
         PERFORM 252-FIND-RECIPIENT UNTIL PX > RCP-CT
          OR RP-NAME(PX) = RL-RECIP OF RCL-ENTRY(RX).
         IF PX > RCP-CT
          IF RCP-CT >= 99
           ADD 1 TO CT-SKIPPED
           ADD 1 TO RX
           EXIT PARAGRAPH
          END-IF
          ADD 1 TO RCP-CT
          MOVE RL-RECIP OF RCL-ENTRY(RX) TO RP-NAME(RCP-CT)
          MOVE ZEROS TO RP-OPEN(RCP-CT)
          MOVE ZEROS TO RP-OVERDUE(RCP-CT)
          MOVE ZEROS TO RP-HANDLED(RCP-CT)
          MOVE ZEROS TO RP-OLDEST(RCP-CT)
         END-IF.
         IF RL-EVENT OF RCL-ENTRY(RX) = 'HANDLED'
          ADD 1 TO RP-HANDLED(PX)
          ADD 1 TO CT-HANDLED
         ELSE
          ADD 1 TO RP-OPEN(PX)
          ADD 1 TO CT-OPEN
          IF RP-OLDEST(PX) = ZEROS
             OR RL-TS OF RCL-ENTRY(RX)(1:8) < RP-OLDEST(PX)
           MOVE RL-TS OF RCL-ENTRY(RX)(1:8) TO RP-OLDEST(PX)
          END-IF
          PERFORM 253-CHECK-OVERDUE
          IF RECALL-IS-OVERDUE
           ADD 1 TO RP-OVERDUE(PX)
           ADD 1 TO CT-OVERDUE
          END-IF
         END-IF.
         ADD 1 TO RX.

        252-FIND-RECIPIENT.
         ADD 1 TO PX.

        253-CHECK-OVERDUE.
         MOVE RL-TS OF RCL-ENTRY(RX)(1:8) TO OPEN-DT.
         COMPUTE AGE-DAYS = TODAY-INT
          - FUNCTION INTEGER-OF-DATE(OPEN-DT).
         IF AGE-DAYS > ESC-DAYS
          MOVE 'Y' TO OVERDUE-FL
         ELSE
          MOVE 'N' TO OVERDUE-FL
         END-IF.

        260-WRITE-REPORT.
         MOVE SPACES TO RPT-REC.
         STRING 'DOWNSTREAM RECALL LIST - RUN ' NOW-TS
          '   ESCALATED WHEN OPEN MORE THAN ' ESC-DAYS ' DAYS'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE ALL '=' TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         IF RCP-CT = ZEROS
          MOVE '  NO RECALLS ON RECORD' TO RPT-REC
          WRITE RPT-REC
         END-IF.
         MOVE 1 TO PX.
         PERFORM 261-WRITE-ONE-RECIPIENT UNTIL PX > RCP-CT.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'REVERSED RECORDS ' CT-REVERSED
          '  NEW RECALLS ' CT-NEW '  OPEN ' CT-OPEN
          '  OVERDUE ' CT-OVERDUE '  HANDLED ' CT-HANDLED
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         IF CT-NO-LINEAGE > 0
          MOVE SPACES TO RPT-REC
          STRING 'REVERSED RECORDS WITHOUT LINEAGE (LINKED ON THE'
           ' RECORD DATE) ' CT-NO-LINEAGE
           DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
         END-IF.
         IF CT-SKIPPED > 0
          MOVE SPACES TO RPT-REC
          STRING 'ENTRIES NOT TRACKED (TABLE FULL) ' CT-SKIPPED
           ', ARCHIVE HANDLED RECALLS'
           DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
         END-IF.

        261-WRITE-ONE-RECIPIENT.
         MOVE RP-OPEN(PX) TO ED-CT.
         MOVE RP-OVERDUE(PX) TO ED-CT2.
         MOVE RP-HANDLED(PX) TO ED-CT3.
         MOVE SPACES TO RPT-REC.
         STRING 'RECIPIENT ' RP-NAME(PX) '   OPEN ' ED-CT
          '   OVERDUE ' ED-CT2 '   HANDLED ' ED-CT3
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         IF RP-OPEN(PX) = ZEROS
          MOVE '    NOTHING LEFT TO RECALL' TO RPT-REC
          WRITE RPT-REC
         END-IF.
         MOVE 1 TO RX.
         PERFORM 262-WRITE-ONE-RECALL UNTIL RX > RCL-CT.
         MOVE ALL '-' TO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO PX.

        262-WRITE-ONE-RECALL.
         IF RL-RECIP OF RCL-ENTRY(RX) NOT = RP-NAME(PX)
            OR RL-EVENT OF RCL-ENTRY(RX) = 'HANDLED'
          ADD 1 TO RX
          EXIT PARAGRAPH
         END-IF.
         MOVE RL-ID OF RCL-ENTRY(RX) TO ED-ID.
         MOVE SPACES TO RPT-REC.
         STRING '  RECALL ' ED-ID '  OPENED ' RL-TS OF RCL-ENTRY(RX)
          '  ' RL-DLV-ID OF RCL-ENTRY(RX)
          ' REF ' RL-DLV-REF OF RCL-ENTRY(RX)
          ' PRODUCED ' RL-PROD-TS OF RCL-ENTRY(RX)
          DELIMITED BY SIZE INTO RPT-REC.
         PERFORM 253-CHECK-OVERDUE.
         IF RECALL-IS-OVERDUE
          MOVE '*OVERDUE*' TO RPT-REC(119:9)
         END-IF.
         WRITE RPT-REC.
         MOVE RL-V OF RCL-ENTRY(RX) TO ED-V.
         MOVE SPACES TO RPT-REC.
         STRING '      REVERSED ' RL-A OF RCL-ENTRY(RX) '/'
           RL-B OF RCL-ENTRY(RX) ' DT ' RL-DT OF RCL-ENTRY(RX)
          ' V ' ED-V ' RUN ' RL-RUN-DT OF RCL-ENTRY(RX)
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING '      FILE ' RL-FILE OF RCL-ENTRY(RX)
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO RX.

        280-ESCALATE.
      * ONE ALERT PER RECIPIENT WITH OVERDUE RECALLS, REPEATED ON
      * EVERY RUN UNTIL THE LAST OF THEM IS HANDLED
         IF CT-OVERDUE = ZEROS
          EXIT PARAGRAPH
         END-IF.
         OPEN EXTEND ALRT-FL.
         IF STTS-ALRT = 35 OR STTS-ALRT = 30
          OPEN OUTPUT ALRT-FL
         END-IF.
         IF STTS-ALRT NOT = ZEROS
          DISPLAY 'CANNOT OPEN ALERT FILE, STATUS = ' STTS-ALRT
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO PX.
         PERFORM 281-ALERT-ONE-RECIPIENT UNTIL PX > RCP-CT.
         CLOSE ALRT-FL.

        281-ALERT-ONE-RECIPIENT.
         IF RP-OVERDUE(PX) > ZEROS
          ADD 1 TO CT-ALERTS
          MOVE CT-ALERTS TO ALRT-SEQ
          MOVE 'RCL' TO ALRT-TYPE
          MOVE RP-NAME(PX) TO ALRT-A
          MOVE 'RCLL0001' TO ALRT-B
          MOVE RP-OVERDUE(PX) TO ED-CT
          MOVE SPACES TO ALRT-MSG
          STRING ED-CT ' RECALLS OVERDUE, OLDEST ' RP-OLDEST(PX)
           DELIMITED BY SIZE INTO ALRT-MSG
          MOVE TODAY-DT TO ALRT-DT
          MOVE NOW-TS TO ALRT-TS
          DISPLAY 'ALERT: RCL ' RP-NAME(PX) ' ' ALRT-MSG
          WRITE ALRT-RCRD
         END-IF.
         ADD 1 TO PX.

        300-END.
         DISPLAY '-- DOWNSTREAM RECALL SUMMARY --'.
         DISPLAY ' REVERSED RECORDS: ' CT-REVERSED.
         DISPLAY ' NEW RECALLS: ' CT-NEW.
         DISPLAY ' OPEN RECALLS: ' CT-OPEN.
         DISPLAY ' OVERDUE (ESCALATED): ' CT-OVERDUE.
         DISPLAY ' HANDLED RECALLS: ' CT-HANDLED.
         IF RETURN-CODE < 8
          IF CT-OPEN > 0
           MOVE 4 TO RETURN-CODE
          END-IF
          DISPLAY ' LIST WRITTEN TO ' RPT-FL-PATH
         END-IF.
         DISPLAY 'END-PROGRAM: RCLL0001'.
         GOBACK.
       END PROGRAM RCLL0001.
