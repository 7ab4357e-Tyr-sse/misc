      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - REGISTRO UNICO DE ENTREGAS DE SAIDA:
      *          SUBPROGRAMA CHAMADO COM (FUNCAO, REGISTRO, RC) POR TODO
      *          PROGRAMA QUE PRODUZ UM ARQUIVO PARA FORA (PROD: ID DA
      *          ENTREGA, DESTINATARIO, REFERENCIA, ARQUIVO, CONTAGEM E
      *          HASH) E POR QUEM REGISTRA A RETIRADA OU A CONFIRMACAO
      *          (PICK, ACK, NAK: CASA COM A PRODUCAO MAIS RECENTE AINDA
      *          EM ABERTO DAQUELA ENTREGA). O PRAZO E SE BASTA A
      *          RETIRADA VEM DE ODRGCTL.txt (24 HORAS E RETIRADA POR
      *          OMISSAO, OU ACK SE O PRODUTOR PEDIR). RC=0 OK, RC=4
      *          NADA EM ABERTO PARA CONFIRMAR, RC=8 REGISTRO
      *          INDISPONIVEL, RC=12 CHAMADA INVALIDA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. ODRG0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT REG-FL ASSIGN REG-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-REG.
         SELECT CTL-FL ASSIGN CTL-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CTL.

       DATA DIVISION.
        FILE SECTION.
         FD REG-FL.
         01 REG-RCRD.
           COPY ODRGREC.

         FD CTL-FL.
         01 CTL-RCRD.
          02 CTL-ID                                        PIC X(10).
          02 CTL-RECIP                                     PIC X(10).
          02 CTL-HOURS                                     PIC 9(3).
          02 CTL-NEED                                      PIC X.

        WORKING-STORAGE SECTION.
         77 REG-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ODRGREG.txt'.
         77 CTL-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ODRGCTL.txt'.
         77 REG-FL-PATH-ENV           PIC X(80).
         77 CTL-FL-PATH-ENV           PIC X(80).
         77 STTS-REG                                       PIC 99.
         77 STTS-CTL                                       PIC 99.
         77 REG-EOF-FL                                     PIC X.
          88 REG-IS-EOF                                    VALUE 'Y'.
         77 CTL-EOF-FL                                     PIC X.
          88 CTL-IS-EOF                                    VALUE 'Y'.

      * DEADLINE: EXACT ID AND RECIPIENT FIRST, THEN THE ID FOR ANY
      * RECIPIENT, THEN THE HOUSE DEFAULT
         77 DUE-HOURS                                      PIC 9(3).
         77 DUE-NEED                                       PIC X.
         77 CTL-MATCH                                      PIC 9.
         77 DEF-HOURS                          PIC 9(3) VALUE 24.
         77 DEF-NEED                              PIC X VALUE 'P'.

      * PRODUCTIONS OF THE REQUESTED DELIVERY STILL WAITING FOR THEIR
      * PICKUP OR ACKNOWLEDGEMENT; A CLOSED SLOT IS REUSED
         77 OPN-CT                             PIC 9(4) COMP VALUE 0.
         77 OX                                     PIC 9(4) COMP.
         77 OX-FREE                                PIC 9(4) COMP.
         77 OX-LAST                                PIC 9(4) COMP.
         01 OPN-TBL.
          02 OPN-ENTRY OCCURS 999 TIMES.
           03 OP-USED                                      PIC X.
           03 OP-REC                                       PIC X(211).
         01 OPN-WORK.
           COPY ODRGREC.
         77 NEWEST-TS                                      PIC 9(14).

         01 PROD-DT.
          02 PROD-YYYYMMDD                                 PIC 9(8).
          02 PROD-HH                                       PIC 99.
          02 PROD-MI                                       PIC 99.
          02 PROD-SS                                       PIC 99.
         01 PROD-TS-N REDEFINES PROD-DT                    PIC 9(14).
         77 WRK-MIN                                        PIC 9(12).
         77 WRK-DAYS                                       PIC 9(9).
         77 WRK-REM                                        PIC 9(5).
         77 SAVED-RC                                PIC S9(9) COMP-5.

        LINKAGE SECTION.
         01 ODRG-FUNC                                      PIC X(4).
         01 ODRG-AREA.
           COPY ODRGREC.
         01 ODRG-RC                                        PIC 99.

       PROCEDURE DIVISION USING ODRG-FUNC ODRG-AREA ODRG-RC.
        000-MAIN.
      * PRESERVE THE CALLER'S RETURN-CODE ACROSS THIS SERVICE CALL
         MOVE RETURN-CODE TO SAVED-RC.
         MOVE ZEROS TO ODRG-RC.
         ACCEPT REG-FL-PATH-ENV FROM ENVIRONMENT 'ODRG0001_REGFILE'.
         IF REG-FL-PATH-ENV NOT = SPACES
          MOVE REG-FL-PATH-ENV TO REG-FL-PATH
         END-IF.
         ACCEPT CTL-FL-PATH-ENV FROM ENVIRONMENT 'ODRG0001_CTLFILE'.
         IF CTL-FL-PATH-ENV NOT = SPACES
          MOVE CTL-FL-PATH-ENV TO CTL-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO OD-TS OF ODRG-AREA.
         EVALUATE ODRG-FUNC
          WHEN 'PROD'
           PERFORM 100-RECORD-PRODUCTION
          WHEN 'PICK'
           MOVE 'PICKEDUP' TO OD-EVENT OF ODRG-AREA
           PERFORM 200-RECORD-RESPONSE
          WHEN 'ACK '
           MOVE 'ACKED' TO OD-EVENT OF ODRG-AREA
           PERFORM 200-RECORD-RESPONSE
          WHEN 'NAK '
           MOVE 'NAKED' TO OD-EVENT OF ODRG-AREA
           PERFORM 200-RECORD-RESPONSE
          WHEN OTHER
           DISPLAY 'ODRG0001: UNKNOWN FUNCTION ' ODRG-FUNC
           MOVE 12 TO ODRG-RC
         END-EVALUATE.
         MOVE SAVED-RC TO RETURN-CODE.
         GOBACK.

        100-RECORD-PRODUCTION.
         IF OD-ID OF ODRG-AREA = SPACES
          DISPLAY 'ODRG0001: DELIVERY ID REQUIRED'
          MOVE 12 TO ODRG-RC
          EXIT PARAGRAPH
         END-IF.
         MOVE 'PRODUCED' TO OD-EVENT OF ODRG-AREA.
         MOVE OD-TS OF ODRG-AREA TO OD-PROD-TS OF ODRG-AREA.
         PERFORM 110-FIND-DEADLINE.
         MOVE DUE-NEED TO OD-NEED OF ODRG-AREA.
      * THE DEADLINE IS FIXED WHEN THE FILE IS MADE, SO A LATER
      * CHANGE TO THE CONTROL FILE DOES NOT REWRITE HISTORY
         MOVE OD-PROD-TS OF ODRG-AREA TO PROD-TS-N.
         COMPUTE WRK-MIN =
          FUNCTION INTEGER-OF-DATE(PROD-YYYYMMDD) * 1440
          + PROD-HH * 60 + PROD-MI + DUE-HOURS * 60.
         DIVIDE WRK-MIN BY 1440 GIVING WRK-DAYS REMAINDER WRK-REM.
         COMPUTE PROD-YYYYMMDD = FUNCTION DATE-OF-INTEGER(WRK-DAYS).
         DIVIDE WRK-REM BY 60 GIVING PROD-HH REMAINDER PROD-MI.
         MOVE PROD-TS-N TO OD-DUE-TS OF ODRG-AREA.
         MOVE SPACES TO OD-OPER OF ODRG-AREA.
         PERFORM 300-APPEND-EVENT.

        110-FIND-DEADLINE.
         MOVE DEF-HOURS TO DUE-HOURS.
         MOVE DEF-NEED TO DUE-NEED.
      * A PRODUCER THAT KNOWS ITS RECIPIENT ALWAYS ANSWERS MAY ASK
      * FOR THE ACK ITSELF; THE CONTROL FILE STILL HAS THE LAST WORD
         IF OD-NEED OF ODRG-AREA = 'A'
          MOVE 'A' TO DUE-NEED
         END-IF.
         MOVE 0 TO CTL-MATCH.
         MOVE 'N' TO CTL-EOF-FL.
         OPEN INPUT CTL-FL.
         IF STTS-CTL NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 111-CHECK-ONE-CTL UNTIL CTL-IS-EOF.
         CLOSE CTL-FL.

        111-CHECK-ONE-CTL.
         READ CTL-FL
          AT END
           MOVE 'Y' TO CTL-EOF-FL
          NOT AT END
           IF CTL-ID = OD-ID OF ODRG-AREA AND CTL-HOURS IS NUMERIC
            IF CTL-RECIP = OD-RECIP OF ODRG-AREA
             MOVE 2 TO CTL-MATCH
             PERFORM 112-TAKE-CTL
            ELSE
             IF CTL-RECIP = SPACES AND CTL-MATCH < 2
              MOVE 1 TO CTL-MATCH
              PERFORM 112-TAKE-CTL
             END-IF
            END-IF
           END-IF
         END-READ.
         IF STTS-CTL NOT = ZEROS AND STTS-CTL NOT = 10
          MOVE 'Y' TO CTL-EOF-FL
         END-IF.

        112-TAKE-CTL.
         MOVE CTL-HOURS TO DUE-HOURS.
         IF CTL-NEED = 'A'
          MOVE 'A' TO DUE-NEED
         ELSE
          MOVE 'P' TO DUE-NEED
         END-IF.

        200-RECORD-RESPONSE.
      * A BLANK RECIPIENT OR REFERENCE MATCHES ANY; THE NEWEST
      * PRODUCTION STILL OPEN IS THE ONE BEING ANSWERED
         IF OD-ID OF ODRG-AREA = SPACES
          DISPLAY 'ODRG0001: DELIVERY ID REQUIRED'
          MOVE 12 TO ODRG-RC
          EXIT PARAGRAPH
         END-IF.
         MOVE 0 TO OPN-CT.
         MOVE 'N' TO REG-EOF-FL.
         OPEN INPUT REG-FL.
         IF STTS-REG NOT = ZEROS
          DISPLAY 'ODRG0001: NOTHING PRODUCED FOR '
           OD-ID OF ODRG-AREA
          MOVE 4 TO ODRG-RC
          EXIT PARAGRAPH
         END-IF.
         PERFORM 210-SCAN-ONE-EVENT UNTIL REG-IS-EOF.
         CLOSE REG-FL.
         MOVE 0 TO OX-LAST.
         MOVE 1 TO OX.
         PERFORM 220-PICK-NEWEST UNTIL OX > OPN-CT.
         IF OX-LAST = 0
          DISPLAY 'ODRG0001: NO OPEN DELIVERY OF '
           OD-ID OF ODRG-AREA ' ' OD-RECIP OF ODRG-AREA ' '
           OD-REF OF ODRG-AREA
          MOVE 4 TO ODRG-RC
          EXIT PARAGRAPH
         END-IF.
         MOVE OP-REC(OX-LAST) TO REG-RCRD.
         MOVE OD-RECIP OF REG-RCRD TO OD-RECIP OF ODRG-AREA.
         MOVE OD-REF OF REG-RCRD TO OD-REF OF ODRG-AREA.
         MOVE OD-PROD-TS OF REG-RCRD TO OD-PROD-TS OF ODRG-AREA.
         MOVE OD-FILE OF REG-RCRD TO OD-FILE OF ODRG-AREA.
         MOVE OD-COUNT OF REG-RCRD TO OD-COUNT OF ODRG-AREA.
         MOVE OD-HASH OF REG-RCRD TO OD-HASH OF ODRG-AREA.
         MOVE OD-DUE-TS OF REG-RCRD TO OD-DUE-TS OF ODRG-AREA.
         MOVE OD-NEED OF REG-RCRD TO OD-NEED OF ODRG-AREA.
         PERFORM 300-APPEND-EVENT.

        210-SCAN-ONE-EVENT.
         READ REG-FL
          AT END
           MOVE 'Y' TO REG-EOF-FL
          NOT AT END
           IF OD-ID OF REG-RCRD = OD-ID OF ODRG-AREA
            AND (OD-RECIP OF ODRG-AREA = SPACES
             OR OD-RECIP OF REG-RCRD = OD-RECIP OF ODRG-AREA)
            AND (OD-REF OF ODRG-AREA = SPACES
             OR OD-REF OF REG-RCRD = OD-REF OF ODRG-AREA)
            PERFORM 211-APPLY-ONE-EVENT
           END-IF
         END-READ.
         IF STTS-REG NOT = ZEROS AND STTS-REG NOT = 10
          DISPLAY 'ODRG0001: I/O ERROR ON ' REG-FL-PATH(1:40)
           ', STATUS = ' STTS-REG
          MOVE 'Y' TO REG-EOF-FL
         END-IF.

        211-APPLY-ONE-EVENT.
         IF OD-EVENT OF REG-RCRD = 'PRODUCED'
          MOVE 0 TO OX-FREE
          MOVE 1 TO OX
          PERFORM 212-FIND-FREE-SLOT UNTIL OX > OPN-CT
           OR OX-FREE > 0
          IF OX-FREE = 0
           IF OPN-CT >= 999
            EXIT PARAGRAPH
           END-IF
           ADD 1 TO OPN-CT
           MOVE OPN-CT TO OX-FREE
          END-IF
          MOVE 'Y' TO OP-USED(OX-FREE)
          MOVE REG-RCRD TO OP-REC(OX-FREE)
          EXIT PARAGRAPH
         END-IF.
      * AN ACK ALWAYS CLOSES A DELIVERY; A PICKUP ONLY WHEN THE
      * PICKUP IS ALL THAT WAS ASKED FOR
         IF OD-EVENT OF REG-RCRD = 'ACKED'
            OR (OD-EVENT OF REG-RCRD = 'PICKEDUP'
                AND OD-NEED OF REG-RCRD NOT = 'A')
          MOVE 1 TO OX
          PERFORM 213-CLOSE-ONE-SLOT UNTIL OX > OPN-CT
         END-IF.

        212-FIND-FREE-SLOT.
         IF OP-USED(OX) NOT = 'Y'
          MOVE OX TO OX-FREE
         END-IF.
         ADD 1 TO OX.

        213-CLOSE-ONE-SLOT.
         IF OP-USED(OX) = 'Y'
          MOVE OP-REC(OX) TO OPN-WORK
          IF OD-PROD-TS OF OPN-WORK = OD-PROD-TS OF REG-RCRD
             AND OD-RECIP OF OPN-WORK = OD-RECIP OF REG-RCRD
           MOVE 'N' TO OP-USED(OX)
          END-IF
         END-IF.
         ADD 1 TO OX.

        220-PICK-NEWEST.
         IF OP-USED(OX) = 'Y'
          MOVE OP-REC(OX) TO OPN-WORK
          IF OX-LAST = 0 OR OD-PROD-TS OF OPN-WORK > NEWEST-TS
           MOVE OX TO OX-LAST
           MOVE OD-PROD-TS OF OPN-WORK TO NEWEST-TS
          END-IF
         END-IF.
         ADD 1 TO OX.

        300-APPEND-EVENT.
         OPEN EXTEND REG-FL.
         IF STTS-REG = 35 OR STTS-REG = 30
          OPEN OUTPUT REG-FL
         END-IF.
         IF STTS-REG NOT = ZEROS
          DISPLAY 'ODRG0001: CANNOT OPEN ' REG-FL-PATH(1:40)
           ', STATUS = ' STTS-REG
          MOVE 8 TO ODRG-RC
          EXIT PARAGRAPH
         END-IF.
         MOVE ODRG-AREA TO REG-RCRD.
         WRITE REG-RCRD.
         CLOSE REG-FL.
       END PROGRAM ODRG0001.
