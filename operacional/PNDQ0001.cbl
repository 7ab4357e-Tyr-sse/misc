      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - CONSULTA UNICA DO TRABALHO PENDENTE:
      *          LISTA CADA ITEM QUE ESPERA POR UMA PESSOA NAS FILAS DE
      *          APROVACAO (I0001.PND), ESTORNO (REVRPND.txt), RETENCAO
      *          POR VALOR (HOLD0001.txt), REJEITADOS SEM REPARO
      *          (R0001.txt MENOS O JA TRATADO EM RJLIFE.txt), FUROS DE
      *          CONCILIACAO ABERTOS (RECNOPEN.txt), ALERTAS SEM
      *          RECONHECIMENTO (ALERT.txt X ALRTACK.txt), LANCAMENTOS
      *          NAO CONFIRMADOS (JRNLUNCF.txt), PARES SUSPENSOS
      *          (SUSPHLD.txt), TAXAS MANUAIS PROPOSTAS (MANRATE.txt)
      *          E AJUSTES DE RAZAO PROPOSTOS (ADJUST.txt, UM ITEM POR
      *          AJUSTE COM O TOTAL A DEBITO), COM A FILA, A IDADE EM
      *          DIAS UTEIS
      *          (HOLIDAY.txt COMO NO BRKM0001), O VALOR QUANDO HA E O
      *          PROGRAMA QUE TRABALHA O ITEM; TERMINA COM UMA LINHA DE
      *          CONTAGEM POR FILA. CHAMADO PELO CONSOLE OPER0001
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. PNDQ0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT APR-FL ASSIGN APR-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-APR.
         SELECT REV-FL ASSIGN REV-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-REV.
         SELECT HOLD-FL ASSIGN HOLD-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-HOLD.
         SELECT REJ-FL ASSIGN REJ-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-REJ.
         SELECT LIFE-FL ASSIGN LIFE-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-LIFE.
         SELECT OPEN-FL ASSIGN OPEN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-OPEN.
         SELECT ALRT-FL ASSIGN ALRT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ALRT.
         SELECT ACK-FL ASSIGN ACK-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ACK.
         SELECT UNCF-FL ASSIGN UNCF-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-UNCF.
         SELECT SHL-FL ASSIGN SHL-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-SHL.
         SELECT MRT-FL ASSIGN MRT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-MRT.
         SELECT ADJ-FL ASSIGN ADJ-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ADJ.
         SELECT HOLIDAY-FL ASSIGN HOLIDAY-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-HOL.

       DATA DIVISION.
        FILE SECTION.
         FD APR-FL.
         01 APR-RCRD.
          02 APR-A                                         PIC X(10).
          02 APR-B                                         PIC X(10).
          02 APR-DT                                        PIC 9(8).
          02 APR-V                                         PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 APR-MAKER                                     PIC X(3).
          02 APR-DATE                                      PIC 9(8).
          02 APR-ENT                                       PIC X(4).
          02 APR-CPTY                                      PIC X(8).

         FD REV-FL.
         01 REV-RCRD.
          02 REV-A                                         PIC X(10).
          02 REV-B                                         PIC X(10).
          02 REV-DT-FROM                                   PIC 9(8).
          02 REV-DT-TO                                     PIC 9(8).
          02 REV-REC-FROM                                  PIC 9(6).
          02 REV-REC-TO                                    PIC 9(6).
          02 REV-MAKER                                     PIC X(3).
          02 REV-DATE                                      PIC 9(8).
          02 REV-REASON                                    PIC X(30).
          02 REV-DISP                                      PIC X.

         FD HOLD-FL.
         01 HOLD-RCRD.
          02 HLD-STATUS                                    PIC X.
          02 HLD-A                                         PIC X(10).
          02 HLD-B                                         PIC X(10).
          02 HLD-DT                                        PIC 9(8).
          02 HLD-I-V                                      PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 HLD-O-V                                      PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 HLD-ENT                                       PIC X(4).
          02 HLD-RUN-DT                                    PIC 9(8).

         FD REJ-FL.
         01 REJ-RCRD.
          02 R-A                                           PIC X(10).
          02 R-B                                           PIC X(10).
          02 R-V                                           PIC X(11).
          02 R-REASON                                      PIC X(20).

         FD LIFE-FL.
         01 LIFE-REC                                       PIC X(100).

         FD OPEN-FL.
         01 OPEN-RCRD.
          02 BO-ID                                          PIC 9(6).
          02 BO-FIRST-DT                                    PIC 9(8).
          02 BO-STATUS                                      PIC X(8).
          02 BO-TEXT                                        PIC X(120).

         FD ALRT-FL.
         01 ALRT-RCRD.
          02 ALRT-SEQ                                       PIC 999.
          02 ALRT-TYPE                                      PIC X(3).
          02 ALRT-A                                         PIC X(10).
          02 ALRT-B                                         PIC X(10).
          02 ALRT-MSG                                       PIC X(40).
          02 ALRT-DT                                        PIC 9(8).
          02 ALRT-TS                                        PIC 9(14).

         FD ACK-FL.
         01 ACK-RCRD.
          02 ACK-ALRT-DT                                    PIC 9(8).
          02 ACK-ALRT-SEQ                                   PIC 999.
          02 ACK-ALRT-TYPE                                  PIC X(3).
          02 ACK-INITS                                      PIC X(3).
          02 ACK-TS                                         PIC 9(14).
          02 ACK-ALRT-TS                                    PIC 9(14).

         FD UNCF-FL.
         01 UNCF-RCRD.
          02 UC-DT                                         PIC 9(8).
          02 UC-SEQ                                        PIC 9(6).
          02 UC-ACCT                                       PIC X(8).
          02 UC-DRCR                                       PIC X(2).
          02 UC-CUR                                        PIC X(10).
          02 UC-AMT                                        PIC 9(13)V99.

         FD SHL-FL.
         01 SHL-RCRD.
          02 SHL-A                                         PIC X(10).
          02 SHL-B                                         PIC X(10).
          02 SHL-DT                                        PIC 9(8).
          02 SHL-V                                        PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 SHL-ENT                                       PIC X(4).
          02 SHL-DIR                                       PIC X.
          02 SHL-REASON                                    PIC X(30).

         FD MRT-FL.
         01 MRT-RCRD.
          COPY MRTREC.

         FD ADJ-FL.
         01 ADJ-RCRD.
          COPY ADJREC.

         FD HOLIDAY-FL.
         01 HOL-RCRD.
          02 HOL-MKT                                        PIC X(10).
          02 HOL-DT                                         PIC 9(8).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'PNDQ0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 APR-FL-PATH               PIC X(80)
             VALUE '.\..\fls\I0001.PND'.
         77 REV-FL-PATH               PIC X(80)
             VALUE '.\..\fls\REVRPND.txt'.
         77 HOLD-FL-PATH              PIC X(80)
             VALUE '.\..\fls\HOLD0001.txt'.
         77 REJ-FL-PATH               PIC X(80)
             VALUE '.\..\fls\R0001.txt'.
         77 LIFE-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RJLIFE.txt'.
         77 OPEN-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RECNOPEN.txt'.
         77 ALRT-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ALERT.txt'.
         77 ACK-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ALRTACK.txt'.
         77 UNCF-FL-PATH              PIC X(80)
             VALUE '.\..\fls\JRNLUNCF.txt'.
         77 SHL-FL-PATH               PIC X(80)
             VALUE '.\..\fls\SUSPHLD.txt'.
         77 MRT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\MANRATE.txt'.
         77 ADJ-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ADJUST.txt'.
         77 HOLIDAY-FL-PATH           PIC X(80)
             VALUE '.\..\fls\HOLIDAY.txt'.
         77 PATH-ENV                  PIC X(80).

         77 STTS-APR                                       PIC 99.
         77 STTS-REV                                       PIC 99.
         77 STTS-HOLD                                      PIC 99.
         77 STTS-REJ                                       PIC 99.
         77 STTS-LIFE                                      PIC 99.
         77 STTS-OPEN                                      PIC 99.
         77 STTS-ALRT                                      PIC 99.
         77 STTS-ACK                                       PIC 99.
         77 STTS-UNCF                                      PIC 99.
         77 STTS-SHL                                       PIC 99.
         77 STTS-MRT                                       PIC 99.
         77 STTS-ADJ                                       PIC 99.
         77 STTS-HOL                                       PIC 99.
         77 EOF-FL                                         PIC X.
          88 IS-EOF                                        VALUE 'Y'.

      * THE QUEUES IN THE ORDER THEY ARE LISTED, WITH THE PROGRAM
      * THAT WORKS EACH ONE
         01 QUEUE-LIST.
          02 FILLER PIC X(16) VALUE 'APPROVALAPRV0001'.
          02 FILLER PIC X(16) VALUE 'REVERSALREVA0001'.
          02 FILLER PIC X(16) VALUE 'VALHOLD HRLS0001'.
          02 FILLER PIC X(16) VALUE 'REJECT  RJRP0001'.
          02 FILLER PIC X(16) VALUE 'RECNBRK BRKM0001'.
          02 FILLER PIC X(16) VALUE 'ALERT   ALWS0001'.
          02 FILLER PIC X(16) VALUE 'GLUNCONFGLCF0001'.
          02 FILLER PIC X(16) VALUE 'SUSPEND SUSP0001'.
          02 FILLER PIC X(16) VALUE 'MANRATE MRAT0001'.
          02 FILLER PIC X(16) VALUE 'ADJUST  ADJM0001'.
         01 QUEUE-TBL REDEFINES QUEUE-LIST.
          02 QUEUE-ENTRY OCCURS 10 TIMES.
           03 QU-NAME                                      PIC X(8).
           03 QU-PGM                                       PIC X(8).
         77 QUEUE-CT                           PIC 9(4) COMP VALUE 10.
         77 QX                                     PIC 9(4) COMP.
         01 QUEUE-CTS.
          02 QUEUE-CT-ENTRY OCCURS 10 TIMES.
           03 QC-ITEMS                                     PIC 9(5).
           03 QC-OLDEST                                    PIC 9(5).
           03 QC-VALUE                                PIC S9(15)V99.
           03 QC-AVAIL                                     PIC X.
           03 QC-VALUED                                    PIC X.

         77 SEL-QUEUE                                      PIC X(8).

      * ALREADY-HANDLED REJECTS AND ACKNOWLEDGED ALERTS
         77 LIFE-CT                            PIC 9(4) COMP VALUE 0.
         77 LX                                     PIC 9(4) COMP.
         01 LIFE-TBL.
          02 LIFE-ENTRY OCCURS 999 TIMES.
           03 LF-DT                                        PIC 9(8).
           03 LF-A                                         PIC X(10).
           03 LF-B                                         PIC X(10).
           03 LF-REASON                                    PIC X(20).
         77 REJ-RUN-DT                                     PIC 9(8).
         77 ACK-CT                             PIC 9(4) COMP VALUE 0.
         77 AX                                     PIC 9(4) COMP.
         01 ACK-TBL.
          02 ACK-ENTRY OCCURS 999 TIMES.
           03 AK-SEQ                                       PIC 999.
           03 AK-TYPE                                      PIC X(3).
           03 AK-TS                                        PIC 9(14).
         77 HIT-FL                                         PIC X.
          88 IS-HIT                                        VALUE 'Y'.

         77 HOL-CT                             PIC 9(4) COMP VALUE 0.
         77 HOL-IX                                 PIC 9(4) COMP.
         01 HOL-TBL.
          02 HOL-ENTRY OCCURS 999 TIMES                   PIC 9(8).
         77 HOL-HIT-FL                                     PIC X.
          88 HOL-IS-HIT                                    VALUE 'Y'.
         77 TODAY-DT                                       PIC 9(8).
         77 TODAY-INT                                      PIC 9(9).
         77 WRK-INT                                        PIC 9(9).
         77 WRK-DT                                         PIC 9(8).
         77 WRK-DOW                                        PIC 9.

      * ONE PENDING ITEM, AS LISTED
         77 IT-ITEM                                        PIC X(30).
         77 IT-SINCE                                       PIC 9(8).
         77 IT-AGE                                         PIC 9(5).
         77 IT-VALUE                                  PIC S9(15)V99.
         77 IT-HAS-VALUE                                   PIC X.
         77 ED-AGE                                         PIC ZZZZ9.
         77 ED-ITEMS                                       PIC ZZZZ9.
         77 ED-VALUE                        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
         77 ED-LINE                                        PIC X(100).
         77 CT-TOTAL                            PIC 9(5) VALUE ZEROS.

      * A PROPOSED RATE IS SHOWN BY ITS QUOTE; IT CARRIES NO AMOUNT
         77 PR-RATE                                   PIC 9(5)V9(6).
         77 ED-RATE                                   PIC ZZZZ9.9(6).
      * THE ADJUSTMENT BEING GATHERED FROM ITS LINES
         77 PA-ID                                          PIC 9(6).
         77 PA-ENT                                         PIC X(4).
         77 PA-MAKER                                       PIC X(3).
         77 PA-SINCE                                       PIC 9(8).
         77 PA-DR                                     PIC S9(15)V99.

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
         DISPLAY 'MAIN: PNDQ0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
         GOBACK.

        100-INIT.
         DISPLAY 'INIT: PNDQ0001'.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'PNDQ0001_APRFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO APR-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'PNDQ0001_REVFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO REV-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'PNDQ0001_HOLDFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO HOLD-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'PNDQ0001_REJFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO REJ-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'PNDQ0001_LIFEFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO LIFE-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'PNDQ0001_OPENFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO OPEN-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'PNDQ0001_ALERTFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO ALRT-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'PNDQ0001_ACKFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO ACK-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'PNDQ0001_UNCFFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO UNCF-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'PNDQ0001_SUSPFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO SHL-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'PNDQ0001_MANRFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO MRT-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'PNDQ0001_ADJFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO ADJ-FL-PATH
         END-IF.
         ACCEPT PATH-ENV FROM ENVIRONMENT 'PNDQ0001_HOLFILE'.
         IF PATH-ENV NOT = SPACES
          MOVE PATH-ENV TO HOLIDAY-FL-PATH
         END-IF.
         ACCEPT SEL-QUEUE FROM ENVIRONMENT 'PNDQ0001_QUEUE'.
         INSPECT SEL-QUEUE CONVERTING
          'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-DT).
         MOVE 1 TO QX.
         PERFORM 101-CLEAR-ONE-QUEUE UNTIL QX > QUEUE-CT.
         PERFORM 102-LOAD-HOLIDAYS.

        101-CLEAR-ONE-QUEUE.
         MOVE ZEROS TO QC-ITEMS(QX) QC-OLDEST(QX) QC-VALUE(QX).
         MOVE 'Y' TO QC-AVAIL(QX).
         MOVE 'N' TO QC-VALUED(QX).
         ADD 1 TO QX.

        102-LOAD-HOLIDAYS.
         MOVE 'N' TO EOF-FL.
         OPEN INPUT HOLIDAY-FL.
         IF STTS-HOL NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 103-LOAD-ONE-HOLIDAY UNTIL IS-EOF.
         CLOSE HOLIDAY-FL.

        103-LOAD-ONE-HOLIDAY.
         READ HOLIDAY-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF HOL-CT < 999 AND HOL-DT IS NUMERIC
            ADD 1 TO HOL-CT
            MOVE HOL-DT TO HOL-ENTRY(HOL-CT)
           END-IF
         END-READ.
         IF STTS-HOL NOT = ZEROS AND STTS-HOL NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: PNDQ0001'.
         DISPLAY ' '.
         DISPLAY '================ PENDING WORK ' TODAY-DT
          ' ================'.
         IF SEL-QUEUE NOT = SPACES
          DISPLAY ' QUEUE: ' SEL-QUEUE
         END-IF.
         DISPLAY ' QUEUE    ITEM                           SINCE    '
          ' AGE                VALUE WORKED BY'.
         MOVE 1 TO QX.
         PERFORM 201-LIST-ONE-QUEUE UNTIL QX > QUEUE-CT.
         DISPLAY '------------------------------------------------'.
         DISPLAY ' QUEUE    ITEMS OLDEST              VALUE WORKED BY'.
         MOVE 1 TO QX.
         PERFORM 290-SHOW-QUEUE-COUNT UNTIL QX > QUEUE-CT.

        201-LIST-ONE-QUEUE.
         IF SEL-QUEUE NOT = SPACES AND SEL-QUEUE NOT = QU-NAME(QX)
          ADD 1 TO QX
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO EOF-FL.
         EVALUATE QU-NAME(QX)
          WHEN 'APPROVAL'
           PERFORM 210-LIST-APPROVALS
          WHEN 'REVERSAL'
           PERFORM 215-LIST-REVERSALS
          WHEN 'VALHOLD'
           PERFORM 220-LIST-HOLDS
          WHEN 'REJECT'
           PERFORM 225-LIST-REJECTS
          WHEN 'RECNBRK'
           PERFORM 235-LIST-BREAKS
          WHEN 'ALERT'
           PERFORM 240-LIST-ALERTS
          WHEN 'GLUNCONF'
           PERFORM 250-LIST-UNCONFIRMED
          WHEN 'SUSPEND'
           PERFORM 255-LIST-SUSPENDED
          WHEN 'MANRATE'
           PERFORM 260-LIST-MANUAL-RATES
          WHEN 'ADJUST'
           PERFORM 265-LIST-ADJUSTMENTS
         END-EVALUATE.
         ADD 1 TO QX.

        210-LIST-APPROVALS.
         OPEN INPUT APR-FL.
         IF STTS-APR NOT = ZEROS
          MOVE 'N' TO QC-AVAIL(QX)
          EXIT PARAGRAPH
         END-IF.
         PERFORM 211-ONE-APPROVAL UNTIL IS-EOF.
         CLOSE APR-FL.

        211-ONE-APPROVAL.
         READ APR-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           MOVE SPACES TO IT-ITEM
           STRING APR-A DELIMITED BY SPACE '/' DELIMITED BY SIZE
            APR-B DELIMITED BY SPACE ' ' DELIMITED BY SIZE
            APR-DT ' BY ' APR-MAKER DELIMITED BY SIZE
            INTO IT-ITEM
           MOVE APR-DATE TO IT-SINCE
           MOVE APR-V TO IT-VALUE
           MOVE 'Y' TO IT-HAS-VALUE
           PERFORM 280-SHOW-ITEM
         END-READ.
         IF STTS-APR NOT = ZEROS AND STTS-APR NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        215-LIST-REVERSALS.
         OPEN INPUT REV-FL.
         IF STTS-REV NOT = ZEROS
          MOVE 'N' TO QC-AVAIL(QX)
          EXIT PARAGRAPH
         END-IF.
         PERFORM 216-ONE-REVERSAL UNTIL IS-EOF.
         CLOSE REV-FL.

        216-ONE-REVERSAL.
         READ REV-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           MOVE SPACES TO IT-ITEM
           STRING REV-A DELIMITED BY SPACE '/' DELIMITED BY SIZE
            REV-B DELIMITED BY SPACE ' ' DELIMITED BY SIZE
            REV-DT-FROM '-' REV-DT-TO(5:4) DELIMITED BY SIZE
            INTO IT-ITEM
           MOVE REV-DATE TO IT-SINCE
           MOVE 'N' TO IT-HAS-VALUE
           PERFORM 280-SHOW-ITEM
         END-READ.
         IF STTS-REV NOT = ZEROS AND STTS-REV NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        220-LIST-HOLDS.
         OPEN INPUT HOLD-FL.
         IF STTS-HOLD NOT = ZEROS
          MOVE 'N' TO QC-AVAIL(QX)
          EXIT PARAGRAPH
         END-IF.
         PERFORM 221-ONE-HOLD UNTIL IS-EOF.
         CLOSE HOLD-FL.

        221-ONE-HOLD.
      * ONLY ITEMS STILL WAITING FOR THE SUPERVISOR; APPROVED AND
      * REJECTED ONES STAY ON THE FILE UNTIL THE NEXT RELEASE RUN
         READ HOLD-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF HLD-STATUS = 'P'
            MOVE SPACES TO IT-ITEM
            STRING HLD-A DELIMITED BY SPACE '/' DELIMITED BY SIZE
             HLD-B DELIMITED BY SPACE ' ' DELIMITED BY SIZE
             HLD-DT ' ' HLD-ENT DELIMITED BY SIZE
             INTO IT-ITEM
            MOVE HLD-RUN-DT TO IT-SINCE
            MOVE HLD-I-V TO IT-VALUE
            MOVE 'Y' TO IT-HAS-VALUE
            PERFORM 280-SHOW-ITEM
           END-IF
         END-READ.
         IF STTS-HOLD NOT = ZEROS AND STTS-HOLD NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        225-LIST-REJECTS.
         PERFORM 226-LOAD-LIFECYCLE.
         MOVE 'N' TO EOF-FL.
         MOVE ZEROS TO REJ-RUN-DT.
         OPEN INPUT REJ-FL.
         IF STTS-REJ NOT = ZEROS
          MOVE 'N' TO QC-AVAIL(QX)
          EXIT PARAGRAPH
         END-IF.
         PERFORM 228-ONE-REJECT UNTIL IS-EOF.
         CLOSE REJ-FL.

        226-LOAD-LIFECYCLE.
         MOVE 0 TO LIFE-CT.
         OPEN INPUT LIFE-FL.
         IF STTS-LIFE NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 227-LOAD-ONE-LIFE UNTIL IS-EOF.
         CLOSE LIFE-FL.

        227-LOAD-ONE-LIFE.
      * RJRP0001 LINES: TIMESTAMP, INITIALS, ACTION, A/B AND THE
      * REASON THE RECORD WAS REJECTED FOR
         READ LIFE-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF LIFE-REC(1:8) IS NUMERIC AND LIFE-CT < 999
            ADD 1 TO LIFE-CT
            MOVE LIFE-REC(1:8) TO LF-DT(LIFE-CT)
            MOVE LIFE-REC(32:10) TO LF-A(LIFE-CT)
            MOVE LIFE-REC(43:10) TO LF-B(LIFE-CT)
            MOVE LIFE-REC(58:20) TO LF-REASON(LIFE-CT)
           END-IF
         END-READ.
         IF STTS-LIFE NOT = ZEROS AND STTS-LIFE NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        228-ONE-REJECT.
         READ REJ-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF REJ-RCRD(1:9) = 'RUN DATE:'
            STRING REJ-RCRD(11:4) REJ-RCRD(16:2) REJ-RCRD(19:2)
             DELIMITED BY SIZE INTO WRK-DT
            IF WRK-DT IS NUMERIC
             MOVE WRK-DT TO REJ-RUN-DT
            END-IF
           ELSE
            IF REJ-RCRD NOT = SPACES
             PERFORM 229-CHECK-REPAIRED
            END-IF
           END-IF
         END-READ.
         IF STTS-REJ NOT = ZEROS AND STTS-REJ NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        229-CHECK-REPAIRED.
      * A REJECT IS WORKED ONCE RJRP0001 RESUBMITTED OR ABANDONED IT
      * ON OR AFTER THE RUN THAT PRODUCED IT
         MOVE 'N' TO HIT-FL.
         MOVE 1 TO LX.
         PERFORM 230-SCAN-LIFE UNTIL LX > LIFE-CT OR IS-HIT.
         IF IS-HIT
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO IT-ITEM.
         STRING R-A DELIMITED BY SPACE '/' DELIMITED BY SIZE
           R-B DELIMITED BY SPACE ' ' DELIMITED BY SIZE
           R-REASON DELIMITED BY SIZE
           INTO IT-ITEM.
         MOVE REJ-RUN-DT TO IT-SINCE.
         MOVE 'N' TO IT-HAS-VALUE.
         PERFORM 280-SHOW-ITEM.

        230-SCAN-LIFE.
         IF LF-A(LX) = R-A AND LF-B(LX) = R-B
            AND LF-REASON(LX) = R-REASON AND LF-DT(LX) >= REJ-RUN-DT
          MOVE 'Y' TO HIT-FL
         END-IF.
         ADD 1 TO LX.

        235-LIST-BREAKS.
         OPEN INPUT OPEN-FL.
         IF STTS-OPEN NOT = ZEROS
          MOVE 'N' TO QC-AVAIL(QX)
          EXIT PARAGRAPH
         END-IF.
         PERFORM 236-ONE-BREAK UNTIL IS-EOF.
         CLOSE OPEN-FL.

        236-ONE-BREAK.
         READ OPEN-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF BO-STATUS = 'OPEN'
            MOVE SPACES TO IT-ITEM
            STRING 'BREAK ' BO-ID ' ' BO-TEXT DELIMITED BY SIZE
             INTO IT-ITEM
            MOVE BO-FIRST-DT TO IT-SINCE
            MOVE 'N' TO IT-HAS-VALUE
            PERFORM 280-SHOW-ITEM
           END-IF
         END-READ.
         IF STTS-OPEN NOT = ZEROS AND STTS-OPEN NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        240-LIST-ALERTS.
         MOVE 0 TO ACK-CT.
         OPEN INPUT ACK-FL.
         IF STTS-ACK = ZEROS
          PERFORM 241-LOAD-ONE-ACK UNTIL IS-EOF
          CLOSE ACK-FL
         END-IF.
         MOVE 'N' TO EOF-FL.
         OPEN INPUT ALRT-FL.
         IF STTS-ALRT NOT = ZEROS
          MOVE 'N' TO QC-AVAIL(QX)
          EXIT PARAGRAPH
         END-IF.
         PERFORM 242-ONE-ALERT UNTIL IS-EOF.
         CLOSE ALRT-FL.

        241-LOAD-ONE-ACK.
         READ ACK-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF ACK-CT < 999
            ADD 1 TO ACK-CT
            MOVE ACK-ALRT-SEQ TO AK-SEQ(ACK-CT)
            MOVE ACK-ALRT-TYPE TO AK-TYPE(ACK-CT)
            IF ACK-ALRT-TS IS NUMERIC
             MOVE ACK-ALRT-TS TO AK-TS(ACK-CT)
            ELSE
             MOVE ZEROS TO AK-TS(ACK-CT)
            END-IF
           END-IF
         END-READ.
         IF STTS-ACK NOT = ZEROS AND STTS-ACK NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        242-ONE-ALERT.
         READ ALRT-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF ALRT-RCRD(1:3) NOT = '===' AND ALRT-SEQ IS NUMERIC
            PERFORM 243-CHECK-ACKED
           END-IF
         END-READ.
         IF STTS-ALRT NOT = ZEROS AND STTS-ALRT NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        243-CHECK-ACKED.
      * SAME KEY AS THE ALERT WORKSTATION: RAISE TIMESTAMP, SEQUENCE
      * AND TYPE
         MOVE 'N' TO HIT-FL.
         MOVE 1 TO AX.
         PERFORM 244-SCAN-ACK UNTIL AX > ACK-CT OR IS-HIT.
         IF IS-HIT
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO IT-ITEM.
         STRING ALRT-TYPE ' ' DELIMITED BY SIZE
           ALRT-A DELIMITED BY SPACE ' ' ALRT-MSG DELIMITED BY SIZE
           INTO IT-ITEM.
         IF ALRT-DT IS NUMERIC
          MOVE ALRT-DT TO IT-SINCE
         ELSE
          MOVE ZEROS TO IT-SINCE
         END-IF.
         MOVE 'N' TO IT-HAS-VALUE.
         PERFORM 280-SHOW-ITEM.

        244-SCAN-ACK.
         IF AK-TS(AX) = ALRT-TS AND AK-SEQ(AX) = ALRT-SEQ
            AND AK-TYPE(AX) = ALRT-TYPE
          MOVE 'Y' TO HIT-FL
         END-IF.
         ADD 1 TO AX.

        250-LIST-UNCONFIRMED.
         OPEN INPUT UNCF-FL.
         IF STTS-UNCF NOT = ZEROS
          MOVE 'N' TO QC-AVAIL(QX)
          EXIT PARAGRAPH
         END-IF.
         PERFORM 251-ONE-UNCONFIRMED UNTIL IS-EOF.
         CLOSE UNCF-FL.

        251-ONE-UNCONFIRMED.
         READ UNCF-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           MOVE SPACES TO IT-ITEM
           STRING 'JRNL ' UC-DT '/' UC-SEQ ' ' UC-ACCT ' ' UC-DRCR
            DELIMITED BY SIZE INTO IT-ITEM
           MOVE UC-DT TO IT-SINCE
           MOVE UC-AMT TO IT-VALUE
           MOVE 'Y' TO IT-HAS-VALUE
           PERFORM 280-SHOW-ITEM
         END-READ.
         IF STTS-UNCF NOT = ZEROS AND STTS-UNCF NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        255-LIST-SUSPENDED.
         OPEN INPUT SHL-FL.
         IF STTS-SHL NOT = ZEROS
          MOVE 'N' TO QC-AVAIL(QX)
          EXIT PARAGRAPH
         END-IF.
         PERFORM 256-ONE-SUSPENDED UNTIL IS-EOF.
         CLOSE SHL-FL.

        256-ONE-SUSPENDED.
         READ SHL-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           MOVE SPACES TO IT-ITEM
           STRING SHL-A DELIMITED BY SPACE '/' DELIMITED BY SIZE
            SHL-B DELIMITED BY SPACE ' ' DELIMITED BY SIZE
            SHL-DT ' ' SHL-ENT DELIMITED BY SIZE
            INTO IT-ITEM
           MOVE SHL-DT TO IT-SINCE
           MOVE SHL-V TO IT-VALUE
           MOVE 'Y' TO IT-HAS-VALUE
           PERFORM 280-SHOW-ITEM
         END-READ.
         IF STTS-SHL NOT = ZEROS AND STTS-SHL NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        260-LIST-MANUAL-RATES.
         OPEN INPUT MRT-FL.
         IF STTS-MRT NOT = ZEROS
          MOVE 'N' TO QC-AVAIL(QX)
          EXIT PARAGRAPH
         END-IF.
         PERFORM 261-ONE-MANUAL-RATE UNTIL IS-EOF.
         CLOSE MRT-FL.

        261-ONE-MANUAL-RATE.
      * ONLY PROPOSALS STILL WAITING FOR A CHECKER
         READ MRT-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF MRT-STATUS = 'P'
            MOVE ZEROS TO PR-RATE
            IF MRT-DEN IS NUMERIC AND MRT-DEN > 0
               AND MRT-NUM IS NUMERIC
             COMPUTE PR-RATE ROUNDED = MRT-NUM / MRT-DEN
            END-IF
            MOVE PR-RATE TO ED-RATE
            MOVE SPACES TO IT-ITEM
            STRING MRT-ID ' ' DELIMITED BY SIZE
             MRT-A DELIMITED BY SPACE '/' DELIMITED BY SIZE
             MRT-B DELIMITED BY SPACE ' ' ED-RATE DELIMITED BY SIZE
             INTO IT-ITEM
            MOVE MRT-PROP-TS(1:8) TO IT-SINCE
            MOVE 'N' TO IT-HAS-VALUE
            PERFORM 280-SHOW-ITEM
           END-IF
         END-READ.
         IF STTS-MRT NOT = ZEROS AND STTS-MRT NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        265-LIST-ADJUSTMENTS.
         OPEN INPUT ADJ-FL.
         IF STTS-ADJ NOT = ZEROS
          MOVE 'N' TO QC-AVAIL(QX)
          EXIT PARAGRAPH
         END-IF.
         MOVE ZEROS TO PA-ID.
         PERFORM 266-ONE-ADJUST-LINE UNTIL IS-EOF.
         CLOSE ADJ-FL.
         IF PA-ID NOT = ZEROS
          PERFORM 267-SHOW-ADJUSTMENT
         END-IF.

        266-ONE-ADJUST-LINE.
      * THE LINES OF ONE ADJUSTMENT ARE KEPT TOGETHER ON THE FILE;
      * THE ITEM IS THE ADJUSTMENT, VALUED BY ITS DEBITS
         READ ADJ-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF ADJ-STATUS = 'P'
            IF ADJ-ID NOT = PA-ID
             IF PA-ID NOT = ZEROS
              PERFORM 267-SHOW-ADJUSTMENT
             END-IF
             MOVE ADJ-ID TO PA-ID
             MOVE ADJ-ENT TO PA-ENT
             MOVE ADJ-MAKER TO PA-MAKER
             MOVE ADJ-PROP-TS(1:8) TO PA-SINCE
             MOVE ZEROS TO PA-DR
            END-IF
            IF ADJ-DRCR = 'DR'
             ADD ADJ-AMT TO PA-DR
            END-IF
           END-IF
         END-READ.
         IF STTS-ADJ NOT = ZEROS AND STTS-ADJ NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        267-SHOW-ADJUSTMENT.
         MOVE SPACES TO IT-ITEM.
         STRING 'ADJ ' PA-ID ' ' PA-ENT ' BY ' PA-MAKER
           DELIMITED BY SIZE INTO IT-ITEM.
         MOVE PA-SINCE TO IT-SINCE.
         MOVE PA-DR TO IT-VALUE.
         MOVE 'Y' TO IT-HAS-VALUE.
         PERFORM 280-SHOW-ITEM.

        280-SHOW-ITEM.
         PERFORM 285-COMPUTE-BUS-AGE.
         ADD 1 TO QC-ITEMS(QX).
         ADD 1 TO CT-TOTAL.
         IF IT-AGE > QC-OLDEST(QX)
          MOVE IT-AGE TO QC-OLDEST(QX)
         END-IF.
         MOVE IT-AGE TO ED-AGE.
         MOVE SPACES TO ED-LINE.
         IF IT-HAS-VALUE = 'Y'
          ADD IT-VALUE TO QC-VALUE(QX)
          MOVE 'Y' TO QC-VALUED(QX)
          MOVE IT-VALUE TO ED-VALUE
          STRING ' ' QU-NAME(QX) ' ' IT-ITEM ' ' IT-SINCE ' ' ED-AGE
           ' ' ED-VALUE ' ' QU-PGM(QX)
           DELIMITED BY SIZE INTO ED-LINE
         ELSE
          STRING ' ' QU-NAME(QX) ' ' IT-ITEM ' ' IT-SINCE ' ' ED-AGE
           '                     ' QU-PGM(QX)
           DELIMITED BY SIZE INTO ED-LINE
         END-IF.
         DISPLAY ED-LINE.

        285-COMPUTE-BUS-AGE.
      * BUSINESS DAYS SINCE THE ITEM STARTED WAITING, AS BRKM0001
      * AGES ITS BREAKS: WEEKENDS AND CALENDAR HOLIDAYS DO NOT COUNT
         MOVE ZEROS TO IT-AGE.
         IF IT-SINCE IS NOT NUMERIC OR IT-SINCE = ZEROS
            OR IT-SINCE > TODAY-DT
          EXIT PARAGRAPH
         END-IF.
         COMPUTE WRK-INT = FUNCTION INTEGER-OF-DATE(IT-SINCE).
         PERFORM 286-COUNT-ONE-DAY UNTIL WRK-INT NOT < TODAY-INT.

        286-COUNT-ONE-DAY.
         ADD 1 TO WRK-INT.
         COMPUTE WRK-DOW = FUNCTION MOD(WRK-INT, 7).
         IF WRK-DOW = 0 OR WRK-DOW = 6
          EXIT PARAGRAPH
         END-IF.
         MOVE FUNCTION DATE-OF-INTEGER(WRK-INT) TO WRK-DT.
         MOVE 'N' TO HOL-HIT-FL.
         MOVE 1 TO HOL-IX.
         PERFORM 287-SCAN-HOLIDAY UNTIL HOL-IX > HOL-CT
           OR HOL-IS-HIT.
         IF NOT HOL-IS-HIT
          ADD 1 TO IT-AGE
         END-IF.

        287-SCAN-HOLIDAY.
         IF HOL-ENTRY(HOL-IX) = WRK-DT
          MOVE 'Y' TO HOL-HIT-FL
         ELSE
          ADD 1 TO HOL-IX
         END-IF.

        290-SHOW-QUEUE-COUNT.
         IF SEL-QUEUE NOT = SPACES AND SEL-QUEUE NOT = QU-NAME(QX)
          ADD 1 TO QX
          EXIT PARAGRAPH
         END-IF.
         MOVE QC-ITEMS(QX) TO ED-ITEMS.
         MOVE QC-OLDEST(QX) TO ED-AGE.
         MOVE QC-VALUE(QX) TO ED-VALUE.
         MOVE SPACES TO ED-LINE.
         IF QC-AVAIL(QX) = 'N'
          STRING ' ' QU-NAME(QX) ' ' ED-ITEMS '  (NO FILE)'
           '           ' QU-PGM(QX)
           DELIMITED BY SIZE INTO ED-LINE
         ELSE
          IF QC-VALUED(QX) = 'Y'
           STRING ' ' QU-NAME(QX) ' ' ED-ITEMS ' ' ED-AGE ' '
            ED-VALUE ' ' QU-PGM(QX)
            DELIMITED BY SIZE INTO ED-LINE
          ELSE
           STRING ' ' QU-NAME(QX) ' ' ED-ITEMS ' ' ED-AGE
            '                     ' QU-PGM(QX)
            DELIMITED BY SIZE INTO ED-LINE
          END-IF
         END-IF.
         DISPLAY ED-LINE.
         ADD 1 TO QX.

        300-END.
         DISPLAY '-- PENDING WORK SUMMARY --'.
         DISPLAY ' ITEMS WAITING: ' CT-TOTAL.
         IF CT-TOTAL > 0 AND RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: PNDQ0001'.
       END PROGRAM PNDQ0001.
