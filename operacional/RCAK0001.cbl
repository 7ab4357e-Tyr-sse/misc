      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - BAIXA PELO OPERADOR DE UM RECOLHIMENTO
      *          ABERTO PELO RCLL0001 EM RCLLREG.txt: PEDE O NUMERO DO
      *          RECOLHIMENTO E UMA NOTA (COMO O DESTINATARIO FOI
      *          AVISADO), CONFERE QUE ELE EXISTE E AINDA ESTA ABERTO E
      *          GRAVA O EVENTO HANDLED; EXIGE O PAPEL DLVRACK NO
      *          CADASTRO DE OPERADORES, COMO O ODAK0001
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. RCAK0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT RL-FL ASSIGN RL-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RL.

       DATA DIVISION.
        FILE SECTION.
         FD RL-FL.
         01 RL-RCRD.
           COPY RCLLREC.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'RCAK0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 RL-FL-PATH                PIC X(80)
             VALUE '.\..\fls\RCLLREG.txt'.
         77 RL-FL-PATH-ENV            PIC X(80).
         77 STTS-RL                                        PIC 99.
         77 RL-EOF-FL                                      PIC X.
          88 RL-IS-EOF                                     VALUE 'Y'.
         77 MORE-FL                                    PIC X VALUE 'Y'.
          88 IS-MORE                                       VALUE 'Y'.
         77 ANS-OPER                                       PIC X(3).
         77 OPRV-FUNC                                  PIC X(3).
         77 OPRV-ROLE                                  PIC X(8).
         77 OPRV-PGM                                   PIC X(8).
         77 OPRV-RC                                    PIC 99.
         77 OPRV-SAVED-RC                        PIC S9(9) COMP-5.
         77 ANS-ID                                         PIC X(6).
         77 ANS-NOTE                                       PIC X(30).
         77 ANS-AGAIN                                      PIC X.
         77 SEL-ID                                         PIC 9(6).
         77 CT-RECORDED                         PIC 9(4) VALUE ZEROS.
         77 CT-REJECTED                         PIC 9(4) VALUE ZEROS.

      * STATE OF THE RECALL ASKED FOR: N = NOT ON RECORD, O = OPEN,
      * H = ALREADY HANDLED
         77 RCL-STATE                                      PIC X.
         01 RCL-WORK.
           COPY RCLLREC.

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
         DISPLAY 'MAIN: RCAK0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: RCAK0001'.
         ACCEPT RL-FL-PATH-ENV FROM ENVIRONMENT 'RCLL0001_REGFILE'.
         IF RL-FL-PATH-ENV NOT = SPACES
          MOVE RL-FL-PATH-ENV TO RL-FL-PATH
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: RCAK0001'.
         DISPLAY 'DOWNSTREAM RECALL - MARK HANDLED'.
         DISPLAY 'OPERATOR INITIALS: '.
         ACCEPT ANS-OPER.
         IF ANS-OPER = SPACES
          DISPLAY 'OPERATOR INITIALS REQUIRED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 290-SIGN-ON-OPERATOR.
         PERFORM 201-ONE-RECALL UNTIL NOT IS-MORE.

        201-ONE-RECALL.
         DISPLAY 'RECALL NUMBER (BLANK = STOP): '.
         ACCEPT ANS-ID.
         IF ANS-ID = SPACES
          MOVE 'N' TO MORE-FL
          EXIT PARAGRAPH
         END-IF.
         IF ANS-ID IS NOT NUMERIC
          DISPLAY 'REJECTED: GIVE THE SIX-DIGIT RECALL NUMBER'
          ADD 1 TO CT-REJECTED
          PERFORM 209-ASK-AGAIN
          EXIT PARAGRAPH
         END-IF.
         MOVE ANS-ID TO SEL-ID.
         PERFORM 220-FIND-RECALL.
         EVALUATE RCL-STATE
          WHEN 'N'
           DISPLAY 'REJECTED: NO RECALL ' SEL-ID ' ON RECORD'
           ADD 1 TO CT-REJECTED
           PERFORM 209-ASK-AGAIN
           EXIT PARAGRAPH
          WHEN 'H'
           DISPLAY 'REJECTED: RECALL ' SEL-ID ' ALREADY HANDLED BY '
            RL-OPER OF RCL-WORK
           ADD 1 TO CT-REJECTED
           PERFORM 209-ASK-AGAIN
           EXIT PARAGRAPH
         END-EVALUATE.
         DISPLAY '  ' RL-DLV-ID OF RCL-WORK ' TO '
           RL-RECIP OF RCL-WORK ' REF ' RL-DLV-REF OF RCL-WORK.
         DISPLAY '  REVERSED ' RL-A OF RCL-WORK '/' RL-B OF RCL-WORK
          ' DT ' RL-DT OF RCL-WORK.
         DISPLAY 'HOW WAS THE RECIPIENT TOLD (NOTE): '.
         ACCEPT ANS-NOTE.
         IF ANS-NOTE = SPACES
          DISPLAY 'REJECTED: A NOTE IS REQUIRED TO CLOSE A RECALL'
          ADD 1 TO CT-REJECTED
          PERFORM 209-ASK-AGAIN
          EXIT PARAGRAPH
         END-IF.
         PERFORM 210-RECORD-HANDLED.
         PERFORM 209-ASK-AGAIN.

        209-ASK-AGAIN.
         DISPLAY 'ANOTHER RECALL? (Y/N)'.
         ACCEPT ANS-AGAIN.
         IF ANS-AGAIN NOT = 'Y' AND ANS-AGAIN NOT = 'y'
          MOVE 'N' TO MORE-FL
         END-IF.

        210-RECORD-HANDLED.
         MOVE RCL-WORK TO RL-RCRD.
         MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TS OF RL-RCRD.
         MOVE 'HANDLED' TO RL-EVENT OF RL-RCRD.
         MOVE ANS-OPER TO RL-OPER OF RL-RCRD.
         MOVE ANS-NOTE TO RL-NOTE OF RL-RCRD.
         OPEN EXTEND RL-FL.
         IF STTS-RL NOT = ZEROS
          DISPLAY 'REJECTED: CANNOT OPEN RECALL REGISTER, STATUS = '
           STTS-RL
          ADD 1 TO CT-REJECTED
          EXIT PARAGRAPH
         END-IF.
         WRITE RL-RCRD.
         CLOSE RL-FL.
         ADD 1 TO CT-RECORDED.
         DISPLAY 'RECORDED: RECALL ' SEL-ID ' HANDLED BY ' ANS-OPER.

        220-FIND-RECALL.
         MOVE 'N' TO RCL-STATE.
         MOVE 'N' TO RL-EOF-FL.
         OPEN INPUT RL-FL.
         IF STTS-RL NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 221-CHECK-ONE-EVENT UNTIL RL-IS-EOF.
         CLOSE RL-FL.

        221-CHECK-ONE-EVENT.
         READ RL-FL
          AT END
           MOVE 'Y' TO RL-EOF-FL
          NOT AT END
           IF RL-ID OF RL-RCRD IS NUMERIC
              AND RL-ID OF RL-RCRD = SEL-ID
            IF RL-EVENT OF RL-RCRD = 'OPENED'
             MOVE RL-RCRD TO RCL-WORK
             MOVE 'O' TO RCL-STATE
            ELSE
             IF RCL-STATE = 'O'
              MOVE RL-OPER OF RL-RCRD TO RL-OPER OF RCL-WORK
              MOVE 'H' TO RCL-STATE
             END-IF
            END-IF
           END-IF
         END-READ.
         IF STTS-RL NOT = ZEROS AND STTS-RL NOT = 10
          DISPLAY 'I/O ERROR ON RECALL REGISTER, STATUS = ' STTS-RL
          MOVE 'Y' TO RL-EOF-FL
         END-IF.

        290-SIGN-ON-OPERATOR.
      * THE SAME DLVRACK ROLE THAT CLOSES AN OUTBOUND DELIVERY ON THE
      * RECIPIENT'S BEHALF CLOSES A RECALL OF ONE
         MOVE 'ON' TO OPRV-FUNC.
         MOVE 'DLVRACK' TO OPRV-ROLE.
         MOVE 'RCAK0001' TO OPRV-PGM.
         MOVE RETURN-CODE TO OPRV-SAVED-RC.
         CALL 'OPRV0001' USING OPRV-FUNC ANS-OPER OPRV-ROLE
           OPRV-PGM OPRV-RC
          ON EXCEPTION
           MOVE ZEROS TO OPRV-RC
         END-CALL.
         MOVE OPRV-SAVED-RC TO RETURN-CODE.
         IF OPRV-RC NOT = ZEROS
          DISPLAY 'SIGN-ON REFUSED, SESSION ENDED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        291-SIGN-OFF-OPERATOR.
         MOVE 'OFF' TO OPRV-FUNC.
         MOVE RETURN-CODE TO OPRV-SAVED-RC.
         CALL 'OPRV0001' USING OPRV-FUNC ANS-OPER OPRV-ROLE
           OPRV-PGM OPRV-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE OPRV-SAVED-RC TO RETURN-CODE.

        300-END.
         PERFORM 291-SIGN-OFF-OPERATOR.
         DISPLAY '-- RECALL HANDLING SUMMARY --'.
         DISPLAY ' RECORDED: ' CT-RECORDED.
         DISPLAY ' REJECTED: ' CT-REJECTED.
         IF CT-REJECTED > 0 AND RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: RCAK0001'.
         GOBACK.
       END PROGRAM RCAK0001.
