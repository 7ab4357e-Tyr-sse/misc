      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - AJUSTES MANUAIS DE RAZAO COM DUPLA
      *          CHECAGEM (ADJUST.txt): UM OPERADOR COM PAPEL ADJENTR
      *          DIGITA AS LINHAS DO AJUSTE (CONTA, D/C, MOEDA, VALOR,
      *          ENTIDADE) COM O MOTIVO, E O AJUSTE SO E ACEITO SE
      *          DEBITO = CREDITO EM CADA MOEDA; OUTRO OPERADOR, COM
      *          PAPEL ADJAPPR E DIFERENTE DO PROPONENTE, APROVA OU
      *          REJEITA. OS APROVADOS SAEM NO PROXIMO EXPORT DO
      *          JRNL0001 COMO LINHAS 'ADJ', E TUDO VAI PARA A TRILHA
      *          ADJAUD.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. ADJM0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT ADJ-FL ASSIGN ADJ-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ADJ.

       DATA DIVISION.
        FILE SECTION.
         FD ADJ-FL.
         01 ADJ-RCRD.
          COPY ADJREC.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'ADJM0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 ADJ-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ADJUST.txt'.
         77 AUD-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ADJAUD.txt'.
         77 ADJ-FL-PATH-ENV           PIC X(80).
         77 AUD-FL-PATH-ENV           PIC X(80).

         77 STTS-ADJ                                       PIC 99.
         77 AUD-REC                                        PIC X(160).
         77 AUD-WIDTH                          PIC 9(3) VALUE 160.
         77 AUDC-RC                                        PIC 99.
         77 ADJ-EOF-FL                               PIC X VALUE 'N'.
          88 ADJ-IS-EOF                                    VALUE 'Y'.

         77 ADJ-CT                                     PIC 9(4) COMP.
         77 ADJ-IX                                     PIC 9(4) COMP.
         77 SHOW-IX                                    PIC 9(4) COMP.
         77 AUD-IX                                     PIC 9(4) COMP.
         77 NEXT-ID                             PIC 9(6) VALUE ZEROS.
         01 ADJ-TBL.
          02 ADJ-ENTRY OCCURS 999 TIMES.
           COPY ADJREC REPLACING LEADING ==ADJ-== BY ==AJ-==.

      * LINES OF THE ADJUSTMENT BEING KEYED, HELD UNTIL IT BALANCES
         77 NEW-CT                                     PIC 9(4) COMP.
         77 NEW-IX                                     PIC 9(4) COMP.
         01 NEW-TBL.
          02 NEW-ENTRY OCCURS 99 TIMES.
           03 NW-ACCT                                      PIC X(8).
           03 NW-DRCR                                      PIC X(2).
           03 NW-CUR                                       PIC X(10).
           03 NW-AMT                                    PIC 9(13)V99.
           03 NW-ENT                                       PIC X(4).
         77 BAL-CT                                     PIC 9(4) COMP.
         77 BAL-IX                                     PIC 9(4) COMP.
         77 BAL-FOUND-FL                                   PIC X.
          88 BAL-IS-FOUND                                  VALUE 'Y'.
         01 BAL-TBL.
          02 BAL-ENTRY OCCURS 99 TIMES.
           03 BL-CUR                                       PIC X(10).
           03 BL-DR                                     PIC 9(15)V99.
           03 BL-CR                                     PIC 9(15)V99.

         77 ANS-OPER                                       PIC X(3).
         77 ANS-MODE                                       PIC X.
         77 ANS-ACTION                                     PIC X.
         77 ANS-AGAIN                                      PIC X.
         77 MORE-FL                                  PIC X VALUE 'Y'.
          88 IS-MORE                                       VALUE 'Y'.
         77 LINE-MORE-FL                                   PIC X.
          88 LINE-IS-MORE                                  VALUE 'Y'.
         77 SIGNED-ON-FL                             PIC X VALUE 'N'.
          88 IS-SIGNED-ON                                  VALUE 'Y'.
         77 DIRTY-FL                                 PIC X VALUE 'N'.
          88 IS-DIRTY                                      VALUE 'Y'.

         77 OPRV-FUNC                                  PIC X(3).
         77 OPRV-ROLE                                  PIC X(8).
         77 OPRV-PGM                                   PIC X(8).
         77 OPRV-RC                                    PIC 99.

         77 FLD-ACCT                                       PIC X(8).
         77 FLD-DRCR                                       PIC X(2).
         77 FLD-CUR                                        PIC X(10).
         77 FLD-AMT                                        PIC X(18).
         77 FLD-ENT                                        PIC X(4).
         77 FLD-REASON                                     PIC X(40).
         77 WRK-REASON                                     PIC X(40).
         77 LINE-REASON                                    PIC X(30).
         77 WRK-AMT                                     PIC 9(13)V99.
         77 AMT-OK-FL                                      PIC X.
          88 AMT-IS-OK                                     VALUE 'Y'.
         77 AMT-IX                                         PIC 99.
         77 AMT-INT-CT                                     PIC 99.
         77 AMT-DEC-CT                                     PIC 99.
         77 AMT-DOT-CT                                     PIC 99.
         77 AMT-END-FL                                     PIC X.
          88 AMT-HAS-ENDED                                 VALUE 'Y'.

         77 SAVED-RC                  PIC S9(9) COMP-5.
         77 TODAY-DT                                       PIC 9(8).
         77 TODAY-TS                                       PIC 9(14).
         77 PURGE-DAYS                          PIC 9(3) VALUE 30.
         77 PURGE-DT                                       PIC 9(8).
         77 AUD-BY                                         PIC X(3).
         77 AUD-NOTE                                       PIC X(12).
         77 ED-AMT                                 PIC Z(12)9.99.
         77 ED-DR                                  PIC Z(14)9.99.
         77 ED-CR                                  PIC Z(14)9.99.

         77 CT-PROPOSED                         PIC 9(4) VALUE ZEROS.
         77 CT-REFUSED                          PIC 9(4) VALUE ZEROS.
         77 CT-APPROVED                         PIC 9(4) VALUE ZEROS.
         77 CT-REJECTED                         PIC 9(4) VALUE ZEROS.
         77 CT-KEPT                             PIC 9(4) VALUE ZEROS.
         77 CT-LISTED                           PIC 9(4) VALUE ZEROS.
         77 CT-PURGED                           PIC 9(4) VALUE ZEROS.



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
         DISPLAY 'MAIN: ADJM0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: ADJM0001'.
         ACCEPT ADJ-FL-PATH-ENV FROM ENVIRONMENT 'ADJM0001_ADJFILE'.
         IF ADJ-FL-PATH-ENV NOT = SPACES
          MOVE ADJ-FL-PATH-ENV TO ADJ-FL-PATH
         END-IF.
         ACCEPT AUD-FL-PATH-ENV FROM ENVIRONMENT 'ADJM0001_AUDFILE'.
         IF AUD-FL-PATH-ENV NOT = SPACES
          MOVE AUD-FL-PATH-ENV TO AUD-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO TODAY-TS.
         MOVE TODAY-TS(1:8) TO TODAY-DT.
         COMPUTE PURGE-DT = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(TODAY-DT) - PURGE-DAYS).
         MOVE 0 TO ADJ-CT.
         PERFORM 101-LOAD-REGISTER.

        101-LOAD-REGISTER.
      * NO REGISTER YET IS NORMAL BEFORE THE FIRST ADJUSTMENT
         OPEN INPUT ADJ-FL.
         IF STTS-ADJ NOT = ZEROS
          DISPLAY 'NO ADJUSTMENT REGISTER YET (' ADJ-FL-PATH ')'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 102-LOAD-ONE-ADJ UNTIL ADJ-IS-EOF.
         CLOSE ADJ-FL.

        102-LOAD-ONE-ADJ.
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
           IF ADJ-ID > NEXT-ID
            MOVE ADJ-ID TO NEXT-ID
           END-IF
         END-READ.
         IF STTS-ADJ NOT = ZEROS AND STTS-ADJ NOT = 10
          DISPLAY 'I/O ERROR READING ADJ-FL, STATUS = ' STTS-ADJ
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: ADJM0001'.
         DISPLAY 'OPERATOR INITIALS: '.
         ACCEPT ANS-OPER.
         IF ANS-OPER = SPACES
          DISPLAY 'OPERATOR INITIALS REQUIRED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         DISPLAY 'PROPOSE, APPROVE OR LIST? (P/A/L)'.
         ACCEPT ANS-MODE.
         EVALUATE ANS-MODE
          WHEN 'P'
          WHEN 'p'
           MOVE 'P' TO ANS-MODE
           MOVE 'ADJENTR' TO OPRV-ROLE
          WHEN 'A'
          WHEN 'a'
           MOVE 'A' TO ANS-MODE
           MOVE 'ADJAPPR' TO OPRV-ROLE
          WHEN 'L'
          WHEN 'l'
           MOVE 'L' TO ANS-MODE
           MOVE SPACES TO OPRV-ROLE
          WHEN OTHER
           DISPLAY 'UNKNOWN OPTION ' ANS-MODE
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-EVALUATE.
         PERFORM 210-SIGN-ON.
         IF NOT IS-SIGNED-ON
          DISPLAY 'SIGN-ON REFUSED, NOTHING CHANGED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         EVALUATE ANS-MODE
          WHEN 'P'
           PERFORM 230-PROPOSE-ONE UNTIL NOT IS-MORE
          WHEN 'A'
           MOVE 1 TO ADJ-IX
           PERFORM 240-REVIEW-ONE UNTIL ADJ-IX > ADJ-CT
          WHEN 'L'
           MOVE 1 TO ADJ-IX
           PERFORM 250-LIST-ONE UNTIL ADJ-IX > ADJ-CT
         END-EVALUATE.
         IF IS-DIRTY
          PERFORM 260-REWRITE-REGISTER
         END-IF.

        210-SIGN-ON.
         MOVE 'ON' TO OPRV-FUNC.
         MOVE 'ADJM0001' TO OPRV-PGM.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'OPRV0001' USING OPRV-FUNC ANS-OPER OPRV-ROLE
           OPRV-PGM OPRV-RC
          ON EXCEPTION
           MOVE ZEROS TO OPRV-RC
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.
         IF OPRV-RC = ZEROS
          MOVE 'Y' TO SIGNED-ON-FL
         END-IF.

        230-PROPOSE-ONE.
         MOVE SPACES TO WRK-REASON.
         MOVE 0 TO NEW-CT.
         MOVE 'Y' TO LINE-MORE-FL.
         DISPLAY 'REASON FOR THE ADJUSTMENT: '.
         ACCEPT FLD-REASON.
         DISPLAY 'KEY THE LINES; A BLANK ACCOUNT ENDS THE ADJUSTMENT'.
         PERFORM 231-KEY-ONE-LINE UNTIL NOT LINE-IS-MORE.
         IF FLD-REASON = SPACES
          MOVE 'A REASON IS MANDATORY' TO WRK-REASON
         END-IF.
         IF WRK-REASON = SPACES
          PERFORM 233-CHECK-BALANCE
         END-IF.
         IF WRK-REASON NOT = SPACES
          ADD 1 TO CT-REFUSED
          DISPLAY 'REJECTED: ' WRK-REASON
         ELSE
          PERFORM 235-ADD-ADJUSTMENT
         END-IF.
         DISPLAY 'ANOTHER ADJUSTMENT? (Y/N)'.
         ACCEPT ANS-AGAIN.
         IF ANS-AGAIN NOT = 'Y' AND ANS-AGAIN NOT = 'y'
          MOVE 'N' TO MORE-FL
         END-IF.

        231-KEY-ONE-LINE.
         COMPUTE NEW-IX = NEW-CT + 1.
         DISPLAY 'LINE ' NEW-IX ' ACCOUNT (BLANK = END): '.
         ACCEPT FLD-ACCT.
         IF FLD-ACCT = SPACES
          MOVE 'N' TO LINE-MORE-FL
          EXIT PARAGRAPH
         END-IF.
         DISPLAY 'DR OR CR: '.
         ACCEPT FLD-DRCR.
         DISPLAY 'CURRENCY: '.
         ACCEPT FLD-CUR.
         DISPLAY 'AMOUNT (E.G. 1234.56): '.
         ACCEPT FLD-AMT.
         DISPLAY 'ENTITY (BLANK = NONE): '.
         ACCEPT FLD-ENT.
         PERFORM 232-VALIDATE-LINE.
         IF LINE-REASON NOT = SPACES
          DISPLAY 'LINE REFUSED: ' LINE-REASON ', KEY IT AGAIN'
          EXIT PARAGRAPH
         END-IF.
         IF NEW-CT >= 99
          DISPLAY 'AN ADJUSTMENT HOLDS AT MOST 99 LINES'
          MOVE 'N' TO LINE-MORE-FL
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO NEW-CT.
         MOVE FLD-ACCT TO NW-ACCT(NEW-CT).
         MOVE FLD-DRCR TO NW-DRCR(NEW-CT).
         MOVE FLD-CUR TO NW-CUR(NEW-CT).
         MOVE WRK-AMT TO NW-AMT(NEW-CT).
         MOVE FLD-ENT TO NW-ENT(NEW-CT).

        232-VALIDATE-LINE.
         MOVE SPACES TO LINE-REASON.
         IF FLD-ACCT NOT NUMERIC
          MOVE 'ACCOUNT MUST BE 8 DIGITS' TO LINE-REASON
          EXIT PARAGRAPH
         END-IF.
         IF FLD-DRCR = 'dr'
          MOVE 'DR' TO FLD-DRCR
         END-IF.
         IF FLD-DRCR = 'cr'
          MOVE 'CR' TO FLD-DRCR
         END-IF.
         IF FLD-DRCR NOT = 'DR' AND FLD-DRCR NOT = 'CR'
          MOVE 'SIDE MUST BE DR OR CR' TO LINE-REASON
          EXIT PARAGRAPH
         END-IF.
         IF FLD-CUR = SPACES
          MOVE 'BLANK CURRENCY CODE' TO LINE-REASON
          EXIT PARAGRAPH
         END-IF.
         PERFORM 910-CHECK-AMOUNT.
         IF NOT AMT-IS-OK
          MOVE 'BAD AMOUNT' TO LINE-REASON
          EXIT PARAGRAPH
         END-IF.
         IF WRK-AMT = 0
          MOVE 'ZERO AMOUNT' TO LINE-REASON
         END-IF.

        233-CHECK-BALANCE.
      * EACH CURRENCY MUST NET TO ZERO ON ITS OWN; THE LEDGER HAS NO
      * RATE TO OFFSET ONE CURRENCY AGAINST ANOTHER
         IF NEW-CT < 2
          MOVE 'AN ADJUSTMENT NEEDS TWO LINES OR MORE'
           TO WRK-REASON
          EXIT PARAGRAPH
         END-IF.
         MOVE 0 TO BAL-CT.
         MOVE 1 TO NEW-IX.
         PERFORM 234-SUM-ONE-LINE UNTIL NEW-IX > NEW-CT.
         MOVE 1 TO BAL-IX.
         PERFORM 237-CHECK-ONE-CUR UNTIL BAL-IX > BAL-CT.

        234-SUM-ONE-LINE.
         MOVE 'N' TO BAL-FOUND-FL.
         MOVE 1 TO BAL-IX.
         PERFORM 238-SCAN-BAL UNTIL BAL-IX > BAL-CT
          OR BAL-IS-FOUND.
         IF NOT BAL-IS-FOUND
          ADD 1 TO BAL-CT
          MOVE BAL-CT TO BAL-IX
          MOVE NW-CUR(NEW-IX) TO BL-CUR(BAL-IX)
          MOVE ZEROS TO BL-DR(BAL-IX)
          MOVE ZEROS TO BL-CR(BAL-IX)
         END-IF.
         IF NW-DRCR(NEW-IX) = 'DR'
          ADD NW-AMT(NEW-IX) TO BL-DR(BAL-IX)
         ELSE
          ADD NW-AMT(NEW-IX) TO BL-CR(BAL-IX)
         END-IF.
         ADD 1 TO NEW-IX.

        237-CHECK-ONE-CUR.
         MOVE BL-DR(BAL-IX) TO ED-DR.
         MOVE BL-CR(BAL-IX) TO ED-CR.
         DISPLAY ' ' BL-CUR(BAL-IX) ' DR ' ED-DR ' CR ' ED-CR.
         IF BL-DR(BAL-IX) NOT = BL-CR(BAL-IX)
            AND WRK-REASON = SPACES
          STRING 'DEBITS AND CREDITS DIFFER IN '
           BL-CUR(BAL-IX) DELIMITED BY SIZE INTO WRK-REASON
         END-IF.
         ADD 1 TO BAL-IX.

        238-SCAN-BAL.
         IF BL-CUR(BAL-IX) = NW-CUR(NEW-IX)
          MOVE 'Y' TO BAL-FOUND-FL
         ELSE
          ADD 1 TO BAL-IX
         END-IF.

        235-ADD-ADJUSTMENT.
         IF ADJ-CT + NEW-CT > 999
          DISPLAY 'ADJUSTMENT TABLE FULL, ADJUSTMENT NOT SAVED'
          MOVE 8 TO RETURN-CODE
          MOVE 'N' TO MORE-FL
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO NEXT-ID.
         MOVE 1 TO NEW-IX.
         PERFORM 236-ADD-ONE-LINE UNTIL NEW-IX > NEW-CT.
         ADD 1 TO CT-PROPOSED.
         MOVE 'Y' TO DIRTY-FL.
         DISPLAY 'PENDING APPROVAL: ADJUSTMENT ' NEXT-ID ', '
           NEW-CT ' LINE(S)'.

        236-ADD-ONE-LINE.
         ADD 1 TO ADJ-CT.
         MOVE ADJ-CT TO ADJ-IX.
         MOVE NEXT-ID TO AJ-ID(ADJ-IX).
         MOVE NEW-IX TO AJ-LINE(ADJ-IX).
         MOVE NW-ACCT(NEW-IX) TO AJ-ACCT(ADJ-IX).
         MOVE NW-DRCR(NEW-IX) TO AJ-DRCR(ADJ-IX).
         MOVE NW-CUR(NEW-IX) TO AJ-CUR(ADJ-IX).
         MOVE NW-AMT(NEW-IX) TO AJ-AMT(ADJ-IX).
         MOVE NW-ENT(NEW-IX) TO AJ-ENT(ADJ-IX).
         MOVE 'P' TO AJ-STATUS(ADJ-IX).
         MOVE ANS-OPER TO AJ-MAKER(ADJ-IX).
         MOVE TODAY-TS TO AJ-PROP-TS(ADJ-IX).
         MOVE SPACES TO AJ-CHECKER(ADJ-IX).
         MOVE ZEROS TO AJ-DEC-TS(ADJ-IX).
         MOVE ZEROS TO AJ-EXP-DT(ADJ-IX).
         MOVE FLD-REASON TO AJ-REASON(ADJ-IX).
         MOVE ANS-OPER TO AUD-BY.
         MOVE 'PROPOSED' TO AUD-NOTE.
         PERFORM 270-WRITE-AUDIT.
         ADD 1 TO NEW-IX.

        240-REVIEW-ONE.
      * THE LINES OF AN ADJUSTMENT ARE KEPT TOGETHER, LINE 1 FIRST;
      * THE DECISION IS TAKEN ON LINE 1 AND APPLIED TO ALL OF THEM
         IF AJ-STATUS(ADJ-IX) NOT = 'P' OR AJ-LINE(ADJ-IX) NOT = 1
          ADD 1 TO ADJ-IX
          EXIT PARAGRAPH
         END-IF.
         PERFORM 251-SHOW-ADJUSTMENT.
         IF AJ-MAKER(ADJ-IX) = ANS-OPER
          DISPLAY 'APPROVER IS THE MAKER, ADJUSTMENT LEFT PENDING'
          ADD 1 TO CT-KEPT
          ADD 1 TO ADJ-IX
          EXIT PARAGRAPH
         END-IF.
         DISPLAY 'APPROVE, REJECT OR SKIP? (A/R/S)'.
         ACCEPT ANS-ACTION.
         EVALUATE ANS-ACTION
          WHEN 'A'
          WHEN 'a'
           MOVE 'A' TO ANS-ACTION
           ADD 1 TO CT-APPROVED
           MOVE 'APPROVED' TO AUD-NOTE
           PERFORM 241-RECORD-DECISION
          WHEN 'R'
          WHEN 'r'
           MOVE 'R' TO ANS-ACTION
           ADD 1 TO CT-REJECTED
           MOVE 'REJECTED' TO AUD-NOTE
           PERFORM 241-RECORD-DECISION
          WHEN OTHER
           ADD 1 TO CT-KEPT
         END-EVALUATE.
         ADD 1 TO ADJ-IX.

        241-RECORD-DECISION.
         MOVE 'Y' TO DIRTY-FL.
         MOVE ANS-OPER TO AUD-BY.
         MOVE ADJ-IX TO SHOW-IX.
         PERFORM 242-DECIDE-ONE-LINE UNTIL SHOW-IX > ADJ-CT
          OR AJ-ID(SHOW-IX) NOT = AJ-ID(ADJ-IX).

        242-DECIDE-ONE-LINE.
         MOVE ANS-ACTION TO AJ-STATUS(SHOW-IX).
         MOVE ANS-OPER TO AJ-CHECKER(SHOW-IX).
         MOVE TODAY-TS TO AJ-DEC-TS(SHOW-IX).
         MOVE SHOW-IX TO AUD-IX.
         PERFORM 271-WRITE-LINE-AUDIT.
         ADD 1 TO SHOW-IX.

        250-LIST-ONE.
         IF (AJ-STATUS(ADJ-IX) = 'P' OR AJ-STATUS(ADJ-IX) = 'A')
            AND AJ-LINE(ADJ-IX) = 1
          PERFORM 251-SHOW-ADJUSTMENT
          ADD 1 TO CT-LISTED
         END-IF.
         ADD 1 TO ADJ-IX.

        251-SHOW-ADJUSTMENT.
         DISPLAY 'ADJUSTMENT ' AJ-ID(ADJ-IX) ' [' AJ-STATUS(ADJ-IX)
           '] MAKER ' AJ-MAKER(ADJ-IX) ' AT ' AJ-PROP-TS(ADJ-IX).
         DISPLAY '  REASON: ' AJ-REASON(ADJ-IX).
         MOVE ADJ-IX TO SHOW-IX.
         PERFORM 252-SHOW-ONE-LINE UNTIL SHOW-IX > ADJ-CT
          OR AJ-ID(SHOW-IX) NOT = AJ-ID(ADJ-IX).
         IF AJ-CHECKER(ADJ-IX) NOT = SPACES
          DISPLAY '  CHECKER ' AJ-CHECKER(ADJ-IX) ' AT '
            AJ-DEC-TS(ADJ-IX)
         END-IF.

        252-SHOW-ONE-LINE.
         MOVE AJ-AMT(SHOW-IX) TO ED-AMT.
         DISPLAY '  ' AJ-LINE(SHOW-IX) ' ' AJ-ACCT(SHOW-IX) ' '
           AJ-DRCR(SHOW-IX) ' ' AJ-CUR(SHOW-IX) ' ' ED-AMT ' '
           AJ-ENT(SHOW-IX).
         ADD 1 TO SHOW-IX.

        260-REWRITE-REGISTER.
      * REJECTED AND EXPORTED ADJUSTMENTS STAY PURGE-DAYS SO A RERUN
      * OF THE EXPORT CAN STILL FIND THEM; THE PERMANENT RECORD IS THE
      * AUDIT TRAIL
         OPEN OUTPUT ADJ-FL.
         IF STTS-ADJ NOT = ZEROS
          DISPLAY 'ERROR OPENING ADJ-FL, STATUS = ' STTS-ADJ
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO ADJ-IX.
         PERFORM 261-KEEP-ONE-ADJ UNTIL ADJ-IX > ADJ-CT.
         CLOSE ADJ-FL.

        261-KEEP-ONE-ADJ.
         EVALUATE TRUE
          WHEN AJ-STATUS(ADJ-IX) = 'R'
               AND AJ-DEC-TS(ADJ-IX)(1:8) < PURGE-DT
           ADD 1 TO CT-PURGED
          WHEN AJ-STATUS(ADJ-IX) = 'E'
               AND AJ-EXP-DT(ADJ-IX) < PURGE-DT
           ADD 1 TO CT-PURGED
          WHEN OTHER
           MOVE ADJ-ENTRY(ADJ-IX) TO ADJ-RCRD
           WRITE ADJ-RCRD
         END-EVALUATE.
         ADD 1 TO ADJ-IX.

        270-WRITE-AUDIT.
         MOVE ADJ-IX TO AUD-IX.
         PERFORM 271-WRITE-LINE-AUDIT.

        271-WRITE-LINE-AUDIT.
         MOVE AJ-AMT(AUD-IX) TO ED-AMT.
         MOVE SPACES TO AUD-REC.
         STRING TODAY-TS ' ' AUD-NOTE ' ' AJ-ID(AUD-IX)
          '/' AJ-LINE(AUD-IX)
          ' ' AJ-ACCT(AUD-IX) ' ' AJ-DRCR(AUD-IX)
          ' ' AJ-CUR(AUD-IX) ' ' ED-AMT ' ' AJ-ENT(AUD-IX)
          ' MAKER ' AJ-MAKER(AUD-IX)
          ' BY ' AUD-BY
          ' ' AJ-REASON(AUD-IX)
          DELIMITED BY SIZE INTO AUD-REC.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.

        910-CHECK-AMOUNT.
      * DIGITS WITH AN OPTIONAL DECIMAL POINT AND AT MOST TWO DECIMALS,
      * SURROUNDING SPACES ALLOWED; NOTHING ELSE
         MOVE 'Y' TO AMT-OK-FL.
         MOVE ZEROS TO AMT-INT-CT.
         MOVE ZEROS TO AMT-DEC-CT.
         MOVE ZEROS TO AMT-DOT-CT.
         MOVE 'N' TO AMT-END-FL.
         MOVE 1 TO AMT-IX.
         PERFORM 911-CHECK-ONE-CHAR UNTIL AMT-IX > 18.
         IF AMT-INT-CT + AMT-DEC-CT = 0 OR AMT-INT-CT > 13
            OR AMT-DEC-CT > 2 OR AMT-DOT-CT > 1
          MOVE 'N' TO AMT-OK-FL
         END-IF.
         IF AMT-IS-OK
          COMPUTE WRK-AMT = FUNCTION NUMVAL(FLD-AMT)
         ELSE
          MOVE ZEROS TO WRK-AMT
         END-IF.

        911-CHECK-ONE-CHAR.
         EVALUATE TRUE
          WHEN FLD-AMT(AMT-IX:1) = SPACE
           IF AMT-INT-CT + AMT-DEC-CT + AMT-DOT-CT > 0
            MOVE 'Y' TO AMT-END-FL
           END-IF
          WHEN AMT-HAS-ENDED
           MOVE 'N' TO AMT-OK-FL
          WHEN FLD-AMT(AMT-IX:1) = '.'
           ADD 1 TO AMT-DOT-CT
          WHEN FLD-AMT(AMT-IX:1) NUMERIC
           IF AMT-DOT-CT = 0
            ADD 1 TO AMT-INT-CT
           ELSE
            ADD 1 TO AMT-DEC-CT
           END-IF
          WHEN OTHER
           MOVE 'N' TO AMT-OK-FL
         END-EVALUATE.
         ADD 1 TO AMT-IX.

        300-END.
         IF IS-SIGNED-ON
          MOVE 'OFF' TO OPRV-FUNC
          MOVE RETURN-CODE TO SAVED-RC
          CALL 'OPRV0001' USING OPRV-FUNC ANS-OPER OPRV-ROLE
            OPRV-PGM OPRV-RC
           ON EXCEPTION
            CONTINUE
          END-CALL
          MOVE SAVED-RC TO RETURN-CODE
         END-IF.
         DISPLAY '-- MANUAL ADJUSTMENT SUMMARY --'.
         DISPLAY ' PROPOSED: ' CT-PROPOSED.
         DISPLAY ' PROPOSALS REFUSED: ' CT-REFUSED.
         DISPLAY ' APPROVED: ' CT-APPROVED.
         DISPLAY ' REJECTED: ' CT-REJECTED.
         DISPLAY ' LEFT PENDING: ' CT-KEPT.
         DISPLAY ' LISTED: ' CT-LISTED.
         DISPLAY ' LINES PURGED FROM REGISTER: ' CT-PURGED.
         IF CT-PROPOSED > 0
          DISPLAY 'RUN ADJM0001 (A) WITH A SECOND OPERATOR TO APPROVE'
         END-IF.
         IF CT-APPROVED > 0
          DISPLAY 'APPROVED ADJUSTMENTS GO OUT WITH THE NEXT JRNL0001'
         END-IF.
         DISPLAY 'END-PROGRAM: ADJM0001'.
         GOBACK.
       END PROGRAM ADJM0001.
