      *          LIVRO DE POSICOES (GENCAT, FILE-ID POSMST), RELATA AS
      *          DIFERENCAS ACIMA DA TOLERANCIA COM OS LANCAMENTOS QUE
      *          CONTRIBUEM, E DEVOLVE RC=8 PARA O BDRV0001 PARAR A
      *          CADEIA ANTES DO TRSX0001 TRANSMITIR; AS CONTAS DE
      *          POSICAO DERIVADAS PELA GLMAP.txt TAMBEM CONTAM. AS
      *          LINHAS 'ADJ' DE AJUSTE MANUAL NAO SAO MOVIMENTO DE
      *          POSICAO: FICAM FORA DA COMPARACAO, LISTADAS A PARTE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.
         SELECT MAP-FL ASSIGN MAP-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-MAP.

       DATA DIVISION.
        FILE SECTION.
         FD RPT-FL.
         01 RPT-REC                                        PIC X(120).

         FD MAP-FL.
         01 MAP-RCRD.
          COPY GLMREC.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'PJRC0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 JRN-FL-PATH               PIC X(80)
             VALUE '.\..\fls\JRNL0001.txt'.
         77 RPT-FL-PATH               PIC X(80)
          88 SNP-IS-EOF                                    VALUE 'Y'.

         77 FX-POS-ACCT                   PIC X(8) VALUE '11500000'.
      * EVERY ACCOUNT THE DERIVATION TABLE CAN SEND THE FX POSITION
      * ROLE TO IS A POSITION ACCOUNT TOO
         77 MAP-FL-PATH               PIC X(80)
             VALUE '.\..\fls\GLMAP.txt'.
         77 MAP-FL-PATH-ENV           PIC X(80).
         77 STTS-MAP                                       PIC 99.
         77 MAP-EOF-FL                               PIC X VALUE 'N'.
          88 MAP-IS-EOF                                    VALUE 'Y'.
         77 PA-CT                                      PIC 9(4) COMP.
         77 PA-IX                                      PIC 9(4) COMP.
         01 PA-TBL.
          02 PA-ACCT OCCURS 99 TIMES                       PIC X(8).
         77 CHK-ACCT                                       PIC X(8).
      * MANUAL ADJUSTMENTS IN THE EXPORT, SHOWN ON THEIR OWN
         77 ADJ-CT                                     PIC 9(4) COMP.
         77 ADJ-IX                                     PIC 9(4) COMP.
         01 ADJ-TBL.
          02 ADJ-ENTRY OCCURS 999 TIMES.
           03 AJ-SEQ                                       PIC 9(6).
           03 AJ-ACCT                                      PIC X(8).
           03 AJ-DRCR                                      PIC X(2).
           03 AJ-CUR                                       PIC X(10).
           03 AJ-AMT                                    PIC 9(13)V99.
           03 AJ-ENT                                       PIC X(4).
           03 AJ-POS-FL                                    PIC X.
         77 CT-ADJ                              PIC 9(4) VALUE ZEROS.
         77 CT-ADJ-POS                          PIC 9(4) VALUE ZEROS.
         77 ED-ADJ                                 PIC Z(12)9.99.
         77 POS-ACCT-FL                                    PIC X.
          88 JRN-IS-POS-ACCT                               VALUE 'Y'.
         77 TOL-AMT                           PIC 9(6)V99 VALUE 1.
         77 TOL-AMT-ENV                                    PIC X(9).
         77 SNAP-DATE-ENV                                  PIC X(8).

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
         DISPLAY 'MAIN: PJRC0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
         IF SNAP-DATE-ENV IS NUMERIC AND SNAP-DATE-ENV NOT = SPACES
          MOVE SNAP-DATE-ENV TO SNAP-DATE
         END-IF.
         ACCEPT MAP-FL-PATH-ENV FROM ENVIRONMENT 'PJRC0001_MAPFILE'.
         IF MAP-FL-PATH-ENV NOT = SPACES
          MOVE MAP-FL-PATH-ENV TO MAP-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         MOVE 0 TO CUR-CT.
         MOVE 0 TO ADJ-CT.
         PERFORM 130-LOAD-POS-ACCOUNTS.
         PERFORM 101-LOAD-JOURNAL.
         PERFORM 103-LOAD-POSITION-MOVEMENT.

          NOT AT END
      * ONLY THE FX POSITION ACCOUNT MOVES THE LEDGER; ROUNDING AND
      * FEE ACCOUNTS ARE BOOKKEEPING, NOT POSITION
           MOVE JRN-ACCT TO CHK-ACCT
           PERFORM 135-CHECK-POS-ACCT
           IF JRN-REC-TYPE = 'DTL' AND JRN-IS-POS-ACCT
            MOVE JRN-CUR TO WRK-CODE
            IF JRN-DRCR = 'DR'
             MOVE JRN-AMT TO WRK-AMT
            END-IF
            PERFORM 110-POST-JRN
           END-IF
           IF JRN-REC-TYPE = 'ADJ'
            PERFORM 140-HOLD-ADJUSTMENT
           END-IF
         END-READ.
         IF STTS-JRN NOT = ZEROS AND STTS-JRN NOT = 10
          DISPLAY 'I/O ERROR READING JRN-FL, STATUS = ' STTS-JRN
          ADD 1 TO CUR-IX
         END-IF.

        130-LOAD-POS-ACCOUNTS.
         MOVE 1 TO PA-CT.
         MOVE FX-POS-ACCT TO PA-ACCT(1).
         OPEN INPUT MAP-FL.
         IF STTS-MAP NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 131-LOAD-ONE-MAP UNTIL MAP-IS-EOF.
         CLOSE MAP-FL.

        131-LOAD-ONE-MAP.
         READ MAP-FL
          AT END
           MOVE 'Y' TO MAP-EOF-FL
          NOT AT END
           IF GLM-REC-TYPE = 'MAP' AND GLM-ROLE = FX-POS-ACCT
            MOVE GLM-ACCT TO CHK-ACCT
            PERFORM 135-CHECK-POS-ACCT
            IF NOT JRN-IS-POS-ACCT AND PA-CT < 99
             ADD 1 TO PA-CT
             MOVE GLM-ACCT TO PA-ACCT(PA-CT)
            END-IF
           END-IF
         END-READ.
         IF STTS-MAP NOT = ZEROS AND STTS-MAP NOT = 10
          DISPLAY 'I/O ERROR READING MAP-FL, STATUS = ' STTS-MAP
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO MAP-EOF-FL
         END-IF.

        135-CHECK-POS-ACCT.
         MOVE 'N' TO POS-ACCT-FL.
         MOVE 1 TO PA-IX.
         PERFORM 136-SCAN-POS-ACCT UNTIL PA-IX > PA-CT
          OR JRN-IS-POS-ACCT.

        136-SCAN-POS-ACCT.
         IF PA-ACCT(PA-IX) = CHK-ACCT
          MOVE 'Y' TO POS-ACCT-FL
         ELSE
          ADD 1 TO PA-IX
         END-IF.

        140-HOLD-ADJUSTMENT.
         IF ADJ-CT >= 999
          DISPLAY 'ADJUSTMENT LIST FULL, LINE ' JRN-SEQ ' NOT SHOWN'
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO ADJ-CT.
         MOVE JRN-SEQ TO AJ-SEQ(ADJ-CT).
         MOVE JRN-ACCT TO AJ-ACCT(ADJ-CT).
         MOVE JRN-DRCR TO AJ-DRCR(ADJ-CT).
         MOVE JRN-CUR TO AJ-CUR(ADJ-CT).
         MOVE JRN-AMT TO AJ-AMT(ADJ-CT).
         MOVE JRN-ENT TO AJ-ENT(ADJ-CT).
         MOVE POS-ACCT-FL TO AJ-POS-FL(ADJ-CT).
         ADD 1 TO CT-ADJ.
         IF JRN-IS-POS-ACCT
          ADD 1 TO CT-ADJ-POS
         END-IF.

        103-LOAD-POSITION-MOVEMENT.
         MOVE 'GET' TO GEN-FUNC.
         MOVE 'POSMST' TO GEN-FILE-ID.
           MOVE SNP-CODE TO WRK-CODE
           PERFORM 120-FIND-OR-ADD-CUR
      * ONLY THE CONVERSION MOVEMENT IS JOURNALLED: JRNL0001 EXPORTS
      * FROM O0001 (FORWARDS AT THEIR RELEASE, AS POSN0001 POSTS THEM)
      * AND REVERSALS NEVER REACH THE JOURNAL, SO THEY MUST NOT
      * INFLATE THE EXPECTED SIDE OF THE PROOF
           ADD SNP-MOV-CONV TO CU-POS-MOV(CUR-IX)
         END-READ.
         IF STTS-SNP NOT = ZEROS AND STTS-SNP NOT = 10
         STRING 'DIFFERENCES ABOVE TOLERANCE: ' CT-BREAKS
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         IF ADJ-CT > 0
          PERFORM 220-LIST-ADJUSTMENTS
         END-IF.
         CLOSE RPT-FL.
         IF CT-BREAKS > 0
          PERFORM 210-LIST-CONTRIBUTORS
          AT END
           MOVE 'Y' TO JRN-EOF-FL
          NOT AT END
           MOVE JRN-ACCT TO CHK-ACCT
           PERFORM 135-CHECK-POS-ACCT
           IF JRN-REC-TYPE = 'DTL' AND JRN-IS-POS-ACCT
            MOVE JRN-CUR TO WRK-CODE
            PERFORM 212-SHOW-IF-BREAKING
           END-IF
          END-IF
         END-IF.

        220-LIST-ADJUSTMENTS.
      * AN ADJUSTMENT ON A POSITION ACCOUNT CHANGES THE LEDGER BUT NOT
      * THE POSITION BOOK; IT IS FLAGGED SO THE DESK CAN MATCH IT TO
      * THE POSITION CORRECTION IT STANDS FOR
         MOVE '-- MANUAL ADJUSTMENTS IN THE EXPORT (NOT COMPARED) --'
          TO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO ADJ-IX.
         PERFORM 221-LIST-ONE-ADJ UNTIL ADJ-IX > ADJ-CT.
         MOVE SPACES TO RPT-REC.
         STRING 'ADJUSTMENT LINES: ' CT-ADJ
          '  ON POSITION ACCOUNTS: ' CT-ADJ-POS
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.

        221-LIST-ONE-ADJ.
         MOVE AJ-AMT(ADJ-IX) TO ED-ADJ.
         MOVE SPACES TO RPT-REC.
         IF AJ-POS-FL(ADJ-IX) = 'Y'
          STRING ' SEQ ' AJ-SEQ(ADJ-IX) ' ' AJ-ACCT(ADJ-IX) ' '
           AJ-DRCR(ADJ-IX) ' ' AJ-CUR(ADJ-IX) ' ' ED-ADJ ' '
           AJ-ENT(ADJ-IX) ' POSITION ACCOUNT'
           DELIMITED BY SIZE INTO RPT-REC
         ELSE
          STRING ' SEQ ' AJ-SEQ(ADJ-IX) ' ' AJ-ACCT(ADJ-IX) ' '
           AJ-DRCR(ADJ-IX) ' ' AJ-CUR(ADJ-IX) ' ' ED-ADJ ' '
           AJ-ENT(ADJ-IX)
           DELIMITED BY SIZE INTO RPT-REC
         END-IF.
         WRITE RPT-REC.
         ADD 1 TO ADJ-IX.

        300-END.
         DISPLAY '-- POSITION/JOURNAL RECONCILIATION SUMMARY --'.
         DISPLAY ' CURRENCIES COMPARED: ' CUR-CT.
         DISPLAY ' BREAKS ABOVE TOLERANCE: ' CT-BREAKS.
         DISPLAY ' MANUAL ADJUSTMENT LINES: ' CT-ADJ
          ' (ON POSITION ACCOUNTS: ' CT-ADJ-POS ')'.
         IF CT-BREAKS > 0
          DISPLAY ' LEDGER AND JOURNAL DISAGREE, CHAIN BLOCKED'
          MOVE 8 TO RETURN-CODE
