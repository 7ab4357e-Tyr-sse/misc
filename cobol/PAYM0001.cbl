      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - GERAR MENSAGENS DE TRANSFERENCIA A
      *          PARTIR DAS INSTRUCOES PAY DO SETL0001.txt, COM A ROTA
      *          DE CONTAS DO CADASTRO DE INSTRUCOES PADRAO (SSIMST.txt)
      *          POR MOEDA E ENTIDADE; CADA MENSAGEM LEVA REFERENCIA
      *          UNICA LIGADA A SEQUENCIA DO SETLREG.txt; LINHA SEM
      *          INSTRUCAO PADRAO FICA RETIDA EM PAYHOLD.txt COM ALERTA
      *          E E REPROCESSADA NAS EXECUCOES SEGUINTES
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. PAYM0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT SET-FL ASSIGN SET-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-SET.
         SELECT SSI-FL ASSIGN SSI-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-SSI.
         SELECT HLD-FL ASSIGN HLD-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-HLD.
         SELECT MSG-FL ASSIGN MSG-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-MSG.
         SELECT ALRT-FL ASSIGN ALRT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ALRT.

       DATA DIVISION.
        FILE SECTION.
         FD SET-FL.
         01 SET-HDR-RCRD.
          02 SHD-REC-TYPE                                  PIC X(3).
          02 SHD-FILE-ID                                   PIC X(8).
          02 SHD-TIMESTAMP                                 PIC 9(14).
          02 SHD-SEQ                                       PIC 9(6).
         01 SET-DTL-RCRD.
          02 SDT-REC-TYPE                                  PIC X(3).
          02 SDT-CUR                                       PIC X(10).
          02 SDT-DIR                                       PIC X(3).
          02 SDT-AMT                                       PIC 9(12)V99.
          02 SDT-VAL-DT                                    PIC 9(8).
         01 SET-TRL-RCRD.
          02 STR-REC-TYPE                                  PIC X(3).
          02 STR-REC-CT                                    PIC 9(6).
          02 STR-HASH                                    PIC S9(15)V99
           SIGN IS TRAILING SEPARATE CHARACTER.

         FD SSI-FL.
         01 SSI-RCRD.
          COPY SSIREC.

      * PAY LINES WAITING FOR A STANDING INSTRUCTION
         FD HLD-FL.
         01 HLD-RCRD.
          02 HLD-SEQ                                       PIC 9(6).
          02 HLD-CUR                                       PIC X(10).
          02 HLD-AMT                                       PIC 9(12)V99.
          02 HLD-VAL-DT                                    PIC 9(8).
          02 HLD-FIRST-DT                                  PIC 9(8).

         FD MSG-FL.
         01 MSG-REC                                        PIC X(80).

         FD ALRT-FL.
         01 ALRT-RCRD.
          02 ALRT-SEQ                                       PIC 999.
          02 ALRT-TYPE                                      PIC X(3).
          02 ALRT-A                                         PIC X(10).
          02 ALRT-B                                         PIC X(10).
          02 ALRT-MSG                                       PIC X(40).
          02 ALRT-DT                                        PIC 9(8).
          02 ALRT-TS                                        PIC 9(14).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'PAYM0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 SET-FL-PATH               PIC X(80)
             VALUE '.\..\fls\SETL0001.txt'.
         77 SSI-FL-PATH               PIC X(80)
             VALUE '.\..\fls\SSIMST.txt'.
         77 HLD-FL-PATH               PIC X(80)
             VALUE '.\..\fls\PAYHOLD.txt'.
         77 MSG-FL-PATH               PIC X(80)
             VALUE '.\..\fls\PAYMSG.txt'.
         77 ALRT-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ALERT.txt'.
         77 SET-FL-PATH-ENV           PIC X(80).
         77 SSI-FL-PATH-ENV           PIC X(80).
         77 HLD-FL-PATH-ENV           PIC X(80).
         77 MSG-FL-PATH-ENV           PIC X(80).
         77 ALRT-FL-PATH-ENV          PIC X(80).
         77 REH-WRK-PATH                                   PIC X(80).

         77 STTS-SET                                       PIC 99.
         77 STTS-SSI                                       PIC 99.
         77 STTS-HLD                                       PIC 99.
         77 STTS-MSG                                       PIC 99.
         77 STTS-ALRT                                      PIC 99.
         77 SET-EOF-FL                               PIC X VALUE 'N'.
          88 SET-IS-EOF                                    VALUE 'Y'.
         77 SSI-EOF-FL                               PIC X VALUE 'N'.
          88 SSI-IS-EOF                                    VALUE 'Y'.
         77 HLD-EOF-FL                               PIC X VALUE 'N'.
          88 HLD-IS-EOF                                    VALUE 'Y'.
         77 HDR-SEEN-FL                              PIC X VALUE 'N'.
          88 HDR-WAS-SEEN                                  VALUE 'Y'.
         77 TRL-SEEN-FL                              PIC X VALUE 'N'.
          88 TRL-WAS-SEEN                                  VALUE 'Y'.
         77 REHEARSAL-ENV                              PIC X(3).
         77 REHEARSAL-FL                          PIC X VALUE 'N'.
          88 IS-REHEARSAL                               VALUE 'Y'.

      * SETL0001 NETS THE ENTITIES INTO ONE INSTRUCTION PER CURRENCY;
      * THE PAYING ENTITY'S OWN SSI IS PREFERRED, THEN THE GROUP ONE
         77 PAY-ENT                         PIC X(4) VALUE SPACES.
         77 PAY-ENT-ENV                                    PIC X(4).

         77 SSI-CT                                     PIC 9(4) COMP.
         77 SSI-IX                                     PIC 9(4) COMP.
         77 SSI-HIT                                    PIC 9(4) COMP.
         01 SSI-TBL.
          03 SSI-ENTRY OCCURS 999.
           05 SS-CUR                                       PIC X(10).
           05 SS-ENT                                       PIC X(4).
           05 SS-NOSTRO-ACCT                               PIC X(34).
           05 SS-CORR-BIC                                  PIC X(11).
           05 SS-BENE-BIC                                  PIC X(11).
           05 SS-BENE-ACCT                                 PIC X(34).
           05 SS-BENE-NAME                                 PIC X(35).

      * YESTERDAY'S HELD LINES FIRST, THEN TODAY'S PAY LINES
         77 PAY-CT                                     PIC 9(4) COMP.
         77 PAY-IX                                     PIC 9(4) COMP.
         01 PAY-TBL.
          03 PAY-ENTRY OCCURS 999.
           05 PY-SEQ                                       PIC 9(6).
           05 PY-CUR                                       PIC X(10).
           05 PY-AMT                                       PIC 9(12)V99.
           05 PY-VAL-DT                                    PIC 9(8).
           05 PY-FIRST-DT                                  PIC 9(8).
           05 PY-STATE                                     PIC X.
         77 PAY-FOUND-FL                                   PIC X.
          88 PAY-IS-FOUND                                  VALUE 'Y'.

         77 TODAY-DT                                       PIC 9(8).
         77 SET-SEQ                             PIC 9(6) VALUE ZEROS.
         77 CT-DETAIL                           PIC 9(6) VALUE ZEROS.
         77 CT-PAY                              PIC 9(6) VALUE ZEROS.
         77 CT-SENT                             PIC 9(6) VALUE ZEROS.
         77 CT-RELEASED                         PIC 9(6) VALUE ZEROS.
         77 CT-HELD                             PIC 9(6) VALUE ZEROS.
         77 ALRT-SEQ-CT                         PIC 999 VALUE ZEROS.

         01 MSG-REF.
          03 MSG-REF-PFX                         PIC X(3) VALUE 'STL'.
          03 MSG-REF-SEQ                                   PIC 9(6).
          03 MSG-REF-CUR                                   PIC X(3).
         01 MSG-AMT                                    PIC 9(12)V99.
         01 MSG-AMT-R REDEFINES MSG-AMT.
          03 MSG-AMT-INT                                   PIC 9(12).
          03 MSG-AMT-DEC                                   PIC 99.



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
         DISPLAY 'MAIN: PAYM0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: PAYM0001'.
         ACCEPT SET-FL-PATH-ENV FROM ENVIRONMENT 'PAYM0001_SETLFILE'.
         IF SET-FL-PATH-ENV NOT = SPACES
          MOVE SET-FL-PATH-ENV TO SET-FL-PATH
         END-IF.
         ACCEPT SSI-FL-PATH-ENV FROM ENVIRONMENT 'PAYM0001_SSIFILE'.
         IF SSI-FL-PATH-ENV NOT = SPACES
          MOVE SSI-FL-PATH-ENV TO SSI-FL-PATH
         END-IF.
         ACCEPT HLD-FL-PATH-ENV FROM ENVIRONMENT 'PAYM0001_HOLDFILE'.
         IF HLD-FL-PATH-ENV NOT = SPACES
          MOVE HLD-FL-PATH-ENV TO HLD-FL-PATH
         END-IF.
         ACCEPT MSG-FL-PATH-ENV FROM ENVIRONMENT 'PAYM0001_MSGFILE'.
         IF MSG-FL-PATH-ENV NOT = SPACES
          MOVE MSG-FL-PATH-ENV TO MSG-FL-PATH
         END-IF.
         ACCEPT ALRT-FL-PATH-ENV FROM ENVIRONMENT 'PAYM0001_ALERTFILE'.
         IF ALRT-FL-PATH-ENV NOT = SPACES
          MOVE ALRT-FL-PATH-ENV TO ALRT-FL-PATH
         END-IF.
         ACCEPT PAY-ENT-ENV FROM ENVIRONMENT 'PAYM0001_ENTITY'.
         IF PAY-ENT-ENV NOT = SPACES
          MOVE PAY-ENT-ENV TO PAY-ENT
         END-IF.
         ACCEPT REHEARSAL-ENV FROM ENVIRONMENT 'CHAIN_REHEARSAL'.
         IF REHEARSAL-ENV(1:1) = 'Y'
          MOVE 'Y' TO REHEARSAL-FL
          MOVE SPACES TO REH-WRK-PATH
          STRING MSG-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO MSG-FL-PATH
          DISPLAY 'REHEARSAL MODE: HELD LINES UNTOUCHED, NO ALERTS'
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         MOVE 0 TO SSI-CT.
         MOVE 0 TO PAY-CT.
         PERFORM 101-LOAD-SSI.
         PERFORM 103-LOAD-HELD.

        101-LOAD-SSI.
         OPEN INPUT SSI-FL.
         IF STTS-SSI NOT = ZEROS
          DISPLAY 'NO STANDING INSTRUCTIONS (' SSI-FL-PATH ')'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 102-LOAD-ONE-SSI UNTIL SSI-IS-EOF.
         CLOSE SSI-FL.

        102-LOAD-ONE-SSI.
         READ SSI-FL
          AT END
           MOVE 'Y' TO SSI-EOF-FL
          NOT AT END
           IF SSI-STATUS = 'A'
            IF SSI-CT >= 999
             DISPLAY 'SSI TABLE FULL, RUN ABORTED'
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
            ADD 1 TO SSI-CT
            MOVE SSI-CUR TO SS-CUR(SSI-CT)
            MOVE SSI-ENT TO SS-ENT(SSI-CT)
            MOVE SSI-NOSTRO-ACCT TO SS-NOSTRO-ACCT(SSI-CT)
            MOVE SSI-CORR-BIC TO SS-CORR-BIC(SSI-CT)
            MOVE SSI-BENE-BIC TO SS-BENE-BIC(SSI-CT)
            MOVE SSI-BENE-ACCT TO SS-BENE-ACCT(SSI-CT)
            MOVE SSI-BENE-NAME TO SS-BENE-NAME(SSI-CT)
           END-IF
         END-READ.
         IF STTS-SSI NOT = ZEROS AND STTS-SSI NOT = 10
          DISPLAY 'I/O ERROR READING SSI-FL, STATUS = ' STTS-SSI
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO SSI-EOF-FL
         END-IF.

        103-LOAD-HELD.
         OPEN INPUT HLD-FL.
         IF STTS-HLD NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 104-LOAD-ONE-HELD UNTIL HLD-IS-EOF.
         CLOSE HLD-FL.

        104-LOAD-ONE-HELD.
         READ HLD-FL
          AT END
           MOVE 'Y' TO HLD-EOF-FL
          NOT AT END
           IF PAY-CT >= 999
            DISPLAY 'PAYMENT TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO PAY-CT
           MOVE HLD-SEQ TO PY-SEQ(PAY-CT)
           MOVE HLD-CUR TO PY-CUR(PAY-CT)
           MOVE HLD-AMT TO PY-AMT(PAY-CT)
           MOVE HLD-VAL-DT TO PY-VAL-DT(PAY-CT)
           MOVE HLD-FIRST-DT TO PY-FIRST-DT(PAY-CT)
           MOVE 'H' TO PY-STATE(PAY-CT)
         END-READ.
         IF STTS-HLD NOT = ZEROS AND STTS-HLD NOT = 10
          DISPLAY 'I/O ERROR READING HLD-FL, STATUS = ' STTS-HLD
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO HLD-EOF-FL
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: PAYM0001'.
         PERFORM 210-LOAD-INSTRUCTIONS.
         OPEN OUTPUT MSG-FL.
         IF STTS-MSG NOT = ZEROS
          DISPLAY 'ERROR OPENING MSG-FL, STATUS = ' STTS-MSG
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE 1 TO PAY-IX.
         PERFORM 220-ROUTE-ONE-PAY UNTIL PAY-IX > PAY-CT.
         CLOSE MSG-FL.
         IF NOT IS-REHEARSAL
          PERFORM 250-REWRITE-HELD
         END-IF.

        210-LOAD-INSTRUCTIONS.
         OPEN INPUT SET-FL.
         IF STTS-SET NOT = ZEROS
          DISPLAY 'NO SETTLEMENT FILE TODAY (' SET-FL-PATH ')'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 211-LOAD-ONE-INSTR UNTIL SET-IS-EOF.
         CLOSE SET-FL.
         IF NOT HDR-WAS-SEEN OR NOT TRL-WAS-SEEN
          DISPLAY 'SETTLEMENT ENVELOPE INCOMPLETE, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        211-LOAD-ONE-INSTR.
         READ SET-FL
          AT END
           MOVE 'Y' TO SET-EOF-FL
          NOT AT END
           EVALUATE SHD-REC-TYPE
            WHEN 'HDR'
             MOVE 'Y' TO HDR-SEEN-FL
             MOVE SHD-SEQ TO SET-SEQ
            WHEN 'DTL'
             ADD 1 TO CT-DETAIL
             IF SDT-DIR = 'PAY'
              PERFORM 212-STAGE-PAY
             END-IF
            WHEN 'TRL'
             MOVE 'Y' TO TRL-SEEN-FL
             IF STR-REC-CT NOT = CT-DETAIL
              DISPLAY 'SETTLEMENT TRAILER COUNT ' STR-REC-CT
               ' BUT ' CT-DETAIL ' DETAILS READ, RUN ABORTED'
              MOVE 8 TO RETURN-CODE
              GOBACK
             END-IF
            WHEN OTHER
             CONTINUE
           END-EVALUATE
         END-READ.
         IF STTS-SET NOT = ZEROS AND STTS-SET NOT = 10
          DISPLAY 'I/O ERROR READING SET-FL, STATUS = ' STTS-SET
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO SET-EOF-FL
         END-IF.

        212-STAGE-PAY.
         ADD 1 TO CT-PAY.
      * A RERUN OF THE SAME SETTLEMENT FILE FINDS ITS HELD LINES
      * ALREADY LOADED FROM PAYHOLD
         MOVE 'N' TO PAY-FOUND-FL.
         MOVE 1 TO PAY-IX.
         PERFORM 213-SCAN-HELD UNTIL PAY-IX > PAY-CT
          OR PAY-IS-FOUND.
         IF PAY-IS-FOUND
          EXIT PARAGRAPH
         END-IF.
         IF PAY-CT >= 999
          DISPLAY 'PAYMENT TABLE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO PAY-CT.
         MOVE SET-SEQ TO PY-SEQ(PAY-CT).
         MOVE SDT-CUR TO PY-CUR(PAY-CT).
         MOVE SDT-AMT TO PY-AMT(PAY-CT).
         MOVE SDT-VAL-DT TO PY-VAL-DT(PAY-CT).
         MOVE TODAY-DT TO PY-FIRST-DT(PAY-CT).
         MOVE 'N' TO PY-STATE(PAY-CT).

        213-SCAN-HELD.
         IF PY-SEQ(PAY-IX) = SET-SEQ AND PY-CUR(PAY-IX) = SDT-CUR
          MOVE 'Y' TO PAY-FOUND-FL
         ELSE
          ADD 1 TO PAY-IX
         END-IF.

        220-ROUTE-ONE-PAY.
         MOVE 0 TO SSI-HIT.
         MOVE 1 TO SSI-IX.
         PERFORM 221-SCAN-SSI-ENT UNTIL SSI-IX > SSI-CT
          OR SSI-HIT > 0.
         IF SSI-HIT = 0
          MOVE 1 TO SSI-IX
          PERFORM 222-SCAN-SSI-GROUP UNTIL SSI-IX > SSI-CT
           OR SSI-HIT > 0
         END-IF.
         IF SSI-HIT > 0
          PERFORM 230-WRITE-MESSAGE
          IF PY-STATE(PAY-IX) = 'H'
           ADD 1 TO CT-RELEASED
          END-IF
          MOVE 'S' TO PY-STATE(PAY-IX)
          ADD 1 TO CT-SENT
         ELSE
          MOVE 'H' TO PY-STATE(PAY-IX)
          ADD 1 TO CT-HELD
          DISPLAY 'HELD, NO STANDING INSTRUCTION: SEQ '
           PY-SEQ(PAY-IX) ' ' PY-CUR(PAY-IX)
          IF NOT IS-REHEARSAL
           PERFORM 240-RAISE-ALERT
          END-IF
         END-IF.
         ADD 1 TO PAY-IX.

        221-SCAN-SSI-ENT.
         IF SS-CUR(SSI-IX) = PY-CUR(PAY-IX)
            AND SS-ENT(SSI-IX) = PAY-ENT
            AND PAY-ENT NOT = SPACES
          MOVE SSI-IX TO SSI-HIT
         END-IF.
         ADD 1 TO SSI-IX.

        222-SCAN-SSI-GROUP.
         IF SS-CUR(SSI-IX) = PY-CUR(PAY-IX)
            AND SS-ENT(SSI-IX) = SPACES
          MOVE SSI-IX TO SSI-HIT
         END-IF.
         ADD 1 TO SSI-IX.

        230-WRITE-MESSAGE.
      * ONE TAGGED TRANSFER MESSAGE PER PAY LINE; THE REFERENCE IS
      * THE SETLREG SEQUENCE PLUS THE CURRENCY, WHICH IS THE KEY OF
      * THE REGISTER ROW THE PAYMENT SETTLES
         MOVE PY-SEQ(PAY-IX) TO MSG-REF-SEQ.
         MOVE PY-CUR(PAY-IX) TO MSG-REF-CUR.
         MOVE PY-AMT(PAY-IX) TO MSG-AMT.
         MOVE SPACES TO MSG-REC.
         STRING '{1:F01' SS-CORR-BIC(SSI-HIT) '}'
          DELIMITED BY SIZE INTO MSG-REC.
         WRITE MSG-REC.
         MOVE SPACES TO MSG-REC.
         STRING ':20:' MSG-REF DELIMITED BY SIZE INTO MSG-REC.
         WRITE MSG-REC.
         MOVE SPACES TO MSG-REC.
         STRING ':32A:' PY-VAL-DT(PAY-IX) MSG-REF-CUR
           MSG-AMT-INT ',' MSG-AMT-DEC
          DELIMITED BY SIZE INTO MSG-REC.
         WRITE MSG-REC.
         MOVE SPACES TO MSG-REC.
         STRING ':53B:/' SS-NOSTRO-ACCT(SSI-HIT)
          DELIMITED BY SIZE INTO MSG-REC.
         WRITE MSG-REC.
         MOVE SPACES TO MSG-REC.
         STRING ':57A:' SS-BENE-BIC(SSI-HIT)
          DELIMITED BY SIZE INTO MSG-REC.
         WRITE MSG-REC.
         MOVE SPACES TO MSG-REC.
         STRING ':59:/' SS-BENE-ACCT(SSI-HIT)
          DELIMITED BY SIZE INTO MSG-REC.
         WRITE MSG-REC.
         MOVE SPACES TO MSG-REC.
         MOVE SS-BENE-NAME(SSI-HIT) TO MSG-REC.
         WRITE MSG-REC.
         MOVE ':71A:OUR' TO MSG-REC.
         WRITE MSG-REC.
         MOVE '-}' TO MSG-REC.
         WRITE MSG-REC.

        240-RAISE-ALERT.
         OPEN EXTEND ALRT-FL.
         IF STTS-ALRT = 35 OR STTS-ALRT = 30
          OPEN OUTPUT ALRT-FL
         END-IF.
         ADD 1 TO ALRT-SEQ-CT.
         MOVE ALRT-SEQ-CT TO ALRT-SEQ.
         MOVE 'SSI' TO ALRT-TYPE.
         MOVE PY-CUR(PAY-IX) TO ALRT-A.
         MOVE PY-SEQ(PAY-IX) TO ALRT-B.
         MOVE 'PAYMENT HELD, NO STANDING INSTRUCTION' TO ALRT-MSG.
         MOVE TODAY-DT TO ALRT-DT.
         MOVE FUNCTION CURRENT-DATE(1:14) TO ALRT-TS.
         WRITE ALRT-RCRD.
         CLOSE ALRT-FL.
         IF RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
         END-IF.

        250-REWRITE-HELD.
         OPEN OUTPUT HLD-FL.
         IF STTS-HLD NOT = ZEROS
          DISPLAY 'ERROR OPENING HLD-FL, STATUS = ' STTS-HLD
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO PAY-IX.
         PERFORM 251-WRITE-ONE-HELD UNTIL PAY-IX > PAY-CT.
         CLOSE HLD-FL.

        251-WRITE-ONE-HELD.
         IF PY-STATE(PAY-IX) = 'H'
          MOVE PY-SEQ(PAY-IX) TO HLD-SEQ
          MOVE PY-CUR(PAY-IX) TO HLD-CUR
          MOVE PY-AMT(PAY-IX) TO HLD-AMT
          MOVE PY-VAL-DT(PAY-IX) TO HLD-VAL-DT
          MOVE PY-FIRST-DT(PAY-IX) TO HLD-FIRST-DT
          WRITE HLD-RCRD
         END-IF.
         ADD 1 TO PAY-IX.

        300-END.
         DISPLAY '-- PAYMENT MESSAGE SUMMARY --'.
         DISPLAY ' SETTLEMENT SEQUENCE: ' SET-SEQ.
         DISPLAY ' PAY LINES TODAY: ' CT-PAY.
         DISPLAY ' MESSAGES WRITTEN: ' CT-SENT.
         DISPLAY ' RELEASED FROM HOLD: ' CT-RELEASED.
         DISPLAY ' HELD, NO STANDING INSTRUCTION: ' CT-HELD.
         DISPLAY 'END-PROGRAM: PAYM0001'.
         GOBACK.
       END PROGRAM PAYM0001.
