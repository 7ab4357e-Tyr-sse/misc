      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - CERTIFICACAO DE FIM DE DIA PELO
      *          SUPERVISOR: MONTA A LISTA DE CONFERENCIA DA DATA DE
      *          NEGOCIO (EXCECOES DO EOD0001.txt DO EODR0001, VEREDICTO
      *          DO RECN0001.RPT, FUROS AINDA ABERTOS NO RECNOPEN.txt DO
      *          BRKM0001 E AS FILAS PENDENTES DO PNDQ0001), MOSTRA CADA
      *          ITEM COMO LIMPO, COM EXCECAO OU NAO RODADO PARA A DATA
      *          E GRAVA A ASSINATURA (INICIAIS, RESULTADO DE CADA ITEM
      *          E COMENTARIO, OBRIGATORIO SE HOUVER EXCECAO) NA TRILHA
      *          EODCERT.txt (AUDC0001). EXIGE O PAPEL EODCERT; O
      *          BDRV0001 NAO ABRE UMA NOVA DATA SEM A ANTERIOR
      *          CERTIFICADA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. EODC0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT EOD-FL ASSIGN EOD-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-EOD.
         SELECT RECN-FL ASSIGN RECN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RECN.
         SELECT OPEN-FL ASSIGN OPEN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-OPEN.
         SELECT CERT-FL ASSIGN CERT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CERT.

       DATA DIVISION.
        FILE SECTION.
         FD EOD-FL.
         01 EOD-REC                                        PIC X(146).

         FD RECN-FL.
         01 RECN-REC                                       PIC X(100).

         FD OPEN-FL.
         01 OPEN-RCRD.
          02 BO-ID                                          PIC 9(6).
          02 BO-FIRST-DT                                    PIC 9(8).
          02 BO-STATUS                                      PIC X(8).
          02 BO-TEXT                                        PIC X(120).

         FD CERT-FL.
         01 CERT-RCRD.
          02 CERT-DATA.
           COPY EODCREC.
          02 CERT-LINK                                     PIC X(32).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'EODC0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 EOD-FL-PATH               PIC X(80)
             VALUE '.\..\fls\EOD0001.txt'.
         77 RECN-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RECN0001.RPT'.
         77 OPEN-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RECNOPEN.txt'.
         77 CERT-FL-PATH              PIC X(80)
             VALUE '.\..\fls\EODCERT.txt'.
         77 EOD-FL-PATH-ENV           PIC X(80).
         77 RECN-FL-PATH-ENV          PIC X(80).
         77 OPEN-FL-PATH-ENV          PIC X(80).
         77 CERT-FL-PATH-ENV          PIC X(80).
         77 BUS-DT-ENV                                     PIC X(8).

         77 STTS-EOD                                       PIC 99.
         77 STTS-RECN                                      PIC 99.
         77 STTS-OPEN                                      PIC 99.
         77 STTS-CERT                                      PIC 99.
         77 EOF-FL                                         PIC X.
          88 IS-EOF                                        VALUE 'Y'.
         77 IN-EXC-FL                                      PIC X.
          88 IN-EXCEPTIONS                                 VALUE 'Y'.

         77 ANS-OPER                                       PIC X(3).
         77 ANS-DT                                         PIC X(8).
         77 ANS-CONFIRM                                    PIC X.
         77 ANS-COMMENT                                    PIC X(60).
         77 OPRV-FUNC                                  PIC X(3).
         77 OPRV-ROLE                                  PIC X(8).
         77 OPRV-PGM                                   PIC X(8).
         77 OPRV-RC                                    PIC 99.
         77 OPRV-SAVED-RC                        PIC S9(9) COMP-5.
         77 SAVED-RC                             PIC S9(9) COMP-5.
         77 PNDQ-RC                              PIC S9(9) COMP-5.

         77 BUS-DT                                         PIC 9(8).
         77 WRK-DT                                         PIC X(8).
         77 TODAY-TS                                       PIC 9(14).
         77 DONE-FL                                        PIC X.
          88 ALREADY-CERTIFIED                             VALUE 'Y'.
         77 DONE-OPER                                      PIC X(3).
         77 DONE-TS                                        PIC 9(14).

      * ONE CHECKLIST ITEM PER SOURCE: C = CLEAN, E = EXCEPTIONS,
      * N = NOT RUN FOR THE BUSINESS DATE
         01 CHECK-RESULTS.
          02 CK-EOD                                        PIC X.
          02 CK-RECN                                       PIC X.
          02 CK-BRK                                        PIC X.
          02 CK-PND                                        PIC X.
         01 CHECK-TBL REDEFINES CHECK-RESULTS.
          02 CK-ITEM OCCURS 4 TIMES                        PIC X.
         01 CHECK-NAMES.
          02 FILLER PIC X(38)
             VALUE 'END-OF-DAY CONSOLIDATION     EODR0001'.
          02 FILLER PIC X(38)
             VALUE 'RECONCILIATION VERDICT       RECN0001'.
          02 FILLER PIC X(38)
             VALUE 'OPEN RECONCILIATION BREAKS   BRKM0001'.
          02 FILLER PIC X(38)
             VALUE 'PENDING WORK QUEUES          PNDQ0001'.
         01 CHECK-NAME-TBL REDEFINES CHECK-NAMES.
          02 CK-NAME-ENTRY OCCURS 4 TIMES.
           03 CK-NAME                                      PIC X(29).
           03 CK-PGM                                       PIC X(9).
         77 CK-CT                              PIC 9(4) COMP VALUE 4.
         77 CX                                     PIC 9(4) COMP.
         77 CK-TEXT                                        PIC X(10).

         77 RECN-VERDICT                                   PIC X(30).
         77 CT-EOD-EXC                          PIC 9(4) VALUE ZEROS.
         77 CT-BRK                              PIC 9(5) VALUE ZEROS.
         77 CT-EXC                              PIC 9(2) VALUE ZEROS.
         77 ED-CT                                          PIC ZZZZ9.

         01 CERT-AREA.
           COPY EODCREC.
         77 CERT-WIDTH                          PIC 9(3) VALUE 104.
         77 AUDC-RC                                        PIC 99.

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
         DISPLAY 'MAIN: EODC0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: EODC0001'.
         ACCEPT EOD-FL-PATH-ENV FROM ENVIRONMENT 'EODC0001_EODFILE'.
         IF EOD-FL-PATH-ENV NOT = SPACES
          MOVE EOD-FL-PATH-ENV TO EOD-FL-PATH
         END-IF.
         ACCEPT RECN-FL-PATH-ENV FROM ENVIRONMENT 'EODC0001_RECNRPT'.
         IF RECN-FL-PATH-ENV NOT = SPACES
          MOVE RECN-FL-PATH-ENV TO RECN-FL-PATH
         END-IF.
         ACCEPT OPEN-FL-PATH-ENV FROM ENVIRONMENT 'EODC0001_OPENFILE'.
         IF OPEN-FL-PATH-ENV NOT = SPACES
          MOVE OPEN-FL-PATH-ENV TO OPEN-FL-PATH
         END-IF.
         ACCEPT CERT-FL-PATH-ENV FROM ENVIRONMENT 'EODC0001_CERTFILE'.
         IF CERT-FL-PATH-ENV NOT = SPACES
          MOVE CERT-FL-PATH-ENV TO CERT-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO TODAY-TS.
         MOVE TODAY-TS(1:8) TO BUS-DT.
         ACCEPT BUS-DT-ENV FROM ENVIRONMENT 'EODC0001_BUSDATE'.
         IF BUS-DT-ENV IS NUMERIC
          MOVE BUS-DT-ENV TO BUS-DT
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: EODC0001'.
         DISPLAY 'END-OF-DAY CERTIFICATION'.
         DISPLAY 'SUPERVISOR INITIALS: '.
         ACCEPT ANS-OPER.
         IF ANS-OPER = SPACES
          DISPLAY 'SUPERVISOR INITIALS REQUIRED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 290-SIGN-ON-OPERATOR.
         DISPLAY 'BUSINESS DATE YYYYMMDD (BLANK = ' BUS-DT '): '.
         ACCEPT ANS-DT.
         IF ANS-DT NOT = SPACES
          IF ANS-DT IS NUMERIC
           MOVE ANS-DT TO BUS-DT
          ELSE
           DISPLAY 'REJECTED: BUSINESS DATE MUST BE YYYYMMDD'
           MOVE 8 TO RETURN-CODE
           EXIT PARAGRAPH
          END-IF
         END-IF.
         PERFORM 205-CHECK-ALREADY-CERTIFIED.
         IF ALREADY-CERTIFIED
          DISPLAY 'BUSINESS DATE ' BUS-DT ' ALREADY CERTIFIED BY '
           DONE-OPER ' AT ' DONE-TS
          EXIT PARAGRAPH
         END-IF.
         DISPLAY ' '.
         DISPLAY '========== CERTIFICATION CHECKLIST ' BUS-DT
          ' =========='.
         PERFORM 210-CHECK-EOD.
         PERFORM 220-CHECK-RECN.
         PERFORM 230-CHECK-BREAKS.
         PERFORM 240-CHECK-QUEUES.
         PERFORM 250-SHOW-CHECKLIST.
         PERFORM 260-SIGN-CERTIFICATE.

        205-CHECK-ALREADY-CERTIFIED.
         MOVE 'N' TO DONE-FL.
         MOVE 'N' TO EOF-FL.
         OPEN INPUT CERT-FL.
         IF STTS-CERT NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 206-READ-ONE-CERT UNTIL IS-EOF.
         CLOSE CERT-FL.

        206-READ-ONE-CERT.
         READ CERT-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF EC-BUS-DT OF CERT-RCRD = BUS-DT
              AND EC-ACTION OF CERT-RCRD = 'CERTIFY'
            MOVE 'Y' TO DONE-FL
            MOVE EC-OPER OF CERT-RCRD TO DONE-OPER
            MOVE EC-TS OF CERT-RCRD TO DONE-TS
           END-IF
         END-READ.
         IF STTS-CERT NOT = ZEROS AND STTS-CERT NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        210-CHECK-EOD.
      * THE CONSOLIDATION HEADER CARRIES THE RUN DATE AS DD/MM/YYYY;
      * ITS EXCEPTIONS SECTION ENDS AT THE TOTALS
         DISPLAY '-- 1. END-OF-DAY CONSOLIDATION (EODR0001) --'.
         MOVE 'N' TO CK-EOD.
         MOVE 'N' TO EOF-FL.
         MOVE 'N' TO IN-EXC-FL.
         OPEN INPUT EOD-FL.
         IF STTS-EOD NOT = ZEROS
          DISPLAY ' NO CONSOLIDATION FOUND: ' EOD-FL-PATH(1:50)
          EXIT PARAGRAPH
         END-IF.
         READ EOD-FL
          AT END
           MOVE 'Y' TO EOF-FL
         END-READ.
         IF NOT IS-EOF
          STRING EOD-REC(38:4) EOD-REC(35:2) EOD-REC(32:2)
           DELIMITED BY SIZE INTO WRK-DT
          IF WRK-DT NOT = BUS-DT
           DISPLAY ' LAST CONSOLIDATION IS FOR ' WRK-DT
            ', NOT THE BUSINESS DATE'
           MOVE 'Y' TO EOF-FL
          ELSE
           MOVE 'C' TO CK-EOD
          END-IF
         END-IF.
         PERFORM 211-READ-ONE-EOD UNTIL IS-EOF.
         CLOSE EOD-FL.
         IF CT-EOD-EXC > 0
          MOVE 'E' TO CK-EOD
         END-IF.

        211-READ-ONE-EOD.
         READ EOD-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           EVALUATE TRUE
            WHEN EOD-REC(1:16) = '-- EXCEPTIONS --'
             MOVE 'Y' TO IN-EXC-FL
            WHEN EOD-REC(1:12) = '-- TOTALS --'
             MOVE 'Y' TO EOF-FL
            WHEN IN-EXCEPTIONS
             DISPLAY EOD-REC(1:70)
             IF EOD-REC(1:24) NOT = ' NONE - DAY CLOSED CLEAN'
              ADD 1 TO CT-EOD-EXC
             END-IF
           END-EVALUATE
         END-READ.
         IF STTS-EOD NOT = ZEROS AND STTS-EOD NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        220-CHECK-RECN.
      * THE REPORT HEADER HAS THE RUN DATE AS YYYY-MM-DD AND THE LAST
      * LINE IS THE VERDICT THE SUPERVISOR SIGNS FOR
         DISPLAY '-- 2. RECONCILIATION VERDICT (RECN0001) --'.
         MOVE 'N' TO CK-RECN.
         MOVE 'N' TO EOF-FL.
         MOVE 'NOT RUN' TO RECN-VERDICT.
         OPEN INPUT RECN-FL.
         IF STTS-RECN NOT = ZEROS
          DISPLAY ' NO RECONCILIATION REPORT: ' RECN-FL-PATH(1:50)
          EXIT PARAGRAPH
         END-IF.
         READ RECN-FL
          AT END
           MOVE 'Y' TO EOF-FL
         END-READ.
         IF NOT IS-EOF
          STRING RECN-REC(23:4) RECN-REC(28:2) RECN-REC(31:2)
           DELIMITED BY SIZE INTO WRK-DT
          IF WRK-DT NOT = BUS-DT
           DISPLAY ' LAST RECONCILIATION IS FOR ' WRK-DT
            ', NOT THE BUSINESS DATE'
           MOVE 'Y' TO EOF-FL
          ELSE
           DISPLAY ' ' RECN-REC(1:70)
          END-IF
         END-IF.
         PERFORM 221-READ-ONE-RECN UNTIL IS-EOF.
         CLOSE RECN-FL.
         IF CK-RECN = 'N'
          EXIT PARAGRAPH
         END-IF.
         IF RECN-VERDICT = 'RECONCILIATION OK'
          MOVE 'C' TO CK-RECN
         ELSE
          MOVE 'E' TO CK-RECN
         END-IF.

        221-READ-ONE-RECN.
         READ RECN-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           DISPLAY ' ' RECN-REC(1:70)
           MOVE RECN-REC(1:30) TO RECN-VERDICT
           MOVE 'E' TO CK-RECN
         END-READ.
         IF STTS-RECN NOT = ZEROS AND STTS-RECN NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        230-CHECK-BREAKS.
      * NO OPEN-BREAK FILE MEANS BRKM0001 HAS NEVER HAD A BREAK TO
      * CARRY, WHICH IS A CLEAN ITEM
         DISPLAY '-- 3. OPEN RECONCILIATION BREAKS (BRKM0001) --'.
         MOVE 'C' TO CK-BRK.
         MOVE 'N' TO EOF-FL.
         OPEN INPUT OPEN-FL.
         IF STTS-OPEN NOT = ZEROS
          DISPLAY ' NO OPEN BREAKS ON FILE'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 231-READ-ONE-BREAK UNTIL IS-EOF.
         CLOSE OPEN-FL.
         IF CT-BRK > 0
          MOVE 'E' TO CK-BRK
         ELSE
          DISPLAY ' NO OPEN BREAKS ON FILE'
         END-IF.

        231-READ-ONE-BREAK.
         READ OPEN-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF BO-STATUS = 'OPEN'
            ADD 1 TO CT-BRK
            DISPLAY ' BREAK ' BO-ID ' SINCE ' BO-FIRST-DT ' '
             BO-TEXT(1:40)
           END-IF
         END-READ.
         IF STTS-OPEN NOT = ZEROS AND STTS-OPEN NOT = 10
          MOVE 'Y' TO EOF-FL
         END-IF.

        240-CHECK-QUEUES.
      * THE PENDING-WORK INQUIRY LISTS THE QUEUES ITSELF AND ENDS
      * WITH RC 4 WHEN ANYTHING IS STILL WAITING
         DISPLAY '-- 4. PENDING WORK QUEUES (PNDQ0001) --'.
         MOVE RETURN-CODE TO SAVED-RC.
         MOVE ZERO TO RETURN-CODE.
         MOVE 'C' TO CK-PND.
         CALL 'PNDQ0001'
          ON EXCEPTION
           DISPLAY ' PENDING-WORK INQUIRY NOT AVAILABLE'
           MOVE 'N' TO CK-PND
         END-CALL.
         MOVE RETURN-CODE TO PNDQ-RC.
         CANCEL 'PNDQ0001'.
         MOVE SAVED-RC TO RETURN-CODE.
         IF CK-PND = 'C' AND PNDQ-RC NOT = ZEROS
          MOVE 'E' TO CK-PND
         END-IF.

        250-SHOW-CHECKLIST.
         DISPLAY ' '.
         DISPLAY '------------------------------------------------'.
         DISPLAY ' ITEM                         PROGRAM   RESULT'.
         MOVE ZEROS TO CT-EXC.
         MOVE 1 TO CX.
         PERFORM 251-SHOW-ONE-ITEM UNTIL CX > CK-CT.
         MOVE CT-BRK TO ED-CT.
         DISPLAY ' OPEN BREAKS: ' ED-CT.
         DISPLAY '------------------------------------------------'.

        251-SHOW-ONE-ITEM.
         EVALUATE CK-ITEM(CX)
          WHEN 'C'
           MOVE 'CLEAN' TO CK-TEXT
          WHEN 'E'
           MOVE 'EXCEPTIONS' TO CK-TEXT
           ADD 1 TO CT-EXC
          WHEN OTHER
           MOVE 'NOT RUN' TO CK-TEXT
           ADD 1 TO CT-EXC
         END-EVALUATE.
         DISPLAY ' ' CK-NAME(CX) ' ' CK-PGM(CX) ' ' CK-TEXT.
         ADD 1 TO CX.

        260-SIGN-CERTIFICATE.
      * A DAY WITH EXCEPTIONS MAY STILL BE CERTIFIED, BUT ONLY WITH
      * THE SUPERVISOR'S COMMENT ON RECORD
         DISPLAY 'CERTIFY BUSINESS DATE ' BUS-DT '? (Y/N)'.
         ACCEPT ANS-CONFIRM.
         IF ANS-CONFIRM NOT = 'Y' AND ANS-CONFIRM NOT = 'y'
          DISPLAY 'BUSINESS DATE ' BUS-DT ' NOT CERTIFIED'
          MOVE 4 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         IF CT-EXC > 0
          DISPLAY 'COMMENT (REQUIRED, ' CT-EXC ' ITEM(S) NOT CLEAN): '
         ELSE
          DISPLAY 'COMMENT: '
         END-IF.
         ACCEPT ANS-COMMENT.
         IF CT-EXC > 0 AND ANS-COMMENT = SPACES
          DISPLAY 'REJECTED: A COMMENT IS REQUIRED TO CERTIFY A DAY'
           ' WITH EXCEPTIONS'
          DISPLAY 'BUSINESS DATE ' BUS-DT ' NOT CERTIFIED'
          MOVE 4 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO CERT-AREA.
         MOVE FUNCTION CURRENT-DATE(1:14) TO EC-TS OF CERT-AREA.
         MOVE BUS-DT TO EC-BUS-DT OF CERT-AREA.
         MOVE 'CERTIFY' TO EC-ACTION OF CERT-AREA.
         MOVE ANS-OPER TO EC-OPER OF CERT-AREA.
         MOVE CK-EOD TO EC-EOD OF CERT-AREA.
         MOVE CK-RECN TO EC-RECN OF CERT-AREA.
         MOVE CK-BRK TO EC-BRK OF CERT-AREA.
         MOVE CK-PND TO EC-PND OF CERT-AREA.
         MOVE CT-EXC TO EC-CT-EXC OF CERT-AREA.
         MOVE CT-BRK TO EC-CT-BRK OF CERT-AREA.
         MOVE ANS-COMMENT TO EC-COMMENT OF CERT-AREA.
         CALL 'AUDC0001' USING CERT-FL-PATH CERT-AREA CERT-WIDTH
           AUDC-RC.
         IF AUDC-RC NOT = ZEROS
          DISPLAY 'CERTIFICATION NOT RECORDED, RC = ' AUDC-RC
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         DISPLAY 'BUSINESS DATE ' BUS-DT ' CERTIFIED BY ' ANS-OPER.

        290-SIGN-ON-OPERATOR.
      * THE EODCERT ROLE ON THE OPERATOR MASTER DECIDES WHO MAY
      * RELEASE A BUSINESS DATE FOR THE NEXT DAY'S CHAIN
         MOVE 'ON' TO OPRV-FUNC.
         MOVE 'EODCERT' TO OPRV-ROLE.
         MOVE 'EODC0001' TO OPRV-PGM.
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
         DISPLAY '-- END-OF-DAY CERTIFICATION SUMMARY --'.
         DISPLAY ' BUSINESS DATE: ' BUS-DT.
         DISPLAY ' ITEMS NOT CLEAN: ' CT-EXC.
         DISPLAY 'END-PROGRAM: EODC0001'.
         GOBACK.
       END PROGRAM EODC0001.
