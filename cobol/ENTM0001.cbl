      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - MANUTENCAO DO CADASTRO DE ENTIDADES
      *          (ENTMST.txt): INCLUI ENTIDADE COM RAZAO SOCIAL E MOEDA
      *          BASE (VALIDADA NO CADASTRO DE MOEDAS), ATIVA/DESATIVA A
      *          PARTIR DE UMA DATA, TROCA A MOEDA BASE, RECUSA
      *          DESATIVAR ENTIDADE COM SALDO EM POSMST.txt OU COM
      *          PENDENCIA EM CARRY.txt, E REGISTRA CADA MUDANCA COM
      *          OPERADOR E TIMESTAMP EM ENTMAUD.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. ENTM0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT EMS-FL ASSIGN EMS-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-EMS.
         SELECT CUR-FL ASSIGN CUR-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CUR.
         SELECT POS-FL ASSIGN POS-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-POS.
         SELECT CARRY-FL ASSIGN CARRY-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CARRY.

       DATA DIVISION.
        FILE SECTION.
         FD EMS-FL.
         01 EMS-RCRD.
          COPY ENTMREC.

         FD CUR-FL.
         01 CUR-RCRD.
          COPY CURREC.

         FD POS-FL.
         01 POS-RCRD.
          02 POS-CODE                                      PIC X(10).
          02 POS-BAL                                     PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 POS-ENT                                       PIC X(4).

         FD CARRY-FL.
         01 CARRY-RCRD.
          02 CRY-FIRST-DT                                   PIC 9(8).
          02 CRY-A                                          PIC X(10).
          02 CRY-B                                          PIC X(10).
          02 CRY-DT                                         PIC 9(8).
          02 CRY-V                                         PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 CRY-ENT                                        PIC X(4).
          02 CRY-DIR                                        PIC X.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'ENTM0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 EMS-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ENTMST.txt'.
         77 CUR-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CURRMST.txt'.
         77 POS-FL-PATH               PIC X(80)
             VALUE '.\..\fls\POSMST.txt'.
         77 CARRY-FL-PATH             PIC X(80)
             VALUE '.\..\fls\CARRY.txt'.
         77 AUD-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ENTMAUD.txt'.
         77 EMS-FL-PATH-ENV           PIC X(80).
         77 CUR-FL-PATH-ENV           PIC X(80).
         77 POS-FL-PATH-ENV           PIC X(80).
         77 CARRY-FL-PATH-ENV         PIC X(80).
         77 AUD-FL-PATH-ENV           PIC X(80).

         77 STTS-EMS                                       PIC 99.
         77 STTS-CUR                                       PIC 99.
         77 STTS-POS                                       PIC 99.
         77 STTS-CARRY                                     PIC 99.
         77 AUD-REC                                        PIC X(100).
         77 AUD-WIDTH                          PIC 9(3) VALUE 100.
         77 AUDC-RC                                        PIC 99.
         77 EMS-EOF-FL                               PIC X VALUE 'N'.
          88 EMS-IS-EOF                                    VALUE 'Y'.
         77 CUR-EOF-FL                               PIC X VALUE 'N'.
          88 CUR-IS-EOF                                    VALUE 'Y'.
         77 POS-EOF-FL                                     PIC X.
          88 POS-IS-EOF                                    VALUE 'Y'.
         77 CRY-EOF-FL                                     PIC X.
          88 CRY-IS-EOF                                    VALUE 'Y'.

         77 EMS-CT                                     PIC 9(4) COMP.
         77 EMS-IX                                     PIC 9(4) COMP.
         01 EMS-TBL.
          02 EMS-ENTRY OCCURS 999 TIMES.
           03 EM-CODE                                      PIC X(4).
           03 EM-NAME                                      PIC X(40).
           03 EM-BASE                                      PIC X(10).
           03 EM-STATUS                                    PIC X.
           03 EM-EFF                                       PIC 9(8).

         77 CUR-CT                                     PIC 9(4) COMP.
         77 CUR-IX                                     PIC 9(4) COMP.
         01 CUR-TBL.
          02 CUR-ENTRY OCCURS 999 TIMES.
           03 CU-CODE                                      PIC X(10).
           03 CU-ACTIVE                                    PIC X.
           03 CU-EFF                                       PIC 9(8).

         77 MORE-FL                                    PIC X VALUE 'Y'.
          88 IS-MORE                                       VALUE 'Y'.
         77 ANS-OPER                                       PIC X(3).
         77 OPRV-FUNC                                  PIC X(3).
         77 OPRV-ROLE                                  PIC X(8).
         77 OPRV-PGM                                   PIC X(8).
         77 OPRV-RC                                    PIC 99.
         77 OPRV-SAVED-RC                        PIC S9(9) COMP-5.
         77 ANS-ACTION                                     PIC X.
         77 ANS-CODE                                       PIC X(4).
         77 ANS-NAME                                       PIC X(40).
         77 ANS-BASE                                       PIC X(10).
         77 ANS-EFF                                        PIC 9(8).
         77 ANS-AGAIN                                      PIC X.
         77 FOUND-FL                                       PIC X.
          88 CODE-IS-FOUND                                 VALUE 'Y'.
         77 CUR-FOUND-FL                                   PIC X.
          88 CUR-IS-FOUND                                  VALUE 'Y'.
         77 BLOCK-FL                                       PIC X.
          88 CHANGE-IS-BLOCKED                             VALUE 'Y'.
         77 OLD-STATUS                                     PIC X.
         77 OLD-EFF                                        PIC 9(8).
         77 OLD-BASE                                       PIC X(10).
         77 CT-CHANGED                          PIC 9(4) VALUE ZEROS.
         77 CT-ADDED                            PIC 9(4) VALUE ZEROS.
         77 TODAY-TS                                       PIC 9(14).

         77 DTVL-DATE                 PIC 9(8).
         77 DTVL-RC                   PIC 99.
         77 SAVED-RC                  PIC S9(9) COMP-5.



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
         DISPLAY 'MAIN: ENTM0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: ENTM0001'.
         ACCEPT EMS-FL-PATH-ENV FROM ENVIRONMENT 'ENTM0001_ENTFILE'.
         IF EMS-FL-PATH-ENV NOT = SPACES
          MOVE EMS-FL-PATH-ENV TO EMS-FL-PATH
         END-IF.
         ACCEPT CUR-FL-PATH-ENV FROM ENVIRONMENT 'ENTM0001_CURFILE'.
         IF CUR-FL-PATH-ENV NOT = SPACES
          MOVE CUR-FL-PATH-ENV TO CUR-FL-PATH
         END-IF.
         ACCEPT POS-FL-PATH-ENV FROM ENVIRONMENT 'ENTM0001_POSFILE'.
         IF POS-FL-PATH-ENV NOT = SPACES
          MOVE POS-FL-PATH-ENV TO POS-FL-PATH
         END-IF.
         ACCEPT CARRY-FL-PATH-ENV FROM ENVIRONMENT 'ENTM0001_CARRYFILE'.
         IF CARRY-FL-PATH-ENV NOT = SPACES
          MOVE CARRY-FL-PATH-ENV TO CARRY-FL-PATH
         END-IF.
         ACCEPT AUD-FL-PATH-ENV FROM ENVIRONMENT 'ENTM0001_AUDFILE'.
         IF AUD-FL-PATH-ENV NOT = SPACES
          MOVE AUD-FL-PATH-ENV TO AUD-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO TODAY-TS.
         MOVE 0 TO EMS-CT.
         MOVE 0 TO CUR-CT.
         PERFORM 101-LOAD-ENTITY.
         PERFORM 103-LOAD-CURRENCY.

        101-LOAD-ENTITY.
      * THE FIRST RUN BUILDS THE MASTER FROM NOTHING, SO A MISSING
      * FILE IS AN EMPTY MASTER RATHER THAN AN ERROR
         OPEN INPUT EMS-FL.
         IF STTS-EMS NOT = ZEROS
          DISPLAY 'ENTITY MASTER NOT FOUND, STARTING A NEW ONE ('
           EMS-FL-PATH ')'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 102-LOAD-ONE-ENTITY UNTIL EMS-IS-EOF.
         CLOSE EMS-FL.

        102-LOAD-ONE-ENTITY.
         READ EMS-FL
          AT END
           MOVE 'Y' TO EMS-EOF-FL
          NOT AT END
           IF EMS-CT >= 999
            DISPLAY 'ENTITY TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO EMS-CT
           MOVE EMS-CODE TO EM-CODE(EMS-CT)
           MOVE EMS-NAME TO EM-NAME(EMS-CT)
           MOVE EMS-BASE-CUR TO EM-BASE(EMS-CT)
           MOVE EMS-STATUS TO EM-STATUS(EMS-CT)
           IF EMS-EFF-DT NUMERIC
            MOVE EMS-EFF-DT TO EM-EFF(EMS-CT)
           ELSE
            MOVE ZEROS TO EM-EFF(EMS-CT)
           END-IF
         END-READ.
         IF STTS-EMS NOT = ZEROS AND STTS-EMS NOT = 10
          DISPLAY 'I/O ERROR READING EMS-FL, STATUS = ' STTS-EMS
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO EMS-EOF-FL
         END-IF.

        103-LOAD-CURRENCY.
      * THE BASE CURRENCY OF AN ENTITY MUST BE A CODE THE CONVERSION
      * RUN WILL ACCEPT, SO THE CURRENCY MASTER IS MANDATORY HERE
         OPEN INPUT CUR-FL.
         IF STTS-CUR NOT = ZEROS
          DISPLAY 'CURRENCY MASTER NOT FOUND (' CUR-FL-PATH ')'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 104-LOAD-ONE-CUR UNTIL CUR-IS-EOF.
         CLOSE CUR-FL.

        104-LOAD-ONE-CUR.
         READ CUR-FL
          AT END
           MOVE 'Y' TO CUR-EOF-FL
          NOT AT END
           IF CUR-CT >= 999
            DISPLAY 'CURRENCY TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO CUR-CT
           MOVE CUR-CODE TO CU-CODE(CUR-CT)
           MOVE CUR-ACTIVE-FL TO CU-ACTIVE(CUR-CT)
           IF CUR-EFF-DT NUMERIC
            MOVE CUR-EFF-DT TO CU-EFF(CUR-CT)
           ELSE
            MOVE ZEROS TO CU-EFF(CUR-CT)
           END-IF
         END-READ.
         IF STTS-CUR NOT = ZEROS AND STTS-CUR NOT = 10
          DISPLAY 'I/O ERROR READING CUR-FL, STATUS = ' STTS-CUR
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO CUR-EOF-FL
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: ENTM0001'.
         DISPLAY 'ENTITY MASTER MAINTENANCE'.
         DISPLAY 'OPERATOR INITIALS: '.
         ACCEPT ANS-OPER.
         IF ANS-OPER = SPACES
          DISPLAY 'OPERATOR INITIALS REQUIRED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 290-SIGN-ON-OPERATOR.
         PERFORM 201-ONE-CHANGE UNTIL NOT IS-MORE.
         IF CT-CHANGED > 0
          PERFORM 230-REWRITE-MASTER
         END-IF.

        201-ONE-CHANGE.
         DISPLAY 'ACTION - N=NEW A=ACTIVATE D=DEACTIVATE '
          'B=BASE CURRENCY (OTHER = STOP): '.
         ACCEPT ANS-ACTION.
         EVALUATE ANS-ACTION
          WHEN 'n' MOVE 'N' TO ANS-ACTION
          WHEN 'a' MOVE 'A' TO ANS-ACTION
          WHEN 'd' MOVE 'D' TO ANS-ACTION
          WHEN 'b' MOVE 'B' TO ANS-ACTION
         END-EVALUATE.
         IF ANS-ACTION NOT = 'N' AND ANS-ACTION NOT = 'A'
            AND ANS-ACTION NOT = 'D' AND ANS-ACTION NOT = 'B'
          MOVE 'N' TO MORE-FL
          EXIT PARAGRAPH
         END-IF.
         DISPLAY 'ENTITY CODE (4 CHARS): '.
         ACCEPT ANS-CODE.
         MOVE SPACES TO ANS-NAME.
         MOVE SPACES TO ANS-BASE.
         IF ANS-ACTION = 'N'
          DISPLAY 'LEGAL NAME (40 CHARS): '
          ACCEPT ANS-NAME
         END-IF.
         IF ANS-ACTION = 'N' OR ANS-ACTION = 'B'
          DISPLAY 'BASE CURRENCY (10 CHARS): '
          ACCEPT ANS-BASE
         END-IF.
         DISPLAY 'EFFECTIVE DATE (YYYYMMDD): '.
         ACCEPT ANS-EFF.
         PERFORM 202-APPLY-CHANGE.
         DISPLAY 'ANOTHER CHANGE? (Y/N)'.
         ACCEPT ANS-AGAIN.
         IF ANS-AGAIN NOT = 'Y' AND ANS-AGAIN NOT = 'y'
          MOVE 'N' TO MORE-FL
         END-IF.

        202-APPLY-CHANGE.
         IF ANS-CODE = SPACES
          DISPLAY 'REJECTED: ENTITY CODE REQUIRED'
          EXIT PARAGRAPH
         END-IF.
         IF ANS-EFF NOT NUMERIC
          DISPLAY 'REJECTED: DATE MUST BE NUMERIC YYYYMMDD'
          EXIT PARAGRAPH
         END-IF.
         MOVE ANS-EFF TO DTVL-DATE.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'DTVL0001' USING DTVL-DATE DTVL-RC.
         MOVE SAVED-RC TO RETURN-CODE.
         IF DTVL-RC NOT = ZEROS
          DISPLAY 'REJECTED: NOT A VALID CALENDAR DATE'
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO FOUND-FL.
         MOVE 1 TO EMS-IX.
         PERFORM 203-SCAN-ENTITY UNTIL EMS-IX > EMS-CT
          OR CODE-IS-FOUND.
         IF ANS-ACTION = 'N'
          PERFORM 205-ADD-ENTITY
          EXIT PARAGRAPH
         END-IF.
         IF NOT CODE-IS-FOUND
          DISPLAY 'REJECTED: ' ANS-CODE ' NOT ON MASTER'
          EXIT PARAGRAPH
         END-IF.
         IF ANS-ACTION = 'B'
          PERFORM 206-CHANGE-BASE
          EXIT PARAGRAPH
         END-IF.
         IF ANS-ACTION = 'D'
          PERFORM 210-CHECK-OPEN-EXPOSURE
          IF CHANGE-IS-BLOCKED
           EXIT PARAGRAPH
          END-IF
         END-IF.
         MOVE EM-STATUS(EMS-IX) TO OLD-STATUS.
         MOVE EM-EFF(EMS-IX) TO OLD-EFF.
         MOVE EM-BASE(EMS-IX) TO OLD-BASE.
         IF ANS-ACTION = 'A'
          MOVE 'A' TO EM-STATUS(EMS-IX)
         ELSE
          MOVE 'I' TO EM-STATUS(EMS-IX)
         END-IF.
         MOVE ANS-EFF TO EM-EFF(EMS-IX).
         ADD 1 TO CT-CHANGED.
         PERFORM 220-WRITE-AUDIT.
         DISPLAY 'CHANGED: ' ANS-CODE ' -> ' EM-STATUS(EMS-IX)
          ' EFFECTIVE ' ANS-EFF.

        203-SCAN-ENTITY.
         IF EM-CODE(EMS-IX) = ANS-CODE
          MOVE 'Y' TO FOUND-FL
         ELSE
          ADD 1 TO EMS-IX
         END-IF.

        204-CHECK-BASE-CUR.
      * A BASE CURRENCY MUST BE ON THE CURRENCY MASTER AND ACTIVE ON
      * THE DATE THE ENTITY STARTS USING IT
         MOVE 'N' TO CUR-FOUND-FL.
         MOVE 1 TO CUR-IX.
         PERFORM 207-SCAN-CUR UNTIL CUR-IX > CUR-CT
          OR CUR-IS-FOUND.
         IF NOT CUR-IS-FOUND
          DISPLAY 'REJECTED: ' ANS-BASE ' NOT ON CURRENCY MASTER'
          MOVE 'Y' TO BLOCK-FL
          EXIT PARAGRAPH
         END-IF.
         IF (CU-ACTIVE(CUR-IX) = 'A' AND CU-EFF(CUR-IX) > ANS-EFF)
            OR (CU-ACTIVE(CUR-IX) NOT = 'A'
                AND CU-EFF(CUR-IX) NOT > ANS-EFF)
          DISPLAY 'REJECTED: ' ANS-BASE ' NOT ACTIVE ON ' ANS-EFF
          MOVE 'Y' TO BLOCK-FL
         END-IF.

        205-ADD-ENTITY.
         IF CODE-IS-FOUND
          DISPLAY 'REJECTED: ' ANS-CODE ' ALREADY ON MASTER'
          EXIT PARAGRAPH
         END-IF.
         IF ANS-NAME = SPACES
          DISPLAY 'REJECTED: LEGAL NAME REQUIRED'
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO BLOCK-FL.
         PERFORM 204-CHECK-BASE-CUR.
         IF CHANGE-IS-BLOCKED
          EXIT PARAGRAPH
         END-IF.
         IF EMS-CT >= 999
          DISPLAY 'REJECTED: ENTITY TABLE FULL'
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO EMS-CT.
         MOVE EMS-CT TO EMS-IX.
         MOVE ANS-CODE TO EM-CODE(EMS-IX).
         MOVE ANS-NAME TO EM-NAME(EMS-IX).
         MOVE ANS-BASE TO EM-BASE(EMS-IX).
         MOVE 'A' TO EM-STATUS(EMS-IX).
         MOVE ANS-EFF TO EM-EFF(EMS-IX).
         MOVE SPACE TO OLD-STATUS.
         MOVE ZEROS TO OLD-EFF.
         MOVE SPACES TO OLD-BASE.
         ADD 1 TO CT-CHANGED.
         ADD 1 TO CT-ADDED.
         PERFORM 220-WRITE-AUDIT.
         DISPLAY 'ADDED: ' ANS-CODE ' ' ANS-NAME.
         DISPLAY '       BASE ' ANS-BASE ' ACTIVE FROM ' ANS-EFF.

        206-CHANGE-BASE.
      * A NEW BASE CURRENCY MOVES ALL OF THE ENTITY'S REPORTING AT
      * ONCE; THE EFFECTIVE DATE ONLY CHECKS THE CURRENCY IS LIVE
         MOVE 'N' TO BLOCK-FL.
         PERFORM 204-CHECK-BASE-CUR.
         IF CHANGE-IS-BLOCKED
          EXIT PARAGRAPH
         END-IF.
         IF ANS-BASE = EM-BASE(EMS-IX)
          DISPLAY 'REJECTED: ' ANS-CODE ' ALREADY REPORTS IN '
           ANS-BASE
          EXIT PARAGRAPH
         END-IF.
         MOVE EM-STATUS(EMS-IX) TO OLD-STATUS.
         MOVE EM-EFF(EMS-IX) TO OLD-EFF.
         MOVE EM-BASE(EMS-IX) TO OLD-BASE.
         MOVE ANS-BASE TO EM-BASE(EMS-IX).
         ADD 1 TO CT-CHANGED.
         PERFORM 220-WRITE-AUDIT.
         DISPLAY 'CHANGED: ' ANS-CODE ' BASE ' OLD-BASE ' -> '
           ANS-BASE.

        207-SCAN-CUR.
         IF CU-CODE(CUR-IX) = ANS-BASE
          MOVE 'Y' TO CUR-FOUND-FL
         ELSE
          ADD 1 TO CUR-IX
         END-IF.

        210-CHECK-OPEN-EXPOSURE.
      * AN ENTITY WITH A LIVE BALANCE OR AN OPEN CARRYOVER MUST BE
      * WOUND DOWN FIRST; DEACTIVATING IT WOULD STRAND THOSE RECORDS
         MOVE 'N' TO BLOCK-FL.
         MOVE 'N' TO POS-EOF-FL.
         OPEN INPUT POS-FL.
         IF STTS-POS = ZEROS
          PERFORM 211-CHECK-ONE-POS UNTIL POS-IS-EOF
           OR CHANGE-IS-BLOCKED
          CLOSE POS-FL
         END-IF.
         IF CHANGE-IS-BLOCKED
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO CRY-EOF-FL.
         OPEN INPUT CARRY-FL.
         IF STTS-CARRY = ZEROS
          PERFORM 212-CHECK-ONE-CARRY UNTIL CRY-IS-EOF
           OR CHANGE-IS-BLOCKED
          CLOSE CARRY-FL
         END-IF.

        211-CHECK-ONE-POS.
         READ POS-FL
          AT END
           MOVE 'Y' TO POS-EOF-FL
          NOT AT END
           IF POS-ENT = ANS-CODE AND POS-BAL NOT = 0
            DISPLAY 'REJECTED: ' ANS-CODE ' HAS BALANCE ' POS-BAL
             ' IN ' POS-CODE ' ON POSMST'
            MOVE 'Y' TO BLOCK-FL
           END-IF
         END-READ.
         IF STTS-POS NOT = ZEROS AND STTS-POS NOT = 10
          MOVE 'Y' TO POS-EOF-FL
         END-IF.

        212-CHECK-ONE-CARRY.
         READ CARRY-FL
          AT END
           MOVE 'Y' TO CRY-EOF-FL
          NOT AT END
           IF CRY-ENT = ANS-CODE
            DISPLAY 'REJECTED: ' ANS-CODE ' HAS AN OPEN CARRYOVER '
             CRY-A '/' CRY-B
            MOVE 'Y' TO BLOCK-FL
           END-IF
         END-READ.
         IF STTS-CARRY NOT = ZEROS AND STTS-CARRY NOT = 10
          MOVE 'Y' TO CRY-EOF-FL
         END-IF.

        220-WRITE-AUDIT.
         MOVE SPACES TO AUD-REC.
         STRING TODAY-TS ' ' ANS-OPER ' ' ANS-CODE ' ' ANS-ACTION
          ' ' OLD-STATUS '/' OLD-EFF '/' OLD-BASE
          ' -> ' EM-STATUS(EMS-IX) '/' EM-EFF(EMS-IX)
          '/' EM-BASE(EMS-IX)
          DELIMITED BY SIZE INTO AUD-REC.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.

        230-REWRITE-MASTER.
         OPEN OUTPUT EMS-FL.
         MOVE 1 TO EMS-IX.
         PERFORM 231-WRITE-ONE-ENTITY UNTIL EMS-IX > EMS-CT.
         CLOSE EMS-FL.
         DISPLAY 'ENTITY MASTER UPDATED: ' EMS-FL-PATH.

        231-WRITE-ONE-ENTITY.
         MOVE EM-CODE(EMS-IX) TO EMS-CODE.
         MOVE EM-NAME(EMS-IX) TO EMS-NAME.
         MOVE EM-BASE(EMS-IX) TO EMS-BASE-CUR.
         MOVE EM-STATUS(EMS-IX) TO EMS-STATUS.
         MOVE EM-EFF(EMS-IX) TO EMS-EFF-DT.
         WRITE EMS-RCRD.
         ADD 1 TO EMS-IX.

        290-SIGN-ON-OPERATOR.
      * THE ENTMAINT ROLE ON THE OPERATOR MASTER DECIDES WHO MAY
      * CHANGE THE ENTITY MASTER
         MOVE 'ON' TO OPRV-FUNC.
         MOVE 'ENTMAINT' TO OPRV-ROLE.
         MOVE 'ENTM0001' TO OPRV-PGM.
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
         DISPLAY '-- ENTITY MAINTENANCE SUMMARY --'.
         DISPLAY ' ENTITIES ON MASTER: ' EMS-CT.
         DISPLAY ' ENTITIES ADDED:     ' CT-ADDED.
         DISPLAY ' CHANGES APPLIED:    ' CT-CHANGED.
         DISPLAY 'END-PROGRAM: ENTM0001'.
         GOBACK.
       END PROGRAM ENTM0001.
