      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - MANUTENCAO DO REGISTRO DE RETENCAO
      *          LEGAL (LEGALHLD.txt): COLOCA UMA RETENCAO (ESCOPO POR
      *          FILE-ID DO GENCAT, ARCHIVE PARA OS .ARC DO FHDR0003 OU
      *          ALL, FAIXA DE DATAS, SOLICITANTE, MOTIVO E DATA
      *          PREVISTA DE LIBERACAO) OU LIBERA UMA RETENCAO ATIVA.
      *          SO O PAPEL LEGALHLD ENTRA; CADA MUDANCA VAI PARA A
      *          TRILHA ENCADEADA LGHAUD.txt COM OPERADOR E TIMESTAMP.
      *          A RETENCAO DE GERACOES (GCAT0001) E A LIMPEZA DOS
      *          ARCHIVES (FHDR0003) CONSULTAM O REGISTRO PELO LGHC0001
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. LGHM0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT LGH-FL ASSIGN LGH-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-LGH.

       DATA DIVISION.
        FILE SECTION.
         FD LGH-FL.
         01 LGH-RCRD.
          COPY LGHREC.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'LGHM0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 LGH-FL-PATH               PIC X(80)
             VALUE '.\..\fls\LEGALHLD.txt'.
         77 AUD-FL-PATH               PIC X(80)
             VALUE '.\..\fls\LGHAUD.txt'.
         77 LGH-FL-PATH-ENV           PIC X(80).
         77 AUD-FL-PATH-ENV           PIC X(80).

         77 STTS-LGH                                       PIC 99.
         77 AUD-REC                                        PIC X(100).
         77 AUD-WIDTH                          PIC 9(3) VALUE 100.
         77 AUDC-RC                                        PIC 99.
         77 LGH-EOF-FL                                     PIC X.
          88 LGH-IS-EOF                                    VALUE 'Y'.

         77 HLD-CT                                     PIC 9(4) COMP.
         77 HLD-IX                                     PIC 9(4) COMP.
         01 HLD-TBL.
          02 HLD-ENTRY OCCURS 999 TIMES.
           03 HT-REC                                       PIC X(139).
         77 LAST-ID                              PIC 9(6) VALUE ZEROS.

         77 MORE-FL                                    PIC X VALUE 'Y'.
          88 IS-MORE                                       VALUE 'Y'.
         77 ANS-OPER                                       PIC X(3).
         77 OPRV-FUNC                                  PIC X(3).
         77 OPRV-ROLE                                  PIC X(8).
         77 OPRV-PGM                                   PIC X(8).
         77 OPRV-RC                                    PIC 99.
         77 OPRV-SAVED-RC                        PIC S9(9) COMP-5.
         77 ANS-ACTION                                     PIC X.
         77 ANS-FILE-ID                                    PIC X(10).
         77 ANS-FROM                                       PIC X(8).
         77 ANS-TO                                         PIC X(8).
         77 ANS-REL                                        PIC X(8).
         77 ANS-REQUESTER                                  PIC X(20).
         77 ANS-REASON                                     PIC X(40).
         77 ANS-ID                                         PIC X(6).
         77 ID-LEN                                         PIC 9(4).
         77 ANS-AGAIN                                      PIC X.
         77 ACT-WRK                                        PIC X(7).
         77 NEW-FROM                                       PIC 9(8).
         77 NEW-TO                                         PIC 9(8).
         77 NEW-REL                                        PIC 9(8).
         77 WRK-ID                                         PIC 9(6).
         77 FOUND-FL                                       PIC X.
          88 HOLD-IS-FOUND                                 VALUE 'Y'.
         77 REJECT-FL                                      PIC X.
          88 HOLD-IS-REJECTED                              VALUE 'Y'.
         77 CT-ADDED                            PIC 9(4) VALUE ZEROS.
         77 CT-RELEASED                         PIC 9(4) VALUE ZEROS.
         77 CT-REJECTED                         PIC 9(4) VALUE ZEROS.
         77 CT-LOADED                           PIC 9(4) VALUE ZEROS.
         77 TODAY-TS                                       PIC 9(14).
         77 TODAY-DT                                       PIC 9(8).

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
         DISPLAY 'MAIN: LGHM0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: LGHM0001'.
         ACCEPT LGH-FL-PATH-ENV FROM ENVIRONMENT 'LGHM0001_HOLDFILE'.
         IF LGH-FL-PATH-ENV NOT = SPACES
          MOVE LGH-FL-PATH-ENV TO LGH-FL-PATH
         END-IF.
         ACCEPT AUD-FL-PATH-ENV FROM ENVIRONMENT 'LGHM0001_AUDFILE'.
         IF AUD-FL-PATH-ENV NOT = SPACES
          MOVE AUD-FL-PATH-ENV TO AUD-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO TODAY-TS.
         MOVE TODAY-TS(1:8) TO TODAY-DT.
         PERFORM 101-LOAD-REGISTER.

        101-LOAD-REGISTER.
      * A REGISTER THAT DOES NOT EXIST YET IS STARTED EMPTY
         MOVE 0 TO HLD-CT.
         MOVE 'N' TO LGH-EOF-FL.
         OPEN INPUT LGH-FL.
         IF STTS-LGH NOT = ZEROS
          DISPLAY 'LEGAL HOLD REGISTER NOT FOUND, STARTING EMPTY'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 102-LOAD-ONE-HOLD UNTIL LGH-IS-EOF.
         CLOSE LGH-FL.
         MOVE HLD-CT TO CT-LOADED.

        102-LOAD-ONE-HOLD.
         READ LGH-FL
          AT END
           MOVE 'Y' TO LGH-EOF-FL
          NOT AT END
           IF HLD-CT >= 999
            DISPLAY 'HOLD TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO HLD-CT
           MOVE LGH-RCRD TO HT-REC(HLD-CT)
           IF LH-ID > LAST-ID
            MOVE LH-ID TO LAST-ID
           END-IF
         END-READ.
         IF STTS-LGH NOT = ZEROS AND STTS-LGH NOT = 10
          DISPLAY 'I/O ERROR READING LGH-FL, STATUS = ' STTS-LGH
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: LGHM0001'.
         DISPLAY 'LEGAL HOLD REGISTER MAINTENANCE'.
         DISPLAY 'OPERATOR INITIALS: '.
         ACCEPT ANS-OPER.
         IF ANS-OPER = SPACES
          DISPLAY 'OPERATOR INITIALS REQUIRED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 290-SIGN-ON-OPERATOR.
         PERFORM 201-ONE-CHANGE UNTIL NOT IS-MORE.
         IF CT-ADDED > 0 OR CT-RELEASED > 0
          PERFORM 230-REWRITE-REGISTER
         END-IF.

        201-ONE-CHANGE.
         DISPLAY 'ACTION - A=PLACE HOLD R=RELEASE HOLD '
          '(OTHER = STOP): '.
         ACCEPT ANS-ACTION.
         INSPECT ANS-ACTION CONVERTING 'ar' TO 'AR'.
         EVALUATE ANS-ACTION
          WHEN 'A'
           PERFORM 202-PLACE-HOLD
          WHEN 'R'
           PERFORM 210-RELEASE-HOLD
          WHEN OTHER
           MOVE 'N' TO MORE-FL
           EXIT PARAGRAPH
         END-EVALUATE.
         DISPLAY 'ANOTHER CHANGE? (Y/N)'.
         ACCEPT ANS-AGAIN.
         IF ANS-AGAIN NOT = 'Y' AND ANS-AGAIN NOT = 'y'
          MOVE 'N' TO MORE-FL
         END-IF.

        202-PLACE-HOLD.
         DISPLAY 'SCOPE - GENCAT FILE-ID, ARCHIVE OR ALL: '.
         ACCEPT ANS-FILE-ID.
         INSPECT ANS-FILE-ID CONVERTING
          'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
         DISPLAY 'FIRST DATE COVERED (YYYYMMDD): '.
         ACCEPT ANS-FROM.
         DISPLAY 'LAST DATE COVERED (YYYYMMDD): '.
         ACCEPT ANS-TO.
         DISPLAY 'REQUESTED BY (LEGAL/AUDIT CONTACT): '.
         ACCEPT ANS-REQUESTER.
         DISPLAY 'REASON: '.
         ACCEPT ANS-REASON.
         DISPLAY 'PLANNED RELEASE DATE (YYYYMMDD, BLANK = UNTIL '
          'RELEASED): '.
         ACCEPT ANS-REL.
         PERFORM 203-VALIDATE-HOLD.
         IF HOLD-IS-REJECTED
          ADD 1 TO CT-REJECTED
          EXIT PARAGRAPH
         END-IF.
         IF HLD-CT >= 999
          DISPLAY 'REJECTED: HOLD TABLE FULL'
          ADD 1 TO CT-REJECTED
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO LAST-ID.
         INITIALIZE LGH-RCRD.
         MOVE LAST-ID TO LH-ID.
         MOVE ANS-FILE-ID TO LH-FILE-ID.
         MOVE NEW-FROM TO LH-FROM-DT.
         MOVE NEW-TO TO LH-TO-DT.
         MOVE ANS-REQUESTER TO LH-REQUESTER.
         MOVE ANS-REASON TO LH-REASON.
         MOVE NEW-REL TO LH-RELEASE-DT.
         MOVE 'ACTIVE' TO LH-STATUS.
         MOVE TODAY-TS TO LH-SET-TS.
         MOVE ANS-OPER TO LH-OPER.
         MOVE ZEROS TO LH-REL-TS.
         ADD 1 TO HLD-CT.
         MOVE LGH-RCRD TO HT-REC(HLD-CT).
         ADD 1 TO CT-ADDED.
         MOVE 'SET' TO ACT-WRK.
         PERFORM 220-WRITE-AUDIT.
         DISPLAY 'HOLD ' LH-ID ' PLACED: ' LH-FILE-ID ' '
           LH-FROM-DT '-' LH-TO-DT.

        203-VALIDATE-HOLD.
      * A HOLD NEEDS A SCOPE, A REAL DATE RANGE, WHO ASKED AND WHY;
      * A PLANNED RELEASE, WHEN GIVEN, MUST STILL BE AHEAD
         MOVE 'Y' TO REJECT-FL.
         IF ANS-FILE-ID = SPACES
          DISPLAY 'REJECTED: SCOPE IS REQUIRED'
          EXIT PARAGRAPH
         END-IF.
         IF ANS-FROM NOT NUMERIC OR ANS-TO NOT NUMERIC
          DISPLAY 'REJECTED: DATES MUST BE NUMERIC YYYYMMDD'
          EXIT PARAGRAPH
         END-IF.
         MOVE ANS-FROM TO NEW-FROM.
         MOVE ANS-TO TO NEW-TO.
         MOVE NEW-FROM TO DTVL-DATE.
         PERFORM 204-CHECK-DATE.
         IF DTVL-RC NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         MOVE NEW-TO TO DTVL-DATE.
         PERFORM 204-CHECK-DATE.
         IF DTVL-RC NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         IF NEW-FROM > NEW-TO
          DISPLAY 'REJECTED: FIRST DATE IS AFTER LAST DATE'
          EXIT PARAGRAPH
         END-IF.
         IF ANS-REQUESTER = SPACES OR ANS-REASON = SPACES
          DISPLAY 'REJECTED: REQUESTER AND REASON ARE REQUIRED'
          EXIT PARAGRAPH
         END-IF.
         MOVE ZEROS TO NEW-REL.
         IF ANS-REL NOT = SPACES
          IF ANS-REL NOT NUMERIC
           DISPLAY 'REJECTED: RELEASE DATE MUST BE NUMERIC YYYYMMDD'
           EXIT PARAGRAPH
          END-IF
          MOVE ANS-REL TO NEW-REL
          MOVE NEW-REL TO DTVL-DATE
          PERFORM 204-CHECK-DATE
          IF DTVL-RC NOT = ZEROS
           EXIT PARAGRAPH
          END-IF
          IF NEW-REL < TODAY-DT
           DISPLAY 'REJECTED: RELEASE DATE ' NEW-REL ' IS PAST'
           EXIT PARAGRAPH
          END-IF
         END-IF.
         MOVE 'N' TO REJECT-FL.

        204-CHECK-DATE.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'DTVL0001' USING DTVL-DATE DTVL-RC.
         MOVE SAVED-RC TO RETURN-CODE.
         IF DTVL-RC NOT = ZEROS
          DISPLAY 'REJECTED: ' DTVL-DATE ' IS NOT A VALID CALENDAR DATE'
         END-IF.

        210-RELEASE-HOLD.
         DISPLAY 'HOLD NUMBER TO RELEASE: '.
         ACCEPT ANS-ID.
         MOVE ZEROS TO ID-LEN.
         INSPECT ANS-ID TALLYING ID-LEN
          FOR CHARACTERS BEFORE INITIAL SPACE.
         IF ID-LEN = 0
          DISPLAY 'REJECTED: HOLD NUMBER MUST BE NUMERIC'
          ADD 1 TO CT-REJECTED
          EXIT PARAGRAPH
         END-IF.
         IF ANS-ID(1:ID-LEN) NOT NUMERIC
          DISPLAY 'REJECTED: HOLD NUMBER MUST BE NUMERIC'
          ADD 1 TO CT-REJECTED
          EXIT PARAGRAPH
         END-IF.
         MOVE ANS-ID(1:ID-LEN) TO WRK-ID.
         MOVE 'N' TO FOUND-FL.
         MOVE 1 TO HLD-IX.
         PERFORM 211-SCAN-HOLD UNTIL HLD-IX > HLD-CT
           OR HOLD-IS-FOUND.
         IF NOT HOLD-IS-FOUND
          DISPLAY 'REJECTED: HOLD ' WRK-ID ' IS NOT ON THE REGISTER'
          ADD 1 TO CT-REJECTED
          EXIT PARAGRAPH
         END-IF.
         IF LH-STATUS NOT = 'ACTIVE'
          DISPLAY 'REJECTED: HOLD ' WRK-ID ' IS ALREADY ' LH-STATUS
          ADD 1 TO CT-REJECTED
          EXIT PARAGRAPH
         END-IF.
         DISPLAY 'RELEASING ' LH-ID ' ' LH-FILE-ID ' ' LH-FROM-DT '-'
           LH-TO-DT ' FOR ' LH-REQUESTER.
         DISPLAY 'CONFIRM RELEASE? (Y/N)'.
         ACCEPT ANS-AGAIN.
         IF ANS-AGAIN NOT = 'Y' AND ANS-AGAIN NOT = 'y'
          DISPLAY 'RELEASE NOT CONFIRMED, HOLD STAYS'
          EXIT PARAGRAPH
         END-IF.
         MOVE 'RELEASED' TO LH-STATUS.
         MOVE TODAY-TS TO LH-REL-TS.
         MOVE LGH-RCRD TO HT-REC(HLD-IX).
         ADD 1 TO CT-RELEASED.
         MOVE 'RELEASE' TO ACT-WRK.
         PERFORM 220-WRITE-AUDIT.
         DISPLAY 'HOLD ' LH-ID ' RELEASED'.

        211-SCAN-HOLD.
         MOVE HT-REC(HLD-IX) TO LGH-RCRD.
         IF LH-ID = WRK-ID
          MOVE 'Y' TO FOUND-FL
         ELSE
          ADD 1 TO HLD-IX
         END-IF.

        220-WRITE-AUDIT.
         MOVE SPACES TO AUD-REC.
         STRING TODAY-TS ' ' ANS-OPER ' ' ACT-WRK ' ' LH-ID
          ' ' LH-FILE-ID ' ' LH-FROM-DT '-' LH-TO-DT
          ' REQ ' LH-REQUESTER ' REL ' LH-RELEASE-DT
          DELIMITED BY SIZE INTO AUD-REC.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.

        230-REWRITE-REGISTER.
      * RELEASED HOLDS STAY ON THE REGISTER AS THE RECORD OF WHAT WAS
      * PRESERVED, FOR WHOM AND UNTIL WHEN
         OPEN OUTPUT LGH-FL.
         IF STTS-LGH NOT = ZEROS
          DISPLAY 'CANNOT REWRITE LGH-FL, STATUS = ' STTS-LGH
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO HLD-IX.
         PERFORM 231-WRITE-ONE-HOLD UNTIL HLD-IX > HLD-CT.
         CLOSE LGH-FL.
         DISPLAY 'LEGAL HOLD REGISTER UPDATED: ' LGH-FL-PATH.

        231-WRITE-ONE-HOLD.
         MOVE HT-REC(HLD-IX) TO LGH-RCRD.
         WRITE LGH-RCRD.
         ADD 1 TO HLD-IX.

        290-SIGN-ON-OPERATOR.
      * THE LEGALHLD ROLE ON THE OPERATOR MASTER DECIDES WHO MAY
      * PLACE OR LIFT A HOLD THAT OVERRIDES THE RETENTION RULES
         MOVE 'ON' TO OPRV-FUNC.
         MOVE 'LEGALHLD' TO OPRV-ROLE.
         MOVE 'LGHM0001' TO OPRV-PGM.
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
         DISPLAY '-- LEGAL HOLD MAINTENANCE SUMMARY --'.
         DISPLAY ' HOLDS READ: ' CT-LOADED.
         DISPLAY ' PLACED: ' CT-ADDED.
         DISPLAY ' RELEASED: ' CT-RELEASED.
         DISPLAY ' REJECTED: ' CT-REJECTED.
         IF CT-REJECTED > 0 AND RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: LGHM0001'.
         GOBACK.
       END PROGRAM LGHM0001.
