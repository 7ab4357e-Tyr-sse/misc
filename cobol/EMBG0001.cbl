      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - BARREIRA DE EMBARGO ANTES DO CONV0001:
      *          CRUZA AS MOEDAS DE I0001 CONTRA A LISTA DE JURISDICOES
      *          RESTRITAS (EMBLIST.txt, PAIS X MOEDA COM VIGENCIA);
      *          REGISTROS BLOQUEADOS SAEM DE I0001 PARA EMBBLK.txt
      *          (NUNCA PARA R0001.txt, QUE O RJRP0001 REAPRESENTA),
      *          CADA BLOQUEIO VAI PARA ALERT.txt; O MODO RELEASE DEIXA
      *          O COMPLIANCE LIBERAR OU CONFIRMAR COM MOTIVO E INICIAIS
      *          E OS LIBERADOS VOLTAM PARA I0001 NA PROXIMA PASSAGEM
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. EMBG0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT I-FL ASSIGN I-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-I.
         SELECT WRK-FL ASSIGN WRK-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-WRK.
         SELECT LIST-FL ASSIGN LIST-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-LIST.
         SELECT BLK-FL ASSIGN BLK-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-BLK.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.
         SELECT ALRT-FL ASSIGN ALRT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ALRT.

       DATA DIVISION.
        FILE SECTION.
         FD I-FL.
         01 RCRD-RAW.
          02 RAW-A                                          PIC X(10).
          02 RAW-B                                          PIC X(10).
          02 RAW-DT                                         PIC 9(8).
          02 RAW-V                                         PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 RAW-ENT                                        PIC X(4).
          02 RAW-DIR                                        PIC X.
          02 RAW-ACT                                        PIC X.
          02 RAW-CPTY                                       PIC X(8).
          02 RAW-TS                                         PIC 9(14).
          02 RAW-SRC                                        PIC X(8).
         01 RAW-TRL-RCRD.
          02 RAW-TRL-TAG                                    PIC X(10).
          02 RAW-TRL-CT                                     PIC 9(6).
          02 RAW-TRL-HASH                                PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 FILLER                                         PIC X(8).

         FD WRK-FL.
         01 WRK-REC                                         PIC X(75).
         01 WRK-TRL-RCRD.
          02 WRK-TRL-TAG                                    PIC X(10).
          02 WRK-TRL-CT                                     PIC 9(6).
          02 WRK-TRL-HASH                                PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 FILLER                                         PIC X(8).

         FD LIST-FL.
         01 LIST-RCRD.
          02 EL-CTRY                                        PIC X(3).
          02 EL-CUR                                         PIC X(10).
          02 EL-FROM-DT                                     PIC 9(8).
          02 EL-TO-DT                                       PIC 9(8).
          02 EL-SCOPE                                       PIC X.
          02 EL-NAME                                        PIC X(30).

         FD BLK-FL.
         01 BLK-RCRD.
          02 BK-ID                                          PIC 9(6).
          02 BK-BLK-DT                                      PIC 9(8).
          02 BK-STATUS                                      PIC X.
          02 BK-CTRY                                        PIC X(3).
          02 BK-CUR                                         PIC X(10).
          02 BK-RAW                                         PIC X(53).
          02 BK-OPER                                        PIC X(3).
          02 BK-TS                                          PIC 9(14).
          02 BK-REASON                                      PIC X(30).
      * THE LINE'S TRANSACTION TIMESTAMP AND FEED SOURCE RIDE AT THE
      * END, SO BLOCK FILES WRITTEN BEFORE THEY EXISTED STILL READ
          02 BK-RAW-TAIL                                    PIC X(22).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

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
             VALUE 'EMBG0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 I-FL-PATH                 PIC X(80)
             VALUE '.\..\fls\I0001.txt'.
         77 WRK-FL-PATH               PIC X(80)
             VALUE '.\..\fls\I0001.EMB'.
         77 LIST-FL-PATH              PIC X(80)
             VALUE '.\..\fls\EMBLIST.txt'.
         77 BLK-FL-PATH               PIC X(80)
             VALUE '.\..\fls\EMBBLK.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\EMBGRPT.txt'.
         77 ALRT-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ALERT.txt'.
         77 I-FL-PATH-ENV             PIC X(80).
         77 WRK-FL-PATH-ENV           PIC X(80).
         77 LIST-FL-PATH-ENV          PIC X(80).
         77 BLK-FL-PATH-ENV           PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 ALRT-FL-PATH-ENV          PIC X(80).
         77 REH-WRK-PATH                                   PIC X(80).
         77 REHEARSAL-ENV                              PIC X(3).
         77 REHEARSAL-FL                             PIC X VALUE 'N'.
          88 IS-REHEARSAL                                  VALUE 'Y'.

         77 STTS-I                                         PIC 99.
         77 STTS-WRK                                       PIC 99.
         77 STTS-LIST                                      PIC 99.
         77 STTS-BLK                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 STTS-ALRT                                      PIC 99.
         77 I-EOF-FL                                 PIC X VALUE 'N'.
          88 I-IS-EOF                                      VALUE 'Y'.
         77 WRK-EOF-FL                               PIC X VALUE 'N'.
          88 WRK-IS-EOF                                    VALUE 'Y'.
         77 LIST-EOF-FL                              PIC X VALUE 'N'.
          88 LIST-IS-EOF                                   VALUE 'Y'.
         77 BLK-EOF-FL                               PIC X VALUE 'N'.
          88 BLK-IS-EOF                                    VALUE 'Y'.

         77 MODE-ENV                                       PIC X(7).
         77 RUN-MODE                         PIC X(7) VALUE 'GATE'.
          88 MODE-IS-RELEASE                        VALUE 'RELEASE'.
         77 TODAY-DT                                       PIC 9(8).

      * RESTRICTED JURISDICTIONS IN FORCE TODAY
         77 EMB-CT                                     PIC 9(4) COMP.
         77 EMB-IX                                     PIC 9(4) COMP.
         01 EMB-TBL.
          02 EMB-ENTRY OCCURS 999 TIMES.
           03 EM-CTRY                                      PIC X(3).
           03 EM-CUR                                       PIC X(10).
           03 EM-SCOPE                                     PIC X.
            88 EM-IS-INTO-ONLY                             VALUE 'T'.
           03 EM-NAME                                      PIC X(30).
         77 CT-LIST-READ                        PIC 9(4) VALUE ZEROS.
         77 HIT-FL                                         PIC X.
          88 RECORD-IS-HIT                                 VALUE 'Y'.
         77 HIT-IX                                     PIC 9(4) COMP.

      * BLOCKED ITEMS: B BLOCKED, R RELEASED (WAITING TO GO BACK),
      * I REINSTATED INTO I0001, C BLOCK CONFIRMED BY COMPLIANCE
         77 BX-CT                                      PIC 9(4) COMP.
         77 BX-IX                                      PIC 9(4) COMP.
         01 BX-TBL.
          02 BX-ENTRY OCCURS 999 TIMES.
           03 BX-ID                                        PIC 9(6).
           03 BX-BLK-DT                                    PIC 9(8).
           03 BX-STATUS                                    PIC X.
            88 BX-IS-BLOCKED                               VALUE 'B'.
            88 BX-IS-RELEASED                              VALUE 'R'.
           03 BX-CTRY                                      PIC X(3).
           03 BX-CUR                                       PIC X(10).
           03 BX-RAW                                       PIC X(75).
           03 BX-OPER                                      PIC X(3).
           03 BX-TS                                        PIC 9(14).
           03 BX-REASON                                    PIC X(30).
         77 NEXT-ID                             PIC 9(6) VALUE 1.

         77 TRL-SEEN-FL                              PIC X VALUE 'N'.
          88 TRL-WAS-SEEN                                  VALUE 'Y'.
         77 KEEP-CT                             PIC 9(6) VALUE ZEROS.
         77 KEEP-HASH                      PIC S9(12)V99 VALUE ZEROS.
         01 REIN-RAW.
          02 FILLER                                         PIC X(28).
          02 REIN-V                                        PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 FILLER                                         PIC X(36).
         77 REIN-FOUND-FL                                  PIC X.
          88 RECORD-WAS-RELEASED                           VALUE 'Y'.

         77 CT-READ                             PIC 9(6) VALUE ZEROS.
         77 CT-BLOCKED                          PIC 9(4) VALUE ZEROS.
         77 CT-REINSTATED                       PIC 9(4) VALUE ZEROS.
         77 CT-PENDING                          PIC 9(4) VALUE ZEROS.
         77 CT-RELEASED                         PIC 9(4) VALUE ZEROS.
         77 CT-CONFIRMED                        PIC 9(4) VALUE ZEROS.
         77 ALRT-SEQ-CT                         PIC 999 VALUE ZEROS.
         77 ED-V                                       PIC -Z(7)9.99.
         77 ANS-ACTION                                     PIC X.
         77 ANS-INITS                                      PIC X(3).
         77 ANS-REASON                                     PIC X(30).
         77 OPRV-FUNC                                  PIC X(3).
         77 OPRV-ROLE                                  PIC X(8).
         77 OPRV-PGM                                   PIC X(8).
         77 OPRV-RC                                    PIC 99.
         77 OPRV-SAVED-RC                        PIC S9(9) COMP-5.



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
         DISPLAY 'MAIN: EMBG0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: EMBG0001'.
         ACCEPT I-FL-PATH-ENV FROM ENVIRONMENT 'EMBG0001_INFILE'.
         IF I-FL-PATH-ENV NOT = SPACES
          MOVE I-FL-PATH-ENV TO I-FL-PATH
         END-IF.
         ACCEPT WRK-FL-PATH-ENV FROM ENVIRONMENT 'EMBG0001_WRKFILE'.
         IF WRK-FL-PATH-ENV NOT = SPACES
          MOVE WRK-FL-PATH-ENV TO WRK-FL-PATH
         END-IF.
         ACCEPT LIST-FL-PATH-ENV FROM ENVIRONMENT 'EMBG0001_LISTFILE'.
         IF LIST-FL-PATH-ENV NOT = SPACES
          MOVE LIST-FL-PATH-ENV TO LIST-FL-PATH
         END-IF.
         ACCEPT BLK-FL-PATH-ENV FROM ENVIRONMENT 'EMBG0001_BLKFILE'.
         IF BLK-FL-PATH-ENV NOT = SPACES
          MOVE BLK-FL-PATH-ENV TO BLK-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'EMBG0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT ALRT-FL-PATH-ENV FROM ENVIRONMENT 'EMBG0001_ALERTFILE'.
         IF ALRT-FL-PATH-ENV NOT = SPACES
          MOVE ALRT-FL-PATH-ENV TO ALRT-FL-PATH
         END-IF.
         ACCEPT MODE-ENV FROM ENVIRONMENT 'EMBG0001_MODE'.
         IF MODE-ENV = 'RELEASE'
          MOVE 'RELEASE' TO RUN-MODE
         END-IF.
         ACCEPT REHEARSAL-ENV FROM ENVIRONMENT 'CHAIN_REHEARSAL'.
         IF REHEARSAL-ENV(1:1) = 'Y'
          MOVE 'Y' TO REHEARSAL-FL
          MOVE SPACES TO REH-WRK-PATH
          STRING RPT-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO RPT-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         MOVE 0 TO EMB-CT.
         MOVE 0 TO BX-CT.
         IF NOT MODE-IS-RELEASE
          PERFORM 101-LOAD-LIST
         END-IF.
         PERFORM 103-LOAD-BLOCKED.

        101-LOAD-LIST.
      * NO LIST, NO CONVERSION: THE GATE FAILS CLOSED
         OPEN INPUT LIST-FL.
         IF STTS-LIST NOT = ZEROS
          DISPLAY 'RESTRICTED LIST UNAVAILABLE (' LIST-FL-PATH
           '), STATUS = ' STTS-LIST
          DISPLAY 'EMBARGO SCREENING NOT POSSIBLE, RUN STOPPED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 102-LOAD-ONE-ENTRY UNTIL LIST-IS-EOF.
         CLOSE LIST-FL.
         DISPLAY 'RESTRICTED ENTRIES IN FORCE: ' EMB-CT
          ' OF ' CT-LIST-READ.

        102-LOAD-ONE-ENTRY.
         READ LIST-FL
          AT END
           MOVE 'Y' TO LIST-EOF-FL
          NOT AT END
           IF LIST-RCRD = SPACES OR LIST-RCRD(1:1) = '*'
            EXIT PARAGRAPH
           END-IF
           ADD 1 TO CT-LIST-READ
           IF EL-FROM-DT NOT > TODAY-DT
              AND (EL-TO-DT = 0 OR EL-TO-DT NOT < TODAY-DT)
            IF EMB-CT >= 999
             DISPLAY 'RESTRICTED LIST TABLE FULL, RUN STOPPED'
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
            ADD 1 TO EMB-CT
            MOVE EL-CTRY TO EM-CTRY(EMB-CT)
            MOVE EL-CUR TO EM-CUR(EMB-CT)
            MOVE EL-SCOPE TO EM-SCOPE(EMB-CT)
            MOVE EL-NAME TO EM-NAME(EMB-CT)
           END-IF
         END-READ.
         IF STTS-LIST NOT = ZEROS AND STTS-LIST NOT = 10
          DISPLAY 'I/O ERROR READING LIST-FL, STATUS = ' STTS-LIST
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        103-LOAD-BLOCKED.
         OPEN INPUT BLK-FL.
         IF STTS-BLK NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 104-LOAD-ONE-BLOCKED UNTIL BLK-IS-EOF.
         CLOSE BLK-FL.

        104-LOAD-ONE-BLOCKED.
         READ BLK-FL
          AT END
           MOVE 'Y' TO BLK-EOF-FL
          NOT AT END
           IF BX-CT >= 999
            DISPLAY 'BLOCKED-ITEMS TABLE FULL, RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO BX-CT
           MOVE BK-ID TO BX-ID(BX-CT)
           MOVE BK-BLK-DT TO BX-BLK-DT(BX-CT)
           MOVE BK-STATUS TO BX-STATUS(BX-CT)
           MOVE BK-CTRY TO BX-CTRY(BX-CT)
           MOVE BK-CUR TO BX-CUR(BX-CT)
           MOVE BK-RAW TO BX-RAW(BX-CT)
           MOVE BK-RAW-TAIL TO BX-RAW(BX-CT)(54:22)
           MOVE BK-OPER TO BX-OPER(BX-CT)
           MOVE BK-TS TO BX-TS(BX-CT)
           MOVE BK-REASON TO BX-REASON(BX-CT)
           IF BK-ID NOT < NEXT-ID
            COMPUTE NEXT-ID = BK-ID + 1
           END-IF
         END-READ.
         IF STTS-BLK NOT = ZEROS AND STTS-BLK NOT = 10
          DISPLAY 'I/O ERROR READING BLK-FL, STATUS = ' STTS-BLK
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: EMBG0001'.
         IF MODE-IS-RELEASE
          PERFORM 240-RELEASE-SESSION
          PERFORM 250-REWRITE-BLOCKED
          EXIT PARAGRAPH
         END-IF.
         OPEN OUTPUT RPT-FL.
         MOVE SPACES TO RPT-REC.
         STRING 'EMBARGO GATE ' TODAY-DT '  INPUT: ' I-FL-PATH
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         PERFORM 210-SCREEN-INPUT.
         PERFORM 220-REINSTATE-RELEASED.
         PERFORM 225-WRITE-TRAILER.
         CLOSE WRK-FL.
         MOVE SPACES TO RPT-REC.
         STRING 'RECORDS READ: ' CT-READ '  BLOCKED: ' CT-BLOCKED
          '  REINSTATED: ' CT-REINSTATED
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         CLOSE RPT-FL.
      * I0001 IS ONLY REPLACED WHEN THE GATE CHANGED SOMETHING
         IF CT-BLOCKED = 0 AND CT-REINSTATED = 0
          EXIT PARAGRAPH
         END-IF.
         IF IS-REHEARSAL
          DISPLAY 'REHEARSAL: I0001 AND BLOCKED ITEMS LEFT UNCHANGED'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 230-REPLACE-INPUT.
         PERFORM 250-REWRITE-BLOCKED.

        210-SCREEN-INPUT.
         OPEN INPUT I-FL.
         IF STTS-I NOT = ZEROS
          DISPLAY 'ERROR OPENING I-FL, STATUS = ' STTS-I
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         OPEN OUTPUT WRK-FL.
         IF STTS-WRK NOT = ZEROS
          DISPLAY 'ERROR OPENING WRK-FL, STATUS = ' STTS-WRK
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 211-SCREEN-ONE-RECORD UNTIL I-IS-EOF.
         CLOSE I-FL.

        211-SCREEN-ONE-RECORD.
         READ I-FL
          AT END
           MOVE 'Y' TO I-EOF-FL
          NOT AT END
           IF RAW-A = '*TRAILER*'
            MOVE 'Y' TO TRL-SEEN-FL
           ELSE
            ADD 1 TO CT-READ
            PERFORM 212-CHECK-RECORD
            IF RECORD-IS-HIT
             PERFORM 213-BLOCK-RECORD
            ELSE
             MOVE RCRD-RAW TO WRK-REC
             WRITE WRK-REC
             ADD 1 TO KEEP-CT
             ADD RAW-V TO KEEP-HASH
            END-IF
           END-IF
         END-READ.
         IF STTS-I NOT = ZEROS AND STTS-I NOT = 10
          DISPLAY 'I/O ERROR READING I-FL, STATUS = ' STTS-I
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        212-CHECK-RECORD.
      * THE TARGET CURRENCY IS ALWAYS CHECKED; THE SOURCE LEG ONLY
      * WHEN THE ENTRY IS NOT RESTRICTED TO CONVERSIONS INTO IT
         MOVE 'N' TO HIT-FL.
         MOVE 1 TO EMB-IX.
         PERFORM 214-SCAN-ONE-ENTRY UNTIL EMB-IX > EMB-CT
          OR RECORD-IS-HIT.
      * AN ITEM COMPLIANCE RELEASED AND THE GATE ALREADY PUT BACK
      * MUST NOT BE BLOCKED AGAIN WHEN THE CHAIN IS RERUN
         IF RECORD-IS-HIT
          MOVE 'N' TO REIN-FOUND-FL
          MOVE 1 TO BX-IX
          PERFORM 216-SCAN-REINSTATED UNTIL BX-IX > BX-CT
           OR RECORD-WAS-RELEASED
          IF RECORD-WAS-RELEASED
           MOVE 'N' TO HIT-FL
          END-IF
         END-IF.

        216-SCAN-REINSTATED.
         IF BX-STATUS(BX-IX) = 'I' AND BX-RAW(BX-IX) = RCRD-RAW
          MOVE 'Y' TO REIN-FOUND-FL
         ELSE
          ADD 1 TO BX-IX
         END-IF.

        214-SCAN-ONE-ENTRY.
         IF EM-CUR(EMB-IX) = RAW-B
          MOVE 'Y' TO HIT-FL
          MOVE EMB-IX TO HIT-IX
         ELSE
          IF EM-CUR(EMB-IX) = RAW-A AND NOT EM-IS-INTO-ONLY(EMB-IX)
           MOVE 'Y' TO HIT-FL
           MOVE EMB-IX TO HIT-IX
          ELSE
           ADD 1 TO EMB-IX
          END-IF
         END-IF.

        213-BLOCK-RECORD.
         IF BX-CT >= 999
          DISPLAY 'BLOCKED-ITEMS TABLE FULL, RUN STOPPED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO BX-CT.
         ADD 1 TO CT-BLOCKED.
         MOVE NEXT-ID TO BX-ID(BX-CT).
         ADD 1 TO NEXT-ID.
         MOVE TODAY-DT TO BX-BLK-DT(BX-CT).
         MOVE 'B' TO BX-STATUS(BX-CT).
         MOVE EM-CTRY(HIT-IX) TO BX-CTRY(BX-CT).
         MOVE EM-CUR(HIT-IX) TO BX-CUR(BX-CT).
         MOVE RCRD-RAW TO BX-RAW(BX-CT).
         MOVE SPACES TO BX-OPER(BX-CT).
         MOVE ZEROS TO BX-TS(BX-CT).
         MOVE SPACES TO BX-REASON(BX-CT).
         MOVE RAW-V TO ED-V.
         MOVE SPACES TO RPT-REC.
         STRING 'BLOCKED ' BX-ID(BX-CT) ' ' RAW-A '/' RAW-B ' '
           RAW-DT ' ' ED-V ' ENT ' RAW-ENT ' CPTY ' RAW-CPTY
           ' - ' EM-CTRY(HIT-IX) ' ' EM-NAME(HIT-IX)
           DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         DISPLAY 'EMBARGO BLOCK ' BX-ID(BX-CT) ': ' RAW-A '/' RAW-B
          ' ' ED-V ' (' EM-CTRY(HIT-IX) ')'.
         IF NOT IS-REHEARSAL
          PERFORM 215-RAISE-ALERT
         END-IF.

        215-RAISE-ALERT.
         OPEN EXTEND ALRT-FL.
         IF STTS-ALRT = 35 OR STTS-ALRT = 30
          OPEN OUTPUT ALRT-FL
         END-IF.
         ADD 1 TO ALRT-SEQ-CT.
         MOVE ALRT-SEQ-CT TO ALRT-SEQ.
         MOVE 'EMB' TO ALRT-TYPE.
         MOVE RAW-A TO ALRT-A.
         MOVE RAW-B TO ALRT-B.
         MOVE SPACES TO ALRT-MSG.
         STRING 'EMBARGO BLOCK ' BX-ID(BX-CT) ' '
           EM-CTRY(HIT-IX) ' ' EM-CUR(HIT-IX)
           DELIMITED BY SIZE INTO ALRT-MSG.
         MOVE TODAY-DT TO ALRT-DT.
         MOVE FUNCTION CURRENT-DATE(1:14) TO ALRT-TS.
         WRITE ALRT-RCRD.
         CLOSE ALRT-FL.

        220-REINSTATE-RELEASED.
      * A RELEASED ITEM RE-ENTERS THE CONVERSION STREAM ONCE, ON THE
      * FIRST GATE PASSAGE AFTER THE COMPLIANCE DECISION
         MOVE 1 TO BX-IX.
         PERFORM 221-REINSTATE-ONE UNTIL BX-IX > BX-CT.

        221-REINSTATE-ONE.
         IF BX-IS-RELEASED(BX-IX)
          MOVE BX-RAW(BX-IX) TO WRK-REC
          WRITE WRK-REC
          MOVE BX-RAW(BX-IX) TO REIN-RAW
          ADD 1 TO KEEP-CT
          ADD REIN-V TO KEEP-HASH
          MOVE 'I' TO BX-STATUS(BX-IX)
          ADD 1 TO CT-REINSTATED
          MOVE SPACES TO RPT-REC
          STRING 'REINSTATED ' BX-ID(BX-IX) ' ' BX-RAW(BX-IX)
           ' RELEASED BY ' BX-OPER(BX-IX)
           DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
         END-IF.
         ADD 1 TO BX-IX.

        225-WRITE-TRAILER.
      * THE CONTROL TRAILER MUST DESCRIBE WHAT CONV0001 WILL READ
         IF TRL-WAS-SEEN
          MOVE SPACES TO WRK-TRL-RCRD
          MOVE '*TRAILER*' TO WRK-TRL-TAG
          MOVE KEEP-CT TO WRK-TRL-CT
          MOVE KEEP-HASH TO WRK-TRL-HASH
          WRITE WRK-TRL-RCRD
         END-IF.

        230-REPLACE-INPUT.
         OPEN INPUT WRK-FL.
         IF STTS-WRK NOT = ZEROS
          DISPLAY 'ERROR REOPENING WRK-FL, STATUS = ' STTS-WRK
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         OPEN OUTPUT I-FL.
         IF STTS-I NOT = ZEROS
          DISPLAY 'ERROR REWRITING I-FL, STATUS = ' STTS-I
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 231-COPY-ONE-LINE UNTIL WRK-IS-EOF.
         CLOSE WRK-FL.
         CLOSE I-FL.
         DISPLAY 'I0001 REWRITTEN BY THE EMBARGO GATE, '
           KEEP-CT ' RECORD(S)'.

        231-COPY-ONE-LINE.
         READ WRK-FL
          AT END
           MOVE 'Y' TO WRK-EOF-FL
          NOT AT END
           MOVE WRK-REC TO RCRD-RAW
           WRITE RCRD-RAW
         END-READ.
         IF STTS-WRK NOT = ZEROS AND STTS-WRK NOT = 10
          DISPLAY 'I/O ERROR READING WRK-FL, STATUS = ' STTS-WRK
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        240-RELEASE-SESSION.
         DISPLAY 'OPERATOR INITIALS: '.
         ACCEPT ANS-INITS.
         IF ANS-INITS = SPACES
          DISPLAY 'INITIALS REQUIRED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 242-SIGN-ON-OPERATOR.
         MOVE 1 TO BX-IX.
         PERFORM 241-DECIDE-ONE UNTIL BX-IX > BX-CT.
         PERFORM 243-SIGN-OFF-OPERATOR.

        241-DECIDE-ONE.
         IF BX-IS-BLOCKED(BX-IX)
          DISPLAY 'BLOCK ' BX-ID(BX-IX) ' OF ' BX-BLK-DT(BX-IX)
           ' ' BX-CTRY(BX-IX) ' ' BX-CUR(BX-IX)
          DISPLAY '  ' BX-RAW(BX-IX)
          DISPLAY 'R=RELEASE  C=CONFIRM BLOCK  BLANK=SKIP'
          ACCEPT ANS-ACTION
          IF ANS-ACTION = 'R' OR ANS-ACTION = 'r'
             OR ANS-ACTION = 'C' OR ANS-ACTION = 'c'
           DISPLAY 'REASON: '
           ACCEPT ANS-REASON
           IF ANS-REASON = SPACES
            DISPLAY 'REASON REQUIRED, ITEM LEFT BLOCKED'
           ELSE
            IF ANS-ACTION = 'R' OR ANS-ACTION = 'r'
             MOVE 'R' TO BX-STATUS(BX-IX)
             ADD 1 TO CT-RELEASED
            ELSE
             MOVE 'C' TO BX-STATUS(BX-IX)
             ADD 1 TO CT-CONFIRMED
            END-IF
            MOVE ANS-INITS TO BX-OPER(BX-IX)
            MOVE ANS-REASON TO BX-REASON(BX-IX)
            MOVE FUNCTION CURRENT-DATE(1:14) TO BX-TS(BX-IX)
           END-IF
          END-IF
         END-IF.
         ADD 1 TO BX-IX.

        242-SIGN-ON-OPERATOR.
      * RELEASING AN EMBARGO BLOCK IS A COMPLIANCE DECISION; THE
      * OPERATOR MASTER MUST GRANT THE COMPLY ROLE
         MOVE 'ON' TO OPRV-FUNC.
         MOVE 'COMPLY' TO OPRV-ROLE.
         MOVE 'EMBG0001' TO OPRV-PGM.
         MOVE RETURN-CODE TO OPRV-SAVED-RC.
         CALL 'OPRV0001' USING OPRV-FUNC ANS-INITS OPRV-ROLE
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

        243-SIGN-OFF-OPERATOR.
         MOVE 'OFF' TO OPRV-FUNC.
         MOVE RETURN-CODE TO OPRV-SAVED-RC.
         CALL 'OPRV0001' USING OPRV-FUNC ANS-INITS OPRV-ROLE
           OPRV-PGM OPRV-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE OPRV-SAVED-RC TO RETURN-CODE.

        250-REWRITE-BLOCKED.
         OPEN OUTPUT BLK-FL.
         IF STTS-BLK NOT = ZEROS
          DISPLAY 'ERROR REWRITING BLK-FL, STATUS = ' STTS-BLK
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO BX-IX.
         PERFORM 251-WRITE-ONE-BLOCKED UNTIL BX-IX > BX-CT.
         CLOSE BLK-FL.

        251-WRITE-ONE-BLOCKED.
         MOVE BX-ID(BX-IX) TO BK-ID.
         MOVE BX-BLK-DT(BX-IX) TO BK-BLK-DT.
         MOVE BX-STATUS(BX-IX) TO BK-STATUS.
         MOVE BX-CTRY(BX-IX) TO BK-CTRY.
         MOVE BX-CUR(BX-IX) TO BK-CUR.
         MOVE BX-RAW(BX-IX) TO BK-RAW.
         MOVE BX-RAW(BX-IX)(54:22) TO BK-RAW-TAIL.
         MOVE BX-OPER(BX-IX) TO BK-OPER.
         MOVE BX-TS(BX-IX) TO BK-TS.
         MOVE BX-REASON(BX-IX) TO BK-REASON.
         WRITE BLK-RCRD.
         IF BX-IS-BLOCKED(BX-IX)
          ADD 1 TO CT-PENDING
         END-IF.
         ADD 1 TO BX-IX.

        300-END.
         DISPLAY '-- EMBARGO GATE SUMMARY --'.
         IF MODE-IS-RELEASE
          DISPLAY ' RELEASED: ' CT-RELEASED
           '  BLOCK CONFIRMED: ' CT-CONFIRMED
          DISPLAY ' STILL AWAITING DECISION: ' CT-PENDING
         ELSE
          DISPLAY ' RECORDS SCREENED: ' CT-READ
          DISPLAY ' BLOCKED THIS RUN: ' CT-BLOCKED
          DISPLAY ' RELEASED ITEMS REINSTATED: ' CT-REINSTATED
          IF CT-BLOCKED > 0 AND RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
         END-IF.
         DISPLAY 'END-PROGRAM: EMBG0001'.
         GOBACK.
       END PROGRAM EMBG0001.
