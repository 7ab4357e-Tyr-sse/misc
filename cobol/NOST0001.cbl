      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - CONCILIACAO DO EXTRATO NOSTRO: CARREGA
      *          O EXTRATO DE FIM DE DIA DO BANCO (NOSTSTMT.txt, COM
      *          ENVELOPE HDR/DTL/TRL), CASA CADA LANCAMENTO COM A
      *          INSTRUCAO DE SETLREG.txt POR MOEDA, DIRECAO, VALOR E
      *          DATA VALOR E MARCA A SITUACAO PELO QUE O BANCO DE FATO
      *          LANCOU; LANCAMENTOS SEM INSTRUCAO (GUARDADOS EM
      *          NOSTUNM.txt ATE CASAR) E INSTRUCOES NAO LIQUIDADAS VAO
      *          PARA NOSTBRK.txt, QUE O BRKM0001 ENVELHECE E ESCALA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. NOST0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT STM-FL ASSIGN STM-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-STM.
         SELECT REG-FL ASSIGN REG-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-REG.
         SELECT UNM-FL ASSIGN UNM-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-UNM.
         SELECT OPEN-FL ASSIGN OPEN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-OPEN.
         SELECT BRK-FL ASSIGN BRK-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-BRK.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.

       DATA DIVISION.
        FILE SECTION.
         FD STM-FL.
         01 STM-HDR-RCRD.
          02 STH-REC-TYPE                                  PIC X(3).
          02 STH-BANK                                      PIC X(11).
          02 STH-STMT-DT                                   PIC 9(8).
         01 STM-DTL-RCRD.
          02 STD-REC-TYPE                                  PIC X(3).
          02 STD-CUR                                       PIC X(10).
          02 STD-DC                                        PIC X.
          02 STD-AMT                                       PIC 9(12)V99.
          02 STD-VAL-DT                                    PIC 9(8).
          02 STD-REF                                       PIC X(16).
         01 STM-TRL-RCRD.
          02 STT-REC-TYPE                                  PIC X(3).
          02 STT-REC-CT                                    PIC 9(6).

         FD REG-FL.
         01 REG-RCRD.
          02 REG-SEQ                                       PIC 9(6).
          02 REG-DT                                        PIC 9(8).
          02 REG-CUR                                       PIC X(10).
          02 REG-DIR                                       PIC X(3).
          02 REG-AMT                                       PIC 9(12)V99.
          02 REG-STATUS                                    PIC X(8).

         FD UNM-FL.
         01 UNM-RCRD.
          02 UNM-CUR                                       PIC X(10).
          02 UNM-DIR                                       PIC X(3).
          02 UNM-AMT                                       PIC 9(12)V99.
          02 UNM-VAL-DT                                    PIC 9(8).
          02 UNM-REF                                       PIC X(16).
          02 UNM-FIRST-DT                                  PIC 9(8).

         FD OPEN-FL.
         01 OPEN-RCRD.
          02 BO-ID                                          PIC 9(6).
          02 BO-FIRST-DT                                    PIC 9(8).
          02 BO-STATUS                                      PIC X(8).
          02 BO-TEXT                                        PIC X(120).
          02 BO-OPER                                        PIC X(3).
          02 BO-TS                                          PIC 9(14).
          02 BO-REASON                                      PIC X(30).

         FD BRK-FL.
         01 BRK-REC                                        PIC X(120).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'NOST0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 STM-FL-PATH               PIC X(80)
             VALUE '.\..\fls\NOSTSTMT.txt'.
         77 REG-FL-PATH               PIC X(80)
             VALUE '.\..\fls\SETLREG.txt'.
         77 UNM-FL-PATH               PIC X(80)
             VALUE '.\..\fls\NOSTUNM.txt'.
         77 OPEN-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RECNOPEN.txt'.
         77 BRK-FL-PATH               PIC X(80)
             VALUE '.\..\fls\NOSTBRK.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\NOSTRPT.txt'.
         77 STM-FL-PATH-ENV           PIC X(80).
         77 REG-FL-PATH-ENV           PIC X(80).
         77 UNM-FL-PATH-ENV           PIC X(80).
         77 OPEN-FL-PATH-ENV          PIC X(80).
         77 BRK-FL-PATH-ENV           PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 REH-WRK-PATH                                   PIC X(80).

         77 STTS-STM                                       PIC 99.
         77 STTS-REG                                       PIC 99.
         77 STTS-UNM                                       PIC 99.
         77 STTS-OPEN                                      PIC 99.
         77 STTS-BRK                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 STM-EOF-FL                               PIC X VALUE 'N'.
          88 STM-IS-EOF                                    VALUE 'Y'.
         77 REG-EOF-FL                               PIC X VALUE 'N'.
          88 REG-IS-EOF                                    VALUE 'Y'.
         77 UNM-EOF-FL                               PIC X VALUE 'N'.
          88 UNM-IS-EOF                                    VALUE 'Y'.
         77 OPEN-EOF-FL                              PIC X VALUE 'N'.
          88 OPEN-IS-EOF                                   VALUE 'Y'.
         77 HDR-SEEN-FL                              PIC X VALUE 'N'.
          88 HDR-WAS-SEEN                                  VALUE 'Y'.
         77 TRL-SEEN-FL                              PIC X VALUE 'N'.
          88 TRL-WAS-SEEN                                  VALUE 'Y'.
         77 REHEARSAL-ENV                              PIC X(3).
         77 REHEARSAL-FL                          PIC X VALUE 'N'.
          88 IS-REHEARSAL                               VALUE 'Y'.

         77 REG-CT                                     PIC 9(4) COMP.
         77 REG-IX                                     PIC 9(4) COMP.
         77 REG-HIT                                    PIC 9(4) COMP.
         01 REG-TBL.
          02 REG-ENTRY OCCURS 999 TIMES.
           03 RG-SEQ                                       PIC 9(6).
           03 RG-DT                                        PIC 9(8).
           03 RG-CUR                                       PIC X(10).
           03 RG-DIR                                       PIC X(3).
           03 RG-AMT                                       PIC 9(12)V99.
           03 RG-STATUS                                    PIC X(8).
           03 RG-BOOKED                                  PIC 9(12)V99.

      * STATEMENT LINES STILL WITHOUT AN INSTRUCTION: YESTERDAY'S
      * CARRIED LINES FIRST, THEN TODAY'S STATEMENT
         77 UNM-CT                                     PIC 9(4) COMP.
         77 UNM-IX                                     PIC 9(4) COMP.
         01 UNM-TBL.
          02 UNM-ENTRY OCCURS 999 TIMES.
           03 UN-CUR                                       PIC X(10).
           03 UN-DIR                                       PIC X(3).
           03 UN-AMT                                       PIC 9(12)V99.
           03 UN-VAL-DT                                    PIC 9(8).
           03 UN-REF                                       PIC X(16).
           03 UN-FIRST-DT                                  PIC 9(8).
           03 UN-STATE                                     PIC X.

         77 RSV-CT                                     PIC 9(4) COMP.
         77 RSV-IX                                     PIC 9(4) COMP.
         01 RSV-TBL.
          02 RSV-ENTRY OCCURS 999 TIMES.
           03 RS-TEXT                                      PIC X(120).
         77 RSV-FOUND-FL                                   PIC X.
          88 RSV-IS-FOUND                                  VALUE 'Y'.

         77 STMT-DT                                        PIC 9(8).
         77 TODAY-DT                                       PIC 9(8).
         77 WRK-DIR                                        PIC X(3).
         77 CT-STMT                             PIC 9(6) VALUE ZEROS.
         77 CT-MATCHED                          PIC 9(6) VALUE ZEROS.
         77 CT-AMT-DIFF                         PIC 9(6) VALUE ZEROS.
         77 CT-UNMATCHED                        PIC 9(6) VALUE ZEROS.
         77 CT-UNSETTLED                        PIC 9(6) VALUE ZEROS.
         77 CT-RESOLVED                         PIC 9(6) VALUE ZEROS.
         77 ED-AMT                                 PIC Z(11)9.99.
         77 ED-AMT2                                PIC Z(11)9.99.



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
         DISPLAY 'MAIN: NOST0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: NOST0001'.
         ACCEPT STM-FL-PATH-ENV FROM ENVIRONMENT 'NOST0001_STMTFILE'.
         IF STM-FL-PATH-ENV NOT = SPACES
          MOVE STM-FL-PATH-ENV TO STM-FL-PATH
         END-IF.
         ACCEPT REG-FL-PATH-ENV FROM ENVIRONMENT 'NOST0001_REGFILE'.
         IF REG-FL-PATH-ENV NOT = SPACES
          MOVE REG-FL-PATH-ENV TO REG-FL-PATH
         END-IF.
         ACCEPT UNM-FL-PATH-ENV FROM ENVIRONMENT 'NOST0001_UNMFILE'.
         IF UNM-FL-PATH-ENV NOT = SPACES
          MOVE UNM-FL-PATH-ENV TO UNM-FL-PATH
         END-IF.
         ACCEPT OPEN-FL-PATH-ENV FROM ENVIRONMENT 'NOST0001_OPENFILE'.
         IF OPEN-FL-PATH-ENV NOT = SPACES
          MOVE OPEN-FL-PATH-ENV TO OPEN-FL-PATH
         END-IF.
         ACCEPT BRK-FL-PATH-ENV FROM ENVIRONMENT 'NOST0001_BRKFILE'.
         IF BRK-FL-PATH-ENV NOT = SPACES
          MOVE BRK-FL-PATH-ENV TO BRK-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'NOST0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT REHEARSAL-ENV FROM ENVIRONMENT 'CHAIN_REHEARSAL'.
         IF REHEARSAL-ENV(1:1) = 'Y'
          MOVE 'Y' TO REHEARSAL-FL
          MOVE SPACES TO REH-WRK-PATH
          STRING BRK-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO BRK-FL-PATH
          MOVE SPACES TO REH-WRK-PATH
          STRING RPT-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO RPT-FL-PATH
          DISPLAY 'REHEARSAL MODE: REGISTER AND CARRIED LINES '
           'UNTOUCHED'
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         MOVE ZEROS TO STMT-DT.
         MOVE 0 TO REG-CT.
         MOVE 0 TO UNM-CT.
         MOVE 0 TO RSV-CT.
         PERFORM 101-LOAD-REGISTER.
         PERFORM 103-LOAD-CARRIED.
         PERFORM 105-LOAD-RESOLVED.

        101-LOAD-REGISTER.
         OPEN INPUT REG-FL.
         IF STTS-REG NOT = ZEROS
          DISPLAY 'NO INSTRUCTION REGISTER (' REG-FL-PATH ')'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 102-LOAD-ONE-REG UNTIL REG-IS-EOF.
         CLOSE REG-FL.

        102-LOAD-ONE-REG.
         READ REG-FL
          AT END
           MOVE 'Y' TO REG-EOF-FL
          NOT AT END
           IF REG-CT >= 999
            DISPLAY 'REGISTER TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO REG-CT
           MOVE REG-SEQ TO RG-SEQ(REG-CT)
           MOVE REG-DT TO RG-DT(REG-CT)
           MOVE REG-CUR TO RG-CUR(REG-CT)
           MOVE REG-DIR TO RG-DIR(REG-CT)
           MOVE REG-AMT TO RG-AMT(REG-CT)
           MOVE REG-STATUS TO RG-STATUS(REG-CT)
           MOVE ZEROS TO RG-BOOKED(REG-CT)
         END-READ.
         IF STTS-REG NOT = ZEROS AND STTS-REG NOT = 10
          DISPLAY 'I/O ERROR READING REG-FL, STATUS = ' STTS-REG
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO REG-EOF-FL
         END-IF.

        103-LOAD-CARRIED.
         OPEN INPUT UNM-FL.
         IF STTS-UNM NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 104-LOAD-ONE-CARRIED UNTIL UNM-IS-EOF.
         CLOSE UNM-FL.

        104-LOAD-ONE-CARRIED.
         READ UNM-FL
          AT END
           MOVE 'Y' TO UNM-EOF-FL
          NOT AT END
           IF UNM-CT >= 999
            DISPLAY 'UNMATCHED TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO UNM-CT
           MOVE UNM-CUR TO UN-CUR(UNM-CT)
           MOVE UNM-DIR TO UN-DIR(UNM-CT)
           MOVE UNM-AMT TO UN-AMT(UNM-CT)
           MOVE UNM-VAL-DT TO UN-VAL-DT(UNM-CT)
           MOVE UNM-REF TO UN-REF(UNM-CT)
           MOVE UNM-FIRST-DT TO UN-FIRST-DT(UNM-CT)
           MOVE 'O' TO UN-STATE(UNM-CT)
         END-READ.
         IF STTS-UNM NOT = ZEROS AND STTS-UNM NOT = 10
          DISPLAY 'I/O ERROR READING UNM-FL, STATUS = ' STTS-UNM
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO UNM-EOF-FL
         END-IF.

        105-LOAD-RESOLVED.
      * A BREAK THE OPERATOR RESOLVED IN BRKM0001 IS NOT RAISED AGAIN;
      * ITS TEXT ON RECNOPEN IS THE LINK BACK TO THE ITEM
         OPEN INPUT OPEN-FL.
         IF STTS-OPEN NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 106-LOAD-ONE-RESOLVED UNTIL OPEN-IS-EOF.
         CLOSE OPEN-FL.

        106-LOAD-ONE-RESOLVED.
         READ OPEN-FL
          AT END
           MOVE 'Y' TO OPEN-EOF-FL
          NOT AT END
           IF BO-STATUS = 'RESOLVED' AND BO-TEXT(1:7) = 'NOSTRO '
            IF RSV-CT < 999
             ADD 1 TO RSV-CT
             MOVE BO-TEXT TO RS-TEXT(RSV-CT)
            END-IF
           END-IF
         END-READ.
         IF STTS-OPEN NOT = ZEROS AND STTS-OPEN NOT = 10
          DISPLAY 'I/O ERROR READING OPEN-FL, STATUS = ' STTS-OPEN
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO OPEN-EOF-FL
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: NOST0001'.
         PERFORM 210-LOAD-STATEMENT.
         IF STMT-DT = ZEROS
          MOVE TODAY-DT TO STMT-DT
         END-IF.
         DISPLAY 'STATEMENT DATE: ' STMT-DT.
         MOVE 1 TO UNM-IX.
         PERFORM 220-MATCH-ONE-LINE UNTIL UNM-IX > UNM-CT.
         OPEN OUTPUT BRK-FL.
         OPEN OUTPUT RPT-FL.
         MOVE SPACES TO RPT-REC.
         STRING 'NOSTRO STATEMENT RECONCILIATION ' TODAY-DT
          '  STATEMENT ' STMT-DT
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO BRK-REC.
         STRING 'RECONCILIATION NOSTRO ' STMT-DT
          DELIMITED BY SIZE INTO BRK-REC.
         WRITE BRK-REC.
         MOVE 1 TO REG-IX.
         PERFORM 230-REPORT-ONE-INSTR UNTIL REG-IX > REG-CT.
         MOVE 1 TO UNM-IX.
         PERFORM 240-REPORT-ONE-UNMATCHED UNTIL UNM-IX > UNM-CT.
         MOVE SPACES TO RPT-REC.
         STRING 'STATEMENT LINES: ' CT-STMT '  MATCHED: ' CT-MATCHED
          '  AMOUNT DIFF: ' CT-AMT-DIFF
          '  UNMATCHED: ' CT-UNMATCHED
          '  UNSETTLED: ' CT-UNSETTLED
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         CLOSE RPT-FL.
         CLOSE BRK-FL.
         IF NOT IS-REHEARSAL
          PERFORM 250-REWRITE-REGISTER
          PERFORM 260-REWRITE-CARRIED
         END-IF.

        210-LOAD-STATEMENT.
         OPEN INPUT STM-FL.
         IF STTS-STM NOT = ZEROS
          DISPLAY 'NO BANK STATEMENT TODAY (' STM-FL-PATH ')'
          MOVE 4 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         PERFORM 211-LOAD-ONE-STMT UNTIL STM-IS-EOF.
         CLOSE STM-FL.
         IF NOT HDR-WAS-SEEN OR NOT TRL-WAS-SEEN
          DISPLAY 'STATEMENT ENVELOPE INCOMPLETE, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        211-LOAD-ONE-STMT.
         READ STM-FL
          AT END
           MOVE 'Y' TO STM-EOF-FL
          NOT AT END
           EVALUATE STH-REC-TYPE
            WHEN 'HDR'
             MOVE 'Y' TO HDR-SEEN-FL
             MOVE STH-STMT-DT TO STMT-DT
            WHEN 'DTL'
             PERFORM 212-STAGE-STMT-LINE
            WHEN 'TRL'
             MOVE 'Y' TO TRL-SEEN-FL
             IF STT-REC-CT NOT = CT-STMT
              DISPLAY 'STATEMENT TRAILER COUNT ' STT-REC-CT
               ' BUT ' CT-STMT ' LINES READ, RUN ABORTED'
              MOVE 8 TO RETURN-CODE
              GOBACK
             END-IF
            WHEN OTHER
             CONTINUE
           END-EVALUATE
         END-READ.
         IF STTS-STM NOT = ZEROS AND STTS-STM NOT = 10
          DISPLAY 'I/O ERROR READING STM-FL, STATUS = ' STTS-STM
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO STM-EOF-FL
         END-IF.

        212-STAGE-STMT-LINE.
         ADD 1 TO CT-STMT.
         IF UNM-CT >= 999
          DISPLAY 'UNMATCHED TABLE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO UNM-CT.
         MOVE STD-CUR TO UN-CUR(UNM-CT).
      * THE BANK BOOKS A PAY AS A DEBIT AND A RECEIPT AS A CREDIT ON
      * OUR NOSTRO
         IF STD-DC = 'D'
          MOVE 'PAY' TO UN-DIR(UNM-CT)
         ELSE
          MOVE 'RCV' TO UN-DIR(UNM-CT)
         END-IF.
         MOVE STD-AMT TO UN-AMT(UNM-CT).
         MOVE STD-VAL-DT TO UN-VAL-DT(UNM-CT).
         MOVE STD-REF TO UN-REF(UNM-CT).
         MOVE TODAY-DT TO UN-FIRST-DT(UNM-CT).
         MOVE 'O' TO UN-STATE(UNM-CT).

        220-MATCH-ONE-LINE.
      * EXACT MATCH FIRST; FAILING THAT, AN OPEN INSTRUCTION FOR THE
      * SAME CURRENCY, DIRECTION AND VALUE DATE TAKES THE LINE AS AN
      * AMOUNT DIFFERENCE
         MOVE 0 TO REG-HIT.
         MOVE 1 TO REG-IX.
         PERFORM 221-SCAN-EXACT UNTIL REG-IX > REG-CT OR REG-HIT > 0.
         IF REG-HIT > 0
          MOVE 'SETTLED' TO RG-STATUS(REG-HIT)
          MOVE UN-AMT(UNM-IX) TO RG-BOOKED(REG-HIT)
          MOVE 'M' TO UN-STATE(UNM-IX)
          ADD 1 TO CT-MATCHED
         ELSE
          MOVE 1 TO REG-IX
          PERFORM 222-SCAN-NEAR UNTIL REG-IX > REG-CT OR REG-HIT > 0
          IF REG-HIT > 0
           MOVE 'AMTDIFF' TO RG-STATUS(REG-HIT)
           MOVE UN-AMT(UNM-IX) TO RG-BOOKED(REG-HIT)
           MOVE 'M' TO UN-STATE(UNM-IX)
           ADD 1 TO CT-AMT-DIFF
          END-IF
         END-IF.
         ADD 1 TO UNM-IX.

        221-SCAN-EXACT.
         IF RG-STATUS(REG-IX) = 'ISSUED'
            AND RG-CUR(REG-IX) = UN-CUR(UNM-IX)
            AND RG-DIR(REG-IX) = UN-DIR(UNM-IX)
            AND RG-AMT(REG-IX) = UN-AMT(UNM-IX)
            AND RG-DT(REG-IX) = UN-VAL-DT(UNM-IX)
          MOVE REG-IX TO REG-HIT
         END-IF.
         ADD 1 TO REG-IX.

        222-SCAN-NEAR.
         IF RG-STATUS(REG-IX) = 'ISSUED'
            AND RG-CUR(REG-IX) = UN-CUR(UNM-IX)
            AND RG-DIR(REG-IX) = UN-DIR(UNM-IX)
            AND RG-DT(REG-IX) = UN-VAL-DT(UNM-IX)
          MOVE REG-IX TO REG-HIT
         END-IF.
         ADD 1 TO REG-IX.

        230-REPORT-ONE-INSTR.
      * AN INSTRUCTION DUE BY THE STATEMENT DATE THAT THE BANK HAS NOT
      * BOOKED, OR BOOKED FOR A DIFFERENT AMOUNT, IS A BREAK UNTIL IT
      * BOOKS OR THE BREAK IS RESOLVED IN BRKM0001
         EVALUATE TRUE
          WHEN RG-STATUS(REG-IX) = 'ISSUED'
               AND RG-DT(REG-IX) NOT > STMT-DT
           MOVE RG-AMT(REG-IX) TO ED-AMT
           MOVE SPACES TO BRK-REC
           STRING 'NOSTRO INSTRUCTION UNSETTLED SEQ ' RG-SEQ(REG-IX)
            ' ' RG-CUR(REG-IX) ' ' RG-DIR(REG-IX) ' ' ED-AMT
            ' VD ' RG-DT(REG-IX)
            DELIMITED BY SIZE INTO BRK-REC
           PERFORM 231-RAISE-OR-RESOLVE
           IF RSV-IS-FOUND
            MOVE 'RESOLVED' TO RG-STATUS(REG-IX)
           ELSE
            ADD 1 TO CT-UNSETTLED
           END-IF
          WHEN RG-STATUS(REG-IX) = 'AMTDIFF'
      * THE BREAK TEXT MUST READ THE SAME EVERY DAY FOR BRKM0001 TO
      * AGE IT, SO THE BOOKED AMOUNT ONLY GOES ON THE REPORT
           MOVE RG-AMT(REG-IX) TO ED-AMT
           MOVE SPACES TO BRK-REC
           STRING 'NOSTRO AMOUNT DIFF SEQ ' RG-SEQ(REG-IX)
            ' ' RG-CUR(REG-IX) ' ' RG-DIR(REG-IX)
            ' INSTRUCTED ' ED-AMT ' VD ' RG-DT(REG-IX)
            DELIMITED BY SIZE INTO BRK-REC
           PERFORM 231-RAISE-OR-RESOLVE
           IF RG-BOOKED(REG-IX) > ZEROS
            MOVE RG-BOOKED(REG-IX) TO ED-AMT2
            MOVE SPACES TO RPT-REC
            STRING '  BOOKED BY THE BANK ON ' STMT-DT ': ' ED-AMT2
             DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
           END-IF
           IF RSV-IS-FOUND
            MOVE 'RESOLVED' TO RG-STATUS(REG-IX)
           END-IF
          WHEN OTHER
           CONTINUE
         END-EVALUATE.
         ADD 1 TO REG-IX.

        231-RAISE-OR-RESOLVE.
         MOVE 'N' TO RSV-FOUND-FL.
         MOVE 1 TO RSV-IX.
         PERFORM 232-SCAN-RESOLVED UNTIL RSV-IX > RSV-CT
          OR RSV-IS-FOUND.
         IF RSV-IS-FOUND
          ADD 1 TO CT-RESOLVED
          MOVE SPACES TO RPT-REC
          STRING ' CLOSED BY OPERATOR: ' BRK-REC
           DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
         ELSE
          WRITE BRK-REC
          MOVE SPACES TO RPT-REC
          STRING ' ' BRK-REC DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
         END-IF.

        232-SCAN-RESOLVED.
         IF RS-TEXT(RSV-IX) = BRK-REC
          MOVE 'Y' TO RSV-FOUND-FL
         ELSE
          ADD 1 TO RSV-IX
         END-IF.

        240-REPORT-ONE-UNMATCHED.
         IF UN-STATE(UNM-IX) = 'O'
          MOVE UN-AMT(UNM-IX) TO ED-AMT
          MOVE SPACES TO BRK-REC
          STRING 'NOSTRO STATEMENT UNMATCHED ' UN-CUR(UNM-IX)
           ' ' UN-DIR(UNM-IX) ' ' ED-AMT
           ' VD ' UN-VAL-DT(UNM-IX) ' REF ' UN-REF(UNM-IX)
           DELIMITED BY SIZE INTO BRK-REC
          PERFORM 231-RAISE-OR-RESOLVE
          IF RSV-IS-FOUND
           MOVE 'R' TO UN-STATE(UNM-IX)
          ELSE
           ADD 1 TO CT-UNMATCHED
          END-IF
         END-IF.
         ADD 1 TO UNM-IX.

        250-REWRITE-REGISTER.
         OPEN OUTPUT REG-FL.
         IF STTS-REG NOT = ZEROS
          DISPLAY 'ERROR OPENING REG-FL, STATUS = ' STTS-REG
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO REG-IX.
         PERFORM 251-WRITE-ONE-REG UNTIL REG-IX > REG-CT.
         CLOSE REG-FL.
         DISPLAY 'INSTRUCTION REGISTER UPDATED: ' REG-FL-PATH.

        251-WRITE-ONE-REG.
         MOVE RG-SEQ(REG-IX) TO REG-SEQ.
         MOVE RG-DT(REG-IX) TO REG-DT.
         MOVE RG-CUR(REG-IX) TO REG-CUR.
         MOVE RG-DIR(REG-IX) TO REG-DIR.
         MOVE RG-AMT(REG-IX) TO REG-AMT.
         MOVE RG-STATUS(REG-IX) TO REG-STATUS.
         WRITE REG-RCRD.
         ADD 1 TO REG-IX.

        260-REWRITE-CARRIED.
         OPEN OUTPUT UNM-FL.
         MOVE 1 TO UNM-IX.
         PERFORM 261-WRITE-ONE-CARRIED UNTIL UNM-IX > UNM-CT.
         CLOSE UNM-FL.

        261-WRITE-ONE-CARRIED.
         IF UN-STATE(UNM-IX) = 'O'
          MOVE UN-CUR(UNM-IX) TO UNM-CUR
          MOVE UN-DIR(UNM-IX) TO UNM-DIR
          MOVE UN-AMT(UNM-IX) TO UNM-AMT
          MOVE UN-VAL-DT(UNM-IX) TO UNM-VAL-DT
          MOVE UN-REF(UNM-IX) TO UNM-REF
          MOVE UN-FIRST-DT(UNM-IX) TO UNM-FIRST-DT
          WRITE UNM-RCRD
         END-IF.
         ADD 1 TO UNM-IX.

        300-END.
         DISPLAY '-- NOSTRO RECONCILIATION SUMMARY --'.
         DISPLAY ' STATEMENT LINES: ' CT-STMT.
         DISPLAY ' MATCHED (SETTLED): ' CT-MATCHED.
         DISPLAY ' AMOUNT DIFFERENCES: ' CT-AMT-DIFF.
         DISPLAY ' STATEMENT LINES UNMATCHED: ' CT-UNMATCHED.
         DISPLAY ' INSTRUCTIONS UNSETTLED: ' CT-UNSETTLED.
         DISPLAY ' CLOSED BY OPERATOR: ' CT-RESOLVED.
         IF (CT-AMT-DIFF > 0 OR CT-UNMATCHED > 0 OR CT-UNSETTLED > 0)
            AND RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: NOST0001'.
         GOBACK.
       END PROGRAM NOST0001.
