      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - ALIQUOTAS DE IOF (IOFRATE.txt):
      *          SUBPROGRAMA CHAMADO COM FUNCAO LOD (CARREGA A TABELA,
      *          RC 8 SEM TABELA) OU CMP (ESCOLHE A ALIQUOTA VIGENTE NA
      *          DATA PARA DIRECAO, TIPO DE OPERACAO E ENTIDADE - CHAVE
      *          EM BRANCO VALE PARA QUALQUER UMA, A LINHA MAIS
      *          ESPECIFICA VENCE, DEPOIS A DE VIGENCIA MAIS RECENTE -
      *          E CALCULA O IMPOSTO; RC 4 QUANDO NENHUMA LINHA SE
      *          APLICA)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. IOFC0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TXR-FL ASSIGN TXR-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-TXR.

       DATA DIVISION.
        FILE SECTION.
         FD TXR-FL.
         01 TXR-RCRD.
          02 TXR-DIR                                        PIC X.
          02 TXR-OPTYPE                                     PIC X(3).
          02 TXR-ENT                                        PIC X(4).
          02 TXR-EFF-DT                                     PIC 9(8).
          02 TXR-RATE-PCT                                PIC 9(3)V9(4).
          02 TXR-BAND                                       PIC X(4).

        WORKING-STORAGE SECTION.
         77 TXR-FL-PATH               PIC X(80)
             VALUE '.\..\fls\IOFRATE.txt'.
         77 TXR-FL-PATH-ENV           PIC X(80).
         77 STTS-TXR                                       PIC 99.
         77 TXR-EOF-FL                                     PIC X.
          88 TXR-IS-EOF                                    VALUE 'Y'.
      * THE TABLE IS READ ONCE PER RUN UNIT; LATER CALLS REUSE IT
         77 TXR-LOADED-FL                            PIC X VALUE 'N'.
          88 TXR-IS-LOADED                                 VALUE 'Y'.

         77 TXR-CT                                     PIC 9(4) COMP.
         77 TXR-IX                                     PIC 9(4) COMP.
         77 TXR-HIT                                    PIC 9(4) COMP.
         01 TXR-TBL.
          02 TXR-ENTRY OCCURS 999 TIMES.
           03 TT-DIR                                       PIC X.
           03 TT-OPTYPE                                    PIC X(3).
           03 TT-ENT                                       PIC X(4).
           03 TT-EFF-DT                                    PIC 9(8).
           03 TT-PCT                                     PIC 9(3)V9(4).
           03 TT-BAND                                      PIC X(4).
         77 TXR-SCORE                                      PIC 9.
         77 BEST-SCORE                                     PIC 9.
         77 BEST-EFF-DT                                    PIC 9(8).
         77 SAVED-RC                                PIC S9(9) COMP-5.

        LINKAGE SECTION.
         01 IOFC-FUNC                                      PIC X(3).
         01 IOFC-DIR                                       PIC X.
         01 IOFC-OPTYPE                                    PIC X(3).
         01 IOFC-ENT                                       PIC X(4).
         01 IOFC-DATE                                      PIC 9(8).
         01 IOFC-BASE                                   PIC 9(12)V99.
         01 IOFC-RATE-PCT                               PIC 9(3)V9(4).
         01 IOFC-BAND                                      PIC X(4).
         01 IOFC-AMT                                     PIC 9(8)V99.
         01 IOFC-RC                                        PIC 99.

       PROCEDURE DIVISION USING IOFC-FUNC IOFC-DIR IOFC-OPTYPE
           IOFC-ENT IOFC-DATE IOFC-BASE IOFC-RATE-PCT IOFC-BAND
           IOFC-AMT IOFC-RC.
        000-MAIN.
      * PRESERVE THE CALLER'S RETURN-CODE ACROSS THIS SERVICE CALL
         MOVE RETURN-CODE TO SAVED-RC.
         MOVE ZEROS TO IOFC-RC.
         IF NOT TXR-IS-LOADED
          PERFORM 100-LOAD-RATES
         END-IF.
         EVALUATE IOFC-FUNC
          WHEN 'LOD'
           IF TXR-CT = 0
            MOVE 8 TO IOFC-RC
           END-IF
          WHEN 'CMP'
           PERFORM 200-COMPUTE
          WHEN OTHER
           DISPLAY 'IOFC0001: UNKNOWN FUNCTION ' IOFC-FUNC
           MOVE 8 TO IOFC-RC
         END-EVALUATE.
         MOVE SAVED-RC TO RETURN-CODE.
         GOBACK.

        100-LOAD-RATES.
         MOVE 'Y' TO TXR-LOADED-FL.
         MOVE 0 TO TXR-CT.
         ACCEPT TXR-FL-PATH-ENV FROM ENVIRONMENT 'IOFC0001_RATEFILE'.
         IF TXR-FL-PATH-ENV NOT = SPACES
          MOVE TXR-FL-PATH-ENV TO TXR-FL-PATH
         END-IF.
         MOVE 'N' TO TXR-EOF-FL.
         OPEN INPUT TXR-FL.
         IF STTS-TXR NOT = ZEROS
          DISPLAY 'IOFC0001: NO IOF RATE TABLE (' TXR-FL-PATH ')'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 101-LOAD-ONE-RATE UNTIL TXR-IS-EOF.
         CLOSE TXR-FL.
         DISPLAY 'IOFC0001: IOF RATE TABLE ACTIVE: ' TXR-CT ' ROW(S)'.

        101-LOAD-ONE-RATE.
         READ TXR-FL
          AT END
           MOVE 'Y' TO TXR-EOF-FL
          NOT AT END
           IF TXR-CT >= 999
            DISPLAY 'IOFC0001: IOF RATE TABLE FULL, REMAINDER SKIPPED'
            MOVE 'Y' TO TXR-EOF-FL
           ELSE
            ADD 1 TO TXR-CT
            MOVE TXR-DIR TO TT-DIR(TXR-CT)
            MOVE TXR-OPTYPE TO TT-OPTYPE(TXR-CT)
            MOVE TXR-ENT TO TT-ENT(TXR-CT)
            MOVE TXR-EFF-DT TO TT-EFF-DT(TXR-CT)
            MOVE TXR-RATE-PCT TO TT-PCT(TXR-CT)
            MOVE TXR-BAND TO TT-BAND(TXR-CT)
           END-IF
         END-READ.
         IF STTS-TXR NOT = ZEROS AND STTS-TXR NOT = 10
          DISPLAY 'IOFC0001: I/O ERROR ON RATE TABLE, STATUS = '
           STTS-TXR
          MOVE 'Y' TO TXR-EOF-FL
         END-IF.

        200-COMPUTE.
         MOVE ZEROS TO IOFC-RATE-PCT.
         MOVE SPACES TO IOFC-BAND.
         MOVE ZEROS TO IOFC-AMT.
         IF TXR-CT = 0
          MOVE 8 TO IOFC-RC
          EXIT PARAGRAPH
         END-IF.
         MOVE 0 TO TXR-HIT.
         MOVE 0 TO BEST-SCORE.
         MOVE ZEROS TO BEST-EFF-DT.
         MOVE 1 TO TXR-IX.
         PERFORM 201-SCORE-ONE-RATE UNTIL TXR-IX > TXR-CT.
         IF TXR-HIT = 0
          MOVE 4 TO IOFC-RC
          EXIT PARAGRAPH
         END-IF.
         MOVE TT-PCT(TXR-HIT) TO IOFC-RATE-PCT.
         MOVE TT-BAND(TXR-HIT) TO IOFC-BAND.
         COMPUTE IOFC-AMT ROUNDED =
          (IOFC-BASE * TT-PCT(TXR-HIT)) / 100
          ON SIZE ERROR
           MOVE ZEROS TO IOFC-AMT
           MOVE 8 TO IOFC-RC
         END-COMPUTE.

        201-SCORE-ONE-RATE.
      * A ROW APPLIES WHEN EVERY NON-BLANK KEY MATCHES AND IT IS IN
      * FORCE ON THE DATE; ONE POINT PER KEY IT PINS DOWN
         MOVE 0 TO TXR-SCORE.
         IF (TT-DIR(TXR-IX) = IOFC-DIR OR TT-DIR(TXR-IX) = SPACE)
            AND (TT-OPTYPE(TXR-IX) = IOFC-OPTYPE
             OR TT-OPTYPE(TXR-IX) = SPACES)
            AND (TT-ENT(TXR-IX) = IOFC-ENT
             OR TT-ENT(TXR-IX) = SPACES)
            AND TT-EFF-DT(TXR-IX) NOT > IOFC-DATE
          MOVE 1 TO TXR-SCORE
          IF TT-DIR(TXR-IX) NOT = SPACE
           ADD 1 TO TXR-SCORE
          END-IF
          IF TT-OPTYPE(TXR-IX) NOT = SPACES
           ADD 1 TO TXR-SCORE
          END-IF
          IF TT-ENT(TXR-IX) NOT = SPACES
           ADD 1 TO TXR-SCORE
          END-IF
         END-IF.
         IF TXR-SCORE > 0
          IF TXR-SCORE > BEST-SCORE
             OR (TXR-SCORE = BEST-SCORE
              AND TT-EFF-DT(TXR-IX) > BEST-EFF-DT)
           MOVE TXR-SCORE TO BEST-SCORE
           MOVE TT-EFF-DT(TXR-IX) TO BEST-EFF-DT
           MOVE TXR-IX TO TXR-HIT
          END-IF
         END-IF.
         ADD 1 TO TXR-IX.
       END PROGRAM IOFC0001.
