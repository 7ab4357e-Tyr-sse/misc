      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - CONVENCAO DE COTACAO POR PAR
      *          (PAIRCONV.txt): SUBPROGRAMA CHAMADO COM FUNCAO LOD
      *          (CARREGA A TABELA, RC 8 SEM TABELA), NRM (CONVERTE A
      *          COTACAO DE MERCADO DO PROVEDOR EM NUM/DEN NO SENTIDO
      *          GRAVADO EM RATE.txt - UNIDADES DE B POR 1 A) OU MKT
      *          (DEVOLVE A TAXA GRAVADA NA CONVENCAO DE MERCADO, COM AS
      *          CASAS DE EXIBICAO E UMA VERSAO EDITADA, RC 6 QUANDO
      *          FORA DA FAIXA PLAUSIVEL). RC 4 QUANDO O PAR NAO TEM
      *          CONVENCAO (NRM NAO MEXE NOS VALORES; MKT DEVOLVE A TAXA
      *          DIRETA COM 6 CASAS), RC 8 EM DENOMINADOR ZERO OU
      *          ESTOURO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. PCVT0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT PCV-FL ASSIGN PCV-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-PCV.

       DATA DIVISION.
        FILE SECTION.
         FD PCV-FL.
         01 PCV-RCRD.
          COPY PCVREC.

        WORKING-STORAGE SECTION.
         77 PCV-FL-PATH               PIC X(80)
             VALUE '.\..\fls\PAIRCONV.txt'.
         77 PCV-FL-PATH-ENV           PIC X(80).
         77 STTS-PCV                                       PIC 99.
         77 PCV-EOF-FL                                     PIC X.
          88 PCV-IS-EOF                                    VALUE 'Y'.
      * THE TABLE IS READ ONCE PER RUN UNIT; LATER CALLS REUSE IT
         77 PCV-LOADED-FL                            PIC X VALUE 'N'.
          88 PCV-IS-LOADED                                 VALUE 'Y'.

         77 PCV-CT                                     PIC 9(4) COMP.
         77 PCV-IX                                     PIC 9(4) COMP.
         77 PCV-HIT                                    PIC 9(4) COMP.
         01 PCV-TBL.
          02 PCV-ENTRY OCCURS 999 TIMES.
           03 PT-A                                         PIC X(10).
           03 PT-B                                         PIC X(10).
           03 PT-MKT-BASE                                  PIC X(10).
           03 PT-UNIT                                      PIC 9(5).
           03 PT-DEC                                       PIC 9.
           03 PT-LO                                     PIC 9(8)V9(6).
           03 PT-HI                                     PIC 9(8)V9(6).
         77 CT-PCV-SKIPPED                      PIC 9(4) VALUE ZEROS.

         77 MKT-WRK                                  PIC 9(12)V9(10).
         77 MKT-SCALED                                    PIC 9(14).
         77 MKT-POW                                       PIC 9(7).
         77 NRM-NUM                                       PIC 9(16).
         77 NRM-DEN                                       PIC 9(16).
         01 MKT-SPLIT.
          03 MKT-SPLIT-N                              PIC 9(8)V9(6).
          03 MKT-SPLIT-X REDEFINES MKT-SPLIT-N.
           04 MKT-SPLIT-INT                                PIC 9(8).
           04 MKT-SPLIT-FRAC                               PIC X(6).
         77 ED-MKT-INT                                   PIC Z(7)9.
         77 SAVED-RC                                PIC S9(9) COMP-5.

        LINKAGE SECTION.
         01 PCVT-FUNC                                      PIC X(3).
         01 PCVT-A                                         PIC X(10).
         01 PCVT-B                                         PIC X(10).
         01 PCVT-NUM                                       PIC 9(14).
         01 PCVT-DEN                                       PIC 9(14).
         01 PCVT-MKT-BASE                                  PIC X(10).
         01 PCVT-MKT-QUOTE                                 PIC X(10).
         01 PCVT-UNIT                                      PIC 9(5).
         01 PCVT-DEC                                       PIC 9.
         01 PCVT-MKT-RATE                               PIC 9(8)V9(6).
         01 PCVT-MKT-DISP                                  PIC X(16).
         01 PCVT-LO                                     PIC 9(8)V9(6).
         01 PCVT-HI                                     PIC 9(8)V9(6).
         01 PCVT-RC                                        PIC 99.

       PROCEDURE DIVISION USING PCVT-FUNC PCVT-A PCVT-B PCVT-NUM
           PCVT-DEN PCVT-MKT-BASE PCVT-MKT-QUOTE PCVT-UNIT PCVT-DEC
           PCVT-MKT-RATE PCVT-MKT-DISP PCVT-LO PCVT-HI PCVT-RC.
        000-MAIN.
      * PRESERVE THE CALLER'S RETURN-CODE ACROSS THIS SERVICE CALL
         MOVE RETURN-CODE TO SAVED-RC.
         MOVE ZEROS TO PCVT-RC.
         IF NOT PCV-IS-LOADED
          PERFORM 100-LOAD-CONVENTIONS
         END-IF.
         EVALUATE PCVT-FUNC
          WHEN 'LOD'
           IF PCV-CT = 0
            MOVE 8 TO PCVT-RC
           END-IF
          WHEN 'NRM'
           PERFORM 200-NORMALIZE
          WHEN 'MKT'
           PERFORM 300-MARKET-RATE
          WHEN OTHER
           DISPLAY 'PCVT0001: UNKNOWN FUNCTION ' PCVT-FUNC
           MOVE 8 TO PCVT-RC
         END-EVALUATE.
         MOVE SAVED-RC TO RETURN-CODE.
         GOBACK.

        100-LOAD-CONVENTIONS.
         MOVE 'Y' TO PCV-LOADED-FL.
         MOVE 0 TO PCV-CT.
         ACCEPT PCV-FL-PATH-ENV FROM ENVIRONMENT 'PCVT0001_CONVFILE'.
         IF PCV-FL-PATH-ENV NOT = SPACES
          MOVE PCV-FL-PATH-ENV TO PCV-FL-PATH
         END-IF.
         MOVE 'N' TO PCV-EOF-FL.
         OPEN INPUT PCV-FL.
         IF STTS-PCV NOT = ZEROS
          DISPLAY 'PCVT0001: NO PAIR CONVENTION MASTER ('
           PCV-FL-PATH ')'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 101-LOAD-ONE-CONVENTION UNTIL PCV-IS-EOF.
         CLOSE PCV-FL.
         DISPLAY 'PCVT0001: PAIR CONVENTIONS ACTIVE: ' PCV-CT
          ' ROW(S)'.
         IF CT-PCV-SKIPPED > 0
          DISPLAY 'PCVT0001: CONVENTION ROWS SKIPPED: '
           CT-PCV-SKIPPED
         END-IF.

        101-LOAD-ONE-CONVENTION.
         READ PCV-FL
          AT END
           MOVE 'Y' TO PCV-EOF-FL
          NOT AT END
      * THE MARKET BASE MUST BE ONE OF THE TWO CURRENCIES OF THE PAIR
           IF PCV-MKT-BASE NOT = PCV-A AND PCV-MKT-BASE NOT = PCV-B
              OR PCV-UNIT NOT NUMERIC OR PCV-DEC NOT NUMERIC
              OR PCV-LO NOT NUMERIC OR PCV-HI NOT NUMERIC
            DISPLAY 'PCVT0001: BAD CONVENTION ROW SKIPPED: '
             PCV-A '/' PCV-B
            ADD 1 TO CT-PCV-SKIPPED
           ELSE
            IF PCV-CT >= 999
             DISPLAY 'PCVT0001: CONVENTION TABLE FULL, '
              'REMAINDER SKIPPED'
             MOVE 'Y' TO PCV-EOF-FL
            ELSE
             ADD 1 TO PCV-CT
             MOVE PCV-A TO PT-A(PCV-CT)
             MOVE PCV-B TO PT-B(PCV-CT)
             MOVE PCV-MKT-BASE TO PT-MKT-BASE(PCV-CT)
             MOVE PCV-UNIT TO PT-UNIT(PCV-CT)
             IF PCV-UNIT = 0
              MOVE 1 TO PT-UNIT(PCV-CT)
             END-IF
             MOVE PCV-DEC TO PT-DEC(PCV-CT)
             IF PCV-DEC > 6
              MOVE 6 TO PT-DEC(PCV-CT)
             END-IF
             MOVE PCV-LO TO PT-LO(PCV-CT)
             MOVE PCV-HI TO PT-HI(PCV-CT)
            END-IF
           END-IF
         END-READ.
         IF STTS-PCV NOT = ZEROS AND STTS-PCV NOT = 10
          DISPLAY 'PCVT0001: I/O ERROR ON CONVENTION MASTER, '
           'STATUS = ' STTS-PCV
          MOVE 'Y' TO PCV-EOF-FL
         END-IF.

        110-FIND-PAIR.
      * A CONVENTION ROW COVERS THE PAIR IN EITHER DIRECTION
         MOVE 0 TO PCV-HIT.
         MOVE 1 TO PCV-IX.
         PERFORM 111-SCAN-PAIR UNTIL PCV-IX > PCV-CT
          OR PCV-HIT > 0.

        111-SCAN-PAIR.
         IF (PT-A(PCV-IX) = PCVT-A AND PT-B(PCV-IX) = PCVT-B)
            OR (PT-A(PCV-IX) = PCVT-B AND PT-B(PCV-IX) = PCVT-A)
          MOVE PCV-IX TO PCV-HIT
         END-IF.
         ADD 1 TO PCV-IX.

        200-NORMALIZE.
      * THE PROVIDER QUOTES NUM/DEN UNITS OF THE QUOTE CURRENCY PER
      * PT-UNIT UNITS OF THE MARKET BASE; RATE.txt HOLDS UNITS OF B
      * PER ONE A
         PERFORM 110-FIND-PAIR.
         IF PCV-HIT = 0
          MOVE 4 TO PCVT-RC
          EXIT PARAGRAPH
         END-IF.
         IF PCVT-NUM = 0 OR PCVT-DEN = 0
          MOVE 8 TO PCVT-RC
          EXIT PARAGRAPH
         END-IF.
         IF PT-MKT-BASE(PCV-HIT) = PCVT-A
          MOVE PCVT-NUM TO NRM-NUM
          COMPUTE NRM-DEN = PCVT-DEN * PT-UNIT(PCV-HIT)
         ELSE
          COMPUTE NRM-NUM = PCVT-DEN * PT-UNIT(PCV-HIT)
          MOVE PCVT-NUM TO NRM-DEN
         END-IF.
         IF NRM-NUM > 9999999999 OR NRM-DEN > 9999999999
          MOVE 8 TO PCVT-RC
          EXIT PARAGRAPH
         END-IF.
         MOVE NRM-NUM TO PCVT-NUM.
         MOVE NRM-DEN TO PCVT-DEN.

        300-MARKET-RATE.
         MOVE ZEROS TO PCVT-MKT-RATE.
         MOVE SPACES TO PCVT-MKT-DISP.
         MOVE ZEROS TO PCVT-LO.
         MOVE ZEROS TO PCVT-HI.
         PERFORM 110-FIND-PAIR.
         IF PCV-HIT = 0
          MOVE PCVT-A TO PCVT-MKT-BASE
          MOVE PCVT-B TO PCVT-MKT-QUOTE
          MOVE 1 TO PCVT-UNIT
          MOVE 6 TO PCVT-DEC
         ELSE
          MOVE PT-MKT-BASE(PCV-HIT) TO PCVT-MKT-BASE
          IF PT-MKT-BASE(PCV-HIT) = PCVT-A
           MOVE PCVT-B TO PCVT-MKT-QUOTE
          ELSE
           MOVE PCVT-A TO PCVT-MKT-QUOTE
          END-IF
          MOVE PT-UNIT(PCV-HIT) TO PCVT-UNIT
          MOVE PT-DEC(PCV-HIT) TO PCVT-DEC
          MOVE PT-LO(PCV-HIT) TO PCVT-LO
          MOVE PT-HI(PCV-HIT) TO PCVT-HI
         END-IF.
         IF PCVT-NUM = 0 OR PCVT-DEN = 0
          MOVE 8 TO PCVT-RC
          EXIT PARAGRAPH
         END-IF.
         IF PCVT-MKT-BASE = PCVT-A
          COMPUTE MKT-WRK = (PCVT-NUM * PCVT-UNIT) / PCVT-DEN
           ON SIZE ERROR
            MOVE 8 TO PCVT-RC
          END-COMPUTE
         ELSE
          COMPUTE MKT-WRK = (PCVT-DEN * PCVT-UNIT) / PCVT-NUM
           ON SIZE ERROR
            MOVE 8 TO PCVT-RC
          END-COMPUTE
         END-IF.
         IF PCVT-RC = 8
          EXIT PARAGRAPH
         END-IF.
      * ROUNDED TO THE DISPLAY PRECISION OF THE PAIR
         COMPUTE MKT-POW = 10 ** PCVT-DEC.
         COMPUTE MKT-SCALED ROUNDED = MKT-WRK * MKT-POW
          ON SIZE ERROR
           MOVE 8 TO PCVT-RC
         END-COMPUTE.
         IF PCVT-RC = 8
          EXIT PARAGRAPH
         END-IF.
         COMPUTE MKT-SPLIT-N = MKT-SCALED / MKT-POW
          ON SIZE ERROR
           MOVE 8 TO PCVT-RC
         END-COMPUTE.
         IF PCVT-RC = 8
          EXIT PARAGRAPH
         END-IF.
         MOVE MKT-SPLIT-N TO PCVT-MKT-RATE.
         MOVE MKT-SPLIT-INT TO ED-MKT-INT.
         IF PCVT-DEC = 0
          MOVE ED-MKT-INT TO PCVT-MKT-DISP
         ELSE
          STRING ED-MKT-INT '.' MKT-SPLIT-FRAC(1:PCVT-DEC)
           DELIMITED BY SIZE INTO PCVT-MKT-DISP
         END-IF.
         IF PCV-HIT = 0
          MOVE 4 TO PCVT-RC
          EXIT PARAGRAPH
         END-IF.
         IF PCVT-HI > 0
          IF PCVT-MKT-RATE < PCVT-LO OR PCVT-MKT-RATE > PCVT-HI
           MOVE 6 TO PCVT-RC
          END-IF
         END-IF.
       END PROGRAM PCVT0001.
