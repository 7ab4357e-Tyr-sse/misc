      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - CLONE DE PRODUCAO PARA TESTE: COPIA O
      *          I0001.txt DE UMA DATA DE NEGOCIO ESCOLHIDA, O RATE.txt
      *          VIGENTE NAQUELA DATA, POSMST.txt, CURRMST.txt E A
      *          FONTE in0002 PARA UM DIRETORIO DE TESTE, JUNTO COM OS
      *          CADASTROS ENTMST, CPTYMST E OPERMST QUE A CADEIA
      *          CONFERE. ENTIDADE, CONTRAPARTE E OPERADOR SAO TROCADOS
      *          POR CODIGOS SUBSTITUTOS IGUAIS EM TODOS OS ARQUIVOS,
      *          VALORES SAO MULTIPLICADOS POR UM FATOR QUE NAO SAI EM
      *          LUGAR NENHUM, E O TRAILER DO I0001 (QTDE E HASH) E
      *          RECALCULADO PARA O CLONE PASSAR NOS CONTROLES DA
      *          PROPRIA CADEIA. RELATORIO EM CLON0001.RPT NO DIRETORIO
      *          DE TESTE. RC=4 ARQUIVO AUSENTE OU DATA SEM MOVIMENTO,
      *          RC=8 ERRO (NADA DO CLONE DEVE SER USADO)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. CLON0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT SRC-FL ASSIGN SRC-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-SRC.
         SELECT DST-FL ASSIGN DST-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-DST.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.
         SELECT MFST-FL ASSIGN MFST-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-MFST.

       DATA DIVISION.
        FILE SECTION.
         FD SRC-FL.
         01 SRC-REC                                        PIC X(200).

         FD DST-FL.
         01 DST-REC                                        PIC X(200).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(100).

         FD MFST-FL.
         01 MFST-RCRD.
          COPY MFSTREC.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'CLON0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 SRC-DIR                   PIC X(40)
             VALUE '.\..\fls\'.
         77 SRC-DIR-ENV               PIC X(40).
         77 TST-DIR                   PIC X(40) VALUE SPACES.
         77 RPT-FL-PATH               PIC X(80) VALUE SPACES.
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 MFST-FL-PATH                                   PIC X(80).
         77 SRC-FL-PATH                                    PIC X(80).
         77 DST-FL-PATH                                    PIC X(80).

         77 STTS-SRC                                       PIC 99.
         77 STTS-DST                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 STTS-MFST                                      PIC 99.
         77 SRC-EOF-FL                                     PIC X.
          88 SRC-IS-EOF                                    VALUE 'Y'.
         77 PAIR-FL                                        PIC X.
          88 PAIR-IS-OPEN                                  VALUE 'Y'.

         77 BUS-DT-ENV                                     PIC X(8).
         77 BUS-DT                                         PIC 9(8).
         77 RUN-TS                                         PIC 9(14).
         77 DTVL-DATE                 PIC 9(8).
         77 DTVL-RC                   PIC 99.
         77 SAVED-RC                  PIC S9(9) COMP-5.

      * THE SCALE FACTOR, IN TEN-THOUSANDTHS WHEN GIVEN (07350 =
      * 0.7350); NEVER DISPLAYED NOR WRITTEN, SO THE CLONED AMOUNTS
      * CANNOT BE TURNED BACK INTO PRODUCTION AMOUNTS FROM THE CLONE
         77 FACTOR-ENV                                     PIC X(5).
         77 FACTOR-N                                       PIC 9(5).
         77 SCALE-FACTOR                                   PIC 9V9999.
         77 CLOCK-TS                                       PIC X(16).
         77 CLOCK-N                                        PIC 9(4).

      * THE FILES OF THE CLONE, IN THE ORDER THEY ARE CLONED: THE
      * MASTERS COME FIRST SO THE SURROGATES FOLLOW THEIR ORDER
         01 FILE-SET.
          02 FILLER                  PIC X(15) VALUE 'ENTMST.txt'.
          02 FILLER                  PIC X(15) VALUE 'CPTYMST.txt'.
          02 FILLER                  PIC X(15) VALUE 'OPERMST.txt'.
          02 FILLER                  PIC X(15) VALUE 'I0001.txt'.
          02 FILLER                  PIC X(15) VALUE 'POSMST.txt'.
          02 FILLER                  PIC X(15) VALUE 'RATE.txt'.
          02 FILLER                  PIC X(15) VALUE 'CURRMST.txt'.
          02 FILLER                  PIC X(15) VALUE 'in0002.txt.SRC'.
         01 FILE-SET-R REDEFINES FILE-SET.
          02 SET-NAME OCCURS 8 TIMES PIC X(15).
         77 SET-CT                                   PIC 9 VALUE 8.
         77 SET-IX                                         PIC 9.
      * ENTMST, CPTYMST AND OPERMST ARE CLONED WHEN PRESENT; THE
      * OTHER FIVE ARE THE CLONE ITSELF AND ARE MISSED WHEN ABSENT
         77 FIRST-REQUIRED                           PIC 9 VALUE 4.

         01 FS-TBL.
          02 FS-ENTRY OCCURS 8 TIMES.
           03 FS-STATUS                                    PIC X(7).
           03 FS-READ                                      PIC 9(7).
           03 FS-WRITTEN                                   PIC 9(7).
           03 FS-SKIPPED                                   PIC 9(7).

      * RECORD LAYOUTS OF THE CLONED FILES
         01 I0-RCRD.
          02 I0-A                                          PIC X(10).
          02 I0-B                                          PIC X(10).
          02 I0-DT                                         PIC 9(8).
          02 I0-V                                          PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 I0-ENT                                        PIC X(4).
          02 I0-DIR                                        PIC X.
          02 I0-ACT                                        PIC X.
          02 I0-CPTY                                       PIC X(8).
          02 I0-TS                                         PIC 9(14).
          02 I0-SRC                                        PIC X(8).
         01 I0-TRL-RCRD.
          02 I0-TRL-TAG                                    PIC X(10).
          02 I0-TRL-CT                                     PIC 9(6).
          02 I0-TRL-HASH                                 PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 FILLER                                        PIC X(8).
         77 I0-CT                               PIC 9(6) VALUE ZEROS.
         77 I0-HASH                         PIC S9(12)V99 VALUE ZEROS.

         01 PS-RCRD.
          02 PS-CODE                                       PIC X(10).
          02 PS-BAL                                      PIC S9(12)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 PS-ENT                                        PIC X(4).

         01 RT-RCRD.
          02 RT-A                                          PIC X(10).
          02 RT-B                                          PIC X(10).
          02 RT-EFF-DT                                     PIC 9(8).
          02 RT-NUM                                        PIC 9(10).
          02 RT-DEN                                        PIC 9(10).
          02 RT-FIX                                        PIC X(5).

         01 K2-RCRD.
          02 K2-K                                          PIC 9999.
          02 K2-V01                                        PIC 9(10).
          02 K2-V03                                        PIC S9(10)
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 K2-V04                                        PIC S9(10)
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 K2-V05                                        PIC S9(10)
           SIGN IS TRAILING SEPARATE CHARACTER.

         01 EM-RCRD.
          COPY ENTMREC.

         01 CP-RCRD.
          COPY CPTYREC.

         01 OP-RCRD.
          02 OP-ID                                         PIC X(3).
          02 OP-NAME                                       PIC X(30).
          02 OP-ROLES                                      PIC X(30).

      * THE MASK: ONE ENTRY PER PRODUCTION CODE SEEN, BY KIND
      * (E=ENTITY, C=COUNTERPARTY, O=OPERATOR). A CODE GETS ITS
      * SURROGATE THE FIRST TIME IT IS SEEN AND KEEPS IT IN EVERY
      * FILE; THE TABLE ITSELF IS NEVER WRITTEN OUT
         77 MK-CT                                      PIC 9(4) COMP.
         77 MK-IX                                      PIC 9(4) COMP.
         01 MK-TBL.
          02 MK-ENTRY OCCURS 3000 TIMES.
           03 MK-KIND                                      PIC X.
           03 MK-ORIG                                      PIC X(8).
           03 MK-SURR                                      PIC X(8).
         77 MK-CT-ENT                           PIC 9(4) VALUE ZEROS.
         77 MK-CT-CPTY                          PIC 9(6) VALUE ZEROS.
         77 MK-CT-OPER                          PIC 9(4) VALUE ZEROS.
         77 MASK-KIND                                      PIC X.
          88 MASK-IS-ENT                                   VALUE 'E'.
          88 MASK-IS-CPTY                                  VALUE 'C'.
          88 MASK-IS-OPER                                  VALUE 'O'.
         77 MASK-IN                                        PIC X(8).
         77 MASK-OUT                                       PIC X(8).
         77 MASK-FOUND-FL                                  PIC X.
          88 MASK-IS-FOUND                                 VALUE 'Y'.
         77 SURR-ENT                                       PIC 9(3).
         77 SURR-CPTY                                      PIC 9(6).
         77 SURR-OPER                                      PIC 99.
         77 OPER-BAND                                      PIC 99.
         77 OPER-LETTERS              PIC X(10) VALUE 'QRSTUVWXYZ'.

         77 FAIL-FL                                  PIC X VALUE 'N'.
          88 CLONE-HAS-FAILED                              VALUE 'Y'.
         77 CT-MISSING                          PIC 9(4) VALUE ZEROS.
         77 CT-OVERFLOW                         PIC 9(6) VALUE ZEROS.
         77 RUN-RESULT                                     PIC X(8).
         77 ED-CT                                          PIC Z(6)9.
         77 ED-CT2                                         PIC Z(6)9.
         77 ED-CT3                                         PIC Z(6)9.
         77 ED-HASH                            PIC -Z(11)9.99.



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
         DISPLAY 'MAIN: CLON0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: CLON0001'.
         ACCEPT SRC-DIR-ENV FROM ENVIRONMENT 'CLON0001_SRCDIR'.
         IF SRC-DIR-ENV NOT = SPACES
          MOVE SRC-DIR-ENV TO SRC-DIR
         END-IF.
         ACCEPT TST-DIR FROM ENVIRONMENT 'CLON0001_TESTDIR'.
      * THE CLONE NEVER LANDS ON THE PRODUCTION FILES IT IS TAKEN FROM
         IF TST-DIR = SPACES OR TST-DIR = SRC-DIR
          DISPLAY 'CLON0001_TESTDIR REQUIRED AND MUST DIFFER FROM '
           'THE SOURCE DIRECTORY'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         STRING TST-DIR DELIMITED BY SPACE
           'CLON0001.RPT' DELIMITED BY SIZE
           INTO RPT-FL-PATH.
         MOVE SPACES TO MFST-FL-PATH.
         STRING TST-DIR DELIMITED BY SPACE
           'RUNMFST.txt' DELIMITED BY SIZE
           INTO MFST-FL-PATH.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'CLON0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE TO CLOCK-TS.
         MOVE CLOCK-TS(1:14) TO RUN-TS.
         ACCEPT BUS-DT-ENV FROM ENVIRONMENT 'CLON0001_BUSDT'.
         IF BUS-DT-ENV IS NOT NUMERIC
          DISPLAY 'CLON0001_BUSDT REQUIRED (YYYYMMDD)'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE BUS-DT-ENV TO BUS-DT.
         MOVE BUS-DT TO DTVL-DATE.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'DTVL0001' USING DTVL-DATE DTVL-RC.
         MOVE SAVED-RC TO RETURN-CODE.
         IF DTVL-RC NOT = ZEROS
          DISPLAY 'INVALID BUSINESS DATE: ' BUS-DT
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
      * WITHOUT A FACTOR ONE IS DRAWN FROM THE CLOCK BETWEEN 0.4000
      * AND 0.9999, WHICH ALSO KEEPS EVERY SCALED AMOUNT IN ITS FIELD
         ACCEPT FACTOR-ENV FROM ENVIRONMENT 'CLON0001_FACTOR'.
         IF FACTOR-ENV IS NUMERIC AND FACTOR-ENV NOT = ZEROS
          MOVE FACTOR-ENV TO FACTOR-N
          COMPUTE SCALE-FACTOR = FACTOR-N / 10000
         ELSE
          MOVE CLOCK-TS(13:4) TO CLOCK-N
          COMPUTE SCALE-FACTOR =
           0.4 + (FUNCTION MOD(CLOCK-N, 6000) / 10000)
         END-IF.
         MOVE 0 TO MK-CT.
         MOVE 1 TO SET-IX.
         PERFORM 101-CLEAR-ONE-STAT UNTIL SET-IX > SET-CT.
         DISPLAY 'BUSINESS DATE: ' BUS-DT.
         DISPLAY 'FROM ' SRC-DIR.
         DISPLAY 'TO   ' TST-DIR.

        101-CLEAR-ONE-STAT.
         MOVE 'ABSENT' TO FS-STATUS(SET-IX).
         MOVE ZEROS TO FS-READ(SET-IX).
         MOVE ZEROS TO FS-WRITTEN(SET-IX).
         MOVE ZEROS TO FS-SKIPPED(SET-IX).
         ADD 1 TO SET-IX.

        200-PROCESS.
         DISPLAY 'PROCESS: CLON0001'.
         MOVE 1 TO SET-IX.
         PERFORM 210-CLONE-ONE-FILE UNTIL SET-IX > SET-CT
          OR CLONE-HAS-FAILED.
         IF FS-STATUS(4) = 'CLONED'
          PERFORM 236-WRITE-MANIFEST-ENTRY
         END-IF.
         PERFORM 280-WRITE-REPORT.

        210-CLONE-ONE-FILE.
         PERFORM 201-OPEN-PAIR.
         IF PAIR-IS-OPEN
          PERFORM 203-READ-SRC
          PERFORM 211-CLONE-ONE-REC UNTIL SRC-IS-EOF
          IF SET-IX = 4
           PERFORM 235-WRITE-I0001-TRAILER
          END-IF
          PERFORM 202-CLOSE-PAIR
          IF FS-STATUS(SET-IX) = 'OPEN'
           MOVE 'CLONED' TO FS-STATUS(SET-IX)
          END-IF
          MOVE FS-WRITTEN(SET-IX) TO ED-CT
          DISPLAY ' ' FS-STATUS(SET-IX) ' ' SET-NAME(SET-IX) ED-CT
           ' RECORD(S)'
         END-IF.
         ADD 1 TO SET-IX.

        211-CLONE-ONE-REC.
         ADD 1 TO FS-READ(SET-IX).
         EVALUATE SET-IX
          WHEN 1 PERFORM 220-CLONE-ENTMST
          WHEN 2 PERFORM 225-CLONE-CPTYMST
          WHEN 3 PERFORM 230-CLONE-OPERMST
          WHEN 4 PERFORM 234-CLONE-I0001
          WHEN 5 PERFORM 240-CLONE-POSMST
          WHEN 6 PERFORM 245-CLONE-RATE
          WHEN 7 PERFORM 250-CLONE-CURRMST
          WHEN 8 PERFORM 255-CLONE-IN0002
         END-EVALUATE.
         PERFORM 203-READ-SRC.

        201-OPEN-PAIR.
         MOVE 'N' TO PAIR-FL.
         MOVE 'N' TO SRC-EOF-FL.
         MOVE SPACES TO SRC-FL-PATH.
         STRING SRC-DIR DELIMITED BY SPACE
           SET-NAME(SET-IX) DELIMITED BY SPACE
           INTO SRC-FL-PATH.
         MOVE SPACES TO DST-FL-PATH.
         STRING TST-DIR DELIMITED BY SPACE
           SET-NAME(SET-IX) DELIMITED BY SPACE
           INTO DST-FL-PATH.
         OPEN INPUT SRC-FL.
         IF STTS-SRC NOT = ZEROS
          DISPLAY ' NOT PRESENT, NOT CLONED: ' SRC-FL-PATH(1:50)
          IF SET-IX NOT < FIRST-REQUIRED
           ADD 1 TO CT-MISSING
          END-IF
          EXIT PARAGRAPH
         END-IF.
         OPEN OUTPUT DST-FL.
         IF STTS-DST NOT = ZEROS
          DISPLAY 'CANNOT CREATE ' DST-FL-PATH(1:50)
           ', STATUS = ' STTS-DST
          CLOSE SRC-FL
          MOVE 'ERROR' TO FS-STATUS(SET-IX)
          MOVE 'Y' TO FAIL-FL
          EXIT PARAGRAPH
         END-IF.
         MOVE 'OPEN' TO FS-STATUS(SET-IX).
         MOVE 'Y' TO PAIR-FL.

        202-CLOSE-PAIR.
         CLOSE SRC-FL.
         CLOSE DST-FL.

        203-READ-SRC.
         READ SRC-FL
          AT END
           MOVE 'Y' TO SRC-EOF-FL
         END-READ.
         IF STTS-SRC NOT = ZEROS AND STTS-SRC NOT = 10
          DISPLAY 'I/O ERROR READING ' SRC-FL-PATH(1:40)
           ', STATUS = ' STTS-SRC
          MOVE 'ERROR' TO FS-STATUS(SET-IX)
          MOVE 'Y' TO FAIL-FL
          MOVE 'Y' TO SRC-EOF-FL
         END-IF.

        204-WRITE-DST.
      * ONCE THE CLONE HAS FAILED NOTHING MORE IS WRITTEN, SO NO
      * UNSCALED AMOUNT CAN REACH THE TEST DIRECTORY
         IF CLONE-HAS-FAILED
          EXIT PARAGRAPH
         END-IF.
         WRITE DST-REC.
         IF STTS-DST NOT = ZEROS
          DISPLAY 'I/O ERROR WRITING ' DST-FL-PATH(1:40)
           ', STATUS = ' STTS-DST
          MOVE 'ERROR' TO FS-STATUS(SET-IX)
          MOVE 'Y' TO FAIL-FL
          MOVE 'Y' TO SRC-EOF-FL
         ELSE
          ADD 1 TO FS-WRITTEN(SET-IX)
         END-IF.

        205-SCALE-OVERFLOW.
      * A GIVEN FACTOR ABOVE ONE CAN PUSH AN AMOUNT OUT OF ITS FIELD;
      * A CLONE WITH A TRUNCATED AMOUNT WOULD NOT BALANCE, SO IT FAILS
         ADD 1 TO CT-OVERFLOW.
         MOVE 'ERROR' TO FS-STATUS(SET-IX).
         MOVE 'Y' TO FAIL-FL.
         MOVE 'Y' TO SRC-EOF-FL.

        206-MASK-CODE.
      * MASK-KIND AND MASK-IN IN, MASK-OUT OUT; BLANK STAYS BLANK
         MOVE SPACES TO MASK-OUT.
         IF MASK-IN = SPACES
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO MASK-FOUND-FL.
         MOVE 1 TO MK-IX.
         PERFORM 207-FIND-ONE-MASK UNTIL MK-IX > MK-CT
          OR MASK-IS-FOUND.
         IF MASK-IS-FOUND
          EXIT PARAGRAPH
         END-IF.
         IF MK-CT >= 3000
            OR (MASK-IS-ENT AND MK-CT-ENT >= 999)
            OR (MASK-IS-OPER AND MK-CT-OPER >= 999)
          DISPLAY 'MASK TABLE FULL, CLONE ABANDONED'
          MOVE 'ERROR' TO FS-STATUS(SET-IX)
          MOVE 'Y' TO FAIL-FL
          MOVE 'Y' TO SRC-EOF-FL
          EXIT PARAGRAPH
         END-IF.
         EVALUATE TRUE
          WHEN MASK-IS-ENT
           ADD 1 TO MK-CT-ENT
           MOVE MK-CT-ENT TO SURR-ENT
           STRING 'E' SURR-ENT DELIMITED BY SIZE INTO MASK-OUT
          WHEN MASK-IS-CPTY
           ADD 1 TO MK-CT-CPTY
           MOVE MK-CT-CPTY TO SURR-CPTY
           STRING 'CP' SURR-CPTY DELIMITED BY SIZE INTO MASK-OUT
          WHEN MASK-IS-OPER
      * THREE CHARACTERS: A LETTER FROM Q TO Z FOR EACH HUNDRED,
      * THEN TWO DIGITS (Q01 ... Z99)
           ADD 1 TO MK-CT-OPER
           DIVIDE MK-CT-OPER BY 100 GIVING OPER-BAND
            REMAINDER SURR-OPER
           STRING OPER-LETTERS(OPER-BAND + 1:1) SURR-OPER
            DELIMITED BY SIZE INTO MASK-OUT
         END-EVALUATE.
         ADD 1 TO MK-CT.
         MOVE MASK-KIND TO MK-KIND(MK-CT).
         MOVE MASK-IN TO MK-ORIG(MK-CT).
         MOVE MASK-OUT TO MK-SURR(MK-CT).

        207-FIND-ONE-MASK.
         IF MK-KIND(MK-IX) = MASK-KIND AND MK-ORIG(MK-IX) = MASK-IN
          MOVE 'Y' TO MASK-FOUND-FL
          MOVE MK-SURR(MK-IX) TO MASK-OUT
         ELSE
          ADD 1 TO MK-IX
         END-IF.

        220-CLONE-ENTMST.
         MOVE SRC-REC TO EM-RCRD.
         MOVE 'E' TO MASK-KIND.
         MOVE EMS-CODE TO MASK-IN.
         PERFORM 206-MASK-CODE.
         MOVE MASK-OUT TO EMS-CODE.
         MOVE SPACES TO EMS-NAME.
         STRING 'TEST ENTITY ' EMS-CODE
          DELIMITED BY SIZE INTO EMS-NAME.
         MOVE EM-RCRD TO DST-REC.
         PERFORM 204-WRITE-DST.

        225-CLONE-CPTYMST.
         MOVE SRC-REC TO CP-RCRD.
         MOVE 'C' TO MASK-KIND.
         MOVE CPT-ID TO MASK-IN.
         PERFORM 206-MASK-CODE.
         MOVE MASK-OUT TO CPT-ID.
         MOVE 'E' TO MASK-KIND.
         MOVE CPT-ENT TO MASK-IN.
         PERFORM 206-MASK-CODE.
         MOVE MASK-OUT TO CPT-ENT.
         MOVE SPACES TO CPT-NAME.
         STRING 'TEST COUNTERPARTY ' CPT-ID
          DELIMITED BY SIZE INTO CPT-NAME.
         COMPUTE CPT-LIMIT ROUNDED = CPT-LIMIT * SCALE-FACTOR
          ON SIZE ERROR PERFORM 205-SCALE-OVERFLOW
         END-COMPUTE.
         MOVE CP-RCRD TO DST-REC.
         PERFORM 204-WRITE-DST.

        230-CLONE-OPERMST.
      * ROLES STAY AS THEY ARE SO THE TEST CHAIN SIGNS ON THE SAME WAY
         MOVE SRC-REC TO OP-RCRD.
         MOVE 'O' TO MASK-KIND.
         MOVE OP-ID TO MASK-IN.
         PERFORM 206-MASK-CODE.
         MOVE MASK-OUT TO OP-ID.
         MOVE SPACES TO OP-NAME.
         STRING 'TEST OPERATOR ' OP-ID
          DELIMITED BY SIZE INTO OP-NAME.
         MOVE OP-RCRD TO DST-REC.
         PERFORM 204-WRITE-DST.

        234-CLONE-I0001.
      * ONLY THE CHOSEN BUSINESS DATE; THE PRODUCTION TRAILER IS
      * DROPPED AND A NEW ONE WRITTEN FOR WHAT WAS CLONED
         IF SRC-REC(1:10) = '*TRAILER*'
          ADD 1 TO FS-SKIPPED(SET-IX)
          EXIT PARAGRAPH
         END-IF.
         MOVE SRC-REC TO I0-RCRD.
         IF I0-DT NOT = BUS-DT
          ADD 1 TO FS-SKIPPED(SET-IX)
          EXIT PARAGRAPH
         END-IF.
         MOVE 'E' TO MASK-KIND.
         MOVE I0-ENT TO MASK-IN.
         PERFORM 206-MASK-CODE.
         MOVE MASK-OUT TO I0-ENT.
         MOVE 'C' TO MASK-KIND.
         MOVE I0-CPTY TO MASK-IN.
         PERFORM 206-MASK-CODE.
         MOVE MASK-OUT TO I0-CPTY.
         COMPUTE I0-V ROUNDED = I0-V * SCALE-FACTOR
          ON SIZE ERROR PERFORM 205-SCALE-OVERFLOW
         END-COMPUTE.
         MOVE I0-RCRD TO DST-REC.
         PERFORM 204-WRITE-DST.
         ADD 1 TO I0-CT.
         ADD I0-V TO I0-HASH.

        235-WRITE-I0001-TRAILER.
      * SAME CONTROLS CONV0001 CHECKS: RECORD COUNT AND SUM OF V
         IF CLONE-HAS-FAILED
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO I0-TRL-RCRD.
         MOVE '*TRAILER*' TO I0-TRL-TAG.
         MOVE I0-CT TO I0-TRL-CT.
         MOVE I0-HASH TO I0-TRL-HASH.
         MOVE I0-TRL-RCRD TO DST-REC.
         PERFORM 204-WRITE-DST.
         IF I0-CT = 0
          DISPLAY ' NO I0001 RECORD DATED ' BUS-DT
          ADD 1 TO CT-MISSING
         END-IF.

        236-WRITE-MANIFEST-ENTRY.
      * THE TEST CHAIN HAS ITS OWN RUN MANIFEST: THE CLONED I0001 IS
      * DELIVERED TODAY, SO CONV0001 TAKES IT AS CURRENT
         OPEN OUTPUT MFST-FL.
         IF STTS-MFST NOT = ZEROS
          DISPLAY 'ERROR OPENING MFST-FL, STATUS = ' STTS-MFST
          MOVE 'Y' TO FAIL-FL
          EXIT PARAGRAPH
         END-IF.
         MOVE 'I0001' TO MFST-FILE-ID.
         MOVE RUN-TS(1:8) TO MFST-RUN-DATE.
         MOVE 'CLON0001' TO MFST-PROGRAM.
         WRITE MFST-RCRD.
         CLOSE MFST-FL.

        240-CLONE-POSMST.
         MOVE SRC-REC TO PS-RCRD.
         MOVE 'E' TO MASK-KIND.
         MOVE PS-ENT TO MASK-IN.
         PERFORM 206-MASK-CODE.
         MOVE MASK-OUT TO PS-ENT.
         COMPUTE PS-BAL ROUNDED = PS-BAL * SCALE-FACTOR
          ON SIZE ERROR PERFORM 205-SCALE-OVERFLOW
         END-COMPUTE.
         MOVE PS-RCRD TO DST-REC.
         PERFORM 204-WRITE-DST.

        245-CLONE-RATE.
      * RATES ARE PRICES, NOT AMOUNTS: THEY ARE COPIED AS THEY ARE, BUT
      * ONLY THOSE ALREADY IN FORCE ON THE BUSINESS DATE
         MOVE SRC-REC TO RT-RCRD.
         IF RT-EFF-DT > BUS-DT
          ADD 1 TO FS-SKIPPED(SET-IX)
          EXIT PARAGRAPH
         END-IF.
         MOVE RT-RCRD TO DST-REC.
         PERFORM 204-WRITE-DST.

        250-CLONE-CURRMST.
         MOVE SRC-REC TO DST-REC.
         PERFORM 204-WRITE-DST.

        255-CLONE-IN0002.
      * K AND THE V01 DIGITS ARE KEY AND FLAGS; V03 TO V05 ARE SCALED
         MOVE SRC-REC TO K2-RCRD.
         COMPUTE K2-V03 ROUNDED = K2-V03 * SCALE-FACTOR
          ON SIZE ERROR PERFORM 205-SCALE-OVERFLOW
         END-COMPUTE.
         COMPUTE K2-V04 ROUNDED = K2-V04 * SCALE-FACTOR
          ON SIZE ERROR PERFORM 205-SCALE-OVERFLOW
         END-COMPUTE.
         COMPUTE K2-V05 ROUNDED = K2-V05 * SCALE-FACTOR
          ON SIZE ERROR PERFORM 205-SCALE-OVERFLOW
         END-COMPUTE.
         MOVE K2-RCRD TO DST-REC.
         PERFORM 204-WRITE-DST.

        280-WRITE-REPORT.
         IF CLONE-HAS-FAILED
          MOVE 'FAILED' TO RUN-RESULT
          MOVE 8 TO RETURN-CODE
         ELSE
          IF CT-MISSING > 0
           MOVE 'PARTIAL' TO RUN-RESULT
           IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
           END-IF
          ELSE
           MOVE 'COMPLETE' TO RUN-RESULT
          END-IF
         END-IF.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO RPT-REC.
         STRING 'PRODUCTION TO TEST CLONE  BUSINESS DATE ' BUS-DT
          '  RUN ' RUN-TS
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'FROM ' SRC-DIR DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'TO   ' TST-DIR DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE ' FILE             STATUS      READ   WRITTEN   SKIPPED'
          TO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO SET-IX.
         PERFORM 281-REPORT-ONE-FILE UNTIL SET-IX > SET-CT.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE I0-CT TO ED-CT.
         MOVE I0-HASH TO ED-HASH.
         MOVE SPACES TO RPT-REC.
         STRING 'I0001 TRAILER RECOMPUTED: COUNT ' ED-CT
          '  HASH ' ED-HASH
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE MK-CT-ENT TO ED-CT.
         MOVE MK-CT-CPTY TO ED-CT2.
         MOVE MK-CT-OPER TO ED-CT3.
         MOVE SPACES TO RPT-REC.
         STRING 'CODES MASKED: ENTITIES ' ED-CT
          '  COUNTERPARTIES ' ED-CT2 '  OPERATORS ' ED-CT3
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE 'AMOUNTS SCALED BY A FACTOR THAT IS NOT RECORDED'
          TO RPT-REC.
         WRITE RPT-REC.
         IF CT-OVERFLOW > 0
          MOVE CT-OVERFLOW TO ED-CT
          MOVE SPACES TO RPT-REC
          STRING 'AMOUNTS TOO LARGE FOR THEIR FIELD AFTER SCALING: '
           ED-CT DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
         END-IF.
         MOVE SPACES TO RPT-REC.
         STRING 'RESULT: ' RUN-RESULT DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         CLOSE RPT-FL.

        281-REPORT-ONE-FILE.
         MOVE SPACES TO RPT-REC.
         MOVE SET-NAME(SET-IX) TO RPT-REC(2:15).
         MOVE FS-STATUS(SET-IX) TO RPT-REC(19:7).
         MOVE FS-READ(SET-IX) TO ED-CT.
         MOVE ED-CT TO RPT-REC(27:7).
         MOVE FS-WRITTEN(SET-IX) TO ED-CT.
         MOVE ED-CT TO RPT-REC(37:7).
         MOVE FS-SKIPPED(SET-IX) TO ED-CT.
         MOVE ED-CT TO RPT-REC(47:7).
         IF SET-IX < FIRST-REQUIRED
          MOVE '(WHEN PRESENT)' TO RPT-REC(56:14)
         END-IF.
         WRITE RPT-REC.
         ADD 1 TO SET-IX.

        300-END.
         DISPLAY 'END: CLON0001'.
         DISPLAY 'CLONE ' RUN-RESULT ' IN ' TST-DIR.
         DISPLAY 'REPORT ' RPT-FL-PATH.
         GOBACK.

       END PROGRAM CLON0001.
