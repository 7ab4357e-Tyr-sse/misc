      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - QUADRO DE AVISOS OPERACIONAIS:
      *          SUBPROGRAMA CHAMADO COM (DATA - ZERO = HOJE, QUADRO,
      *          RC). LE AS DESCRICOES DATADAS DE in0001.txt (LAYOUT
      *          RCDTDESC) E DEVOLVE NO QUADRO (COPYBOOK NTCBREC) OS
      *          AVISOS EM VIGOR NA DATA, OS BLOQUEANTES PRIMEIRO. LINHA
      *          SEM VIGENCIA VALE SO NO PROPRIO DIA; SEM SEVERIDADE E
      *          INFORMATIVA. RC=0 OK, RC=4 MAIS DE 20 AVISOS (OS
      *          CONTADORES VALEM PARA TODOS), RC=8 ARQUIVO INDISPONIVEL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. NTCB0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT IN-FL ASSIGN IN-FL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STTS-IN.

       DATA DIVISION.
        FILE SECTION.
         FD IN-FL.
          01 RC.
           COPY RCDTDESC.

        WORKING-STORAGE SECTION.
         77 IN-FL-PATH                PIC X(80)
             VALUE '.\..\fls\in0001.txt'.
         77 IN-FL-PATH-ENV            PIC X(80).
         77 STTS-IN                                        PIC 99.
         77 IN-EOF-FL                                      PIC X.
          88 IN-IS-EOF                                     VALUE 'Y'.
         77 ON-DT                                          PIC 9(8).
         77 EFF-DT                                         PIC 9(8).
         77 EXP-DT                                         PIC 9(8).
         77 SEV                                            PIC X.
         77 INS-IX                                     PIC 9(2) COMP.
         77 SHIFT-IX                                   PIC 9(2) COMP.
         77 BLOCK-LISTED                               PIC 9(2) COMP.
         77 SAVED-RC                                PIC S9(9) COMP-5.

        LINKAGE SECTION.
         01 NTCB-DATE                                      PIC 9(8).
         01 NTCB-AREA.
           COPY NTCBREC.
         01 NTCB-RC                                        PIC 99.

       PROCEDURE DIVISION USING NTCB-DATE NTCB-AREA NTCB-RC.
        000-MAIN.
      * PRESERVE THE CALLER'S RETURN-CODE ACROSS THIS SERVICE CALL
         MOVE RETURN-CODE TO SAVED-RC.
         MOVE ZEROS TO NTCB-RC.
         MOVE ZEROS TO NTCB-CT.
         MOVE ZEROS TO NTCB-BLOCK-CT.
         MOVE ZEROS TO NTCB-LIST-CT.
         MOVE 0 TO BLOCK-LISTED.
         ACCEPT IN-FL-PATH-ENV FROM ENVIRONMENT 'NTCB0001_INFILE'.
         IF IN-FL-PATH-ENV NOT = SPACES
          MOVE IN-FL-PATH-ENV TO IN-FL-PATH
         END-IF.
         IF NTCB-DATE = ZEROS
          MOVE FUNCTION CURRENT-DATE(1:8) TO ON-DT
         ELSE
          MOVE NTCB-DATE TO ON-DT
         END-IF.
         MOVE 'N' TO IN-EOF-FL.
         OPEN INPUT IN-FL.
         IF STTS-IN NOT = ZEROS
          MOVE 8 TO NTCB-RC
         ELSE
          PERFORM 100-READ-ONE-NOTICE UNTIL IN-IS-EOF
          CLOSE IN-FL
         END-IF.
         IF NTCB-RC = ZEROS AND NTCB-CT > NTCB-LIST-CT
          MOVE 4 TO NTCB-RC
         END-IF.
         MOVE SAVED-RC TO RETURN-CODE.
         GOBACK.

        100-READ-ONE-NOTICE.
         READ IN-FL
          AT END
           MOVE 'Y' TO IN-EOF-FL
          NOT AT END
           PERFORM 110-CHECK-NOTICE
         END-READ.
         IF STTS-IN NOT = ZEROS AND STTS-IN NOT = 10
          MOVE 8 TO NTCB-RC
          MOVE 'Y' TO IN-EOF-FL
         END-IF.

        110-CHECK-NOTICE.
      * A LINE WRITTEN BEFORE NOTICES HAD A VALIDITY IS A ONE-DAY
      * INFORMATIONAL NOTE FOR ITS OWN DATE
         IF RC-DT IS NOT NUMERIC
          EXIT PARAGRAPH
         END-IF.
         IF RC-EFF-DT IS NUMERIC AND RC-EFF-DT NOT = ZEROS
          MOVE RC-EFF-DT TO EFF-DT
         ELSE
          MOVE RC-DT TO EFF-DT
         END-IF.
         IF RC-EXP-DT IS NUMERIC AND RC-EXP-DT NOT = ZEROS
          MOVE RC-EXP-DT TO EXP-DT
         ELSE
          MOVE EFF-DT TO EXP-DT
         END-IF.
         IF ON-DT < EFF-DT OR ON-DT > EXP-DT
          EXIT PARAGRAPH
         END-IF.
         IF RC-SEV = 'W' OR RC-SEV = 'B'
          MOVE RC-SEV TO SEV
         ELSE
          MOVE 'I' TO SEV
         END-IF.
         ADD 1 TO NTCB-CT.
         IF SEV = 'B'
          ADD 1 TO NTCB-BLOCK-CT
         END-IF.
         PERFORM 120-LIST-NOTICE.

        120-LIST-NOTICE.
      * BLOCKING NOTICES ARE KEPT AHEAD OF THE OTHERS, SO A FULL LIST
      * DROPS AN INFORMATIONAL LINE BEFORE IT DROPS A BLOCKING ONE
         IF SEV = 'B'
          IF BLOCK-LISTED >= 20
           EXIT PARAGRAPH
          END-IF
          ADD 1 TO BLOCK-LISTED
          MOVE BLOCK-LISTED TO INS-IX
         ELSE
          IF NTCB-LIST-CT >= 20
           EXIT PARAGRAPH
          END-IF
          COMPUTE INS-IX = NTCB-LIST-CT + 1
         END-IF.
         IF NTCB-LIST-CT < 20
          ADD 1 TO NTCB-LIST-CT
         END-IF.
         MOVE NTCB-LIST-CT TO SHIFT-IX.
         PERFORM 121-SHIFT-ONE UNTIL SHIFT-IX <= INS-IX.
         MOVE SEV TO NTCB-SEV(INS-IX).
         MOVE EFF-DT TO NTCB-EFF-DT(INS-IX).
         MOVE EXP-DT TO NTCB-EXP-DT(INS-IX).
         MOVE RC-DESC-A TO NTCB-DESC-A(INS-IX).
         MOVE RC-DESC-B TO NTCB-DESC-B(INS-IX).

        121-SHIFT-ONE.
         MOVE NTCB-ENTRY(SHIFT-IX - 1) TO NTCB-ENTRY(SHIFT-IX).
         SUBTRACT 1 FROM SHIFT-IX.
       END PROGRAM NTCB0001.
