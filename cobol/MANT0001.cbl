      * Purpose: ESTUDAR COBOL - MANUTENCAO INTERATIVA DE PARES DE
      *          MOEDA: AS INCLUSOES VAO PARA O ARQUIVO DE PENDENCIAS
      *          (I0001.PND) E SO ENTRAM EM I0001.txt DEPOIS DA
      *          APROVACAO POR OUTRO USUARIO (APRV0001); A CONTRAPARTE
      *          E OBRIGATORIA E CONFERIDA CONTRA CPTYMST.txt, PARA QUE
      *          O LIMITE DE CREDITO SEJA APLICADO NA CONVERSAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         SELECT CUR-FL ASSIGN CUR-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CUR.
         SELECT CPT-FL ASSIGN CPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CPT.

       DATA DIVISION.
        FILE SECTION.
          02 PND-MAKER                                     PIC X(3).
          02 PND-DATE                                      PIC 9(8).
          02 PND-ENT                                       PIC X(4).
          02 PND-CPTY                                      PIC X(8).

         FD CUR-FL.
         01 CUR-RCRD.
          COPY CURREC.

         FD CPT-FL.
         01 CPT-RCRD.
          COPY CPTYREC.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'MANT0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 STTS-PND                                       PIC 99.
         77 PND-FL-PATH               PIC X(80)
             VALUE '.\..\fls\I0001.PND'.
             SIGN IS TRAILING SEPARATE CHARACTER.
         77 ANS-AGAIN                                      PIC X.
         77 ANS-ENT                                        PIC X(4).
         77 ANS-CPTY                                       PIC X(8).

         77 TODAY-DT                                        PIC 9(8).
         77 DTVL-DATE                 PIC 9(8).
           03 CU-ACTIVE                                    PIC X.
           03 CU-EFF                                       PIC 9(8).

         77 CPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CPTYMST.txt'.
         77 CPT-FL-PATH-ENV           PIC X(80).
         77 STTS-CPT                                        PIC 99.
         77 CPT-EOF-FL                               PIC X VALUE 'N'.
          88 CPT-IS-EOF                                    VALUE 'Y'.
         77 CPT-LOADED-FL                            PIC X VALUE 'N'.
          88 CPT-IS-LOADED                                 VALUE 'Y'.
         77 CPT-CT                                     PIC 9(4) COMP.
         77 CPT-IX                                     PIC 9(4) COMP.
         77 CPT-HIT                                    PIC 9(4) COMP.
         77 CPT-BAD-REASON                                 PIC X(20).
         01 CPT-TBL.
          02 CPT-ENTRY OCCURS 999 TIMES.
           03 CP-ID                                        PIC X(8).
           03 CP-ENT                                       PIC X(4).
           03 CP-STATUS                                    PIC X.

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
         DISPLAY 'MAIN: MANT0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
         IF CUR-FL-PATH-ENV NOT = SPACES
          MOVE CUR-FL-PATH-ENV TO CUR-FL-PATH
         END-IF.
         ACCEPT CPT-FL-PATH-ENV FROM ENVIRONMENT 'MANT0001_CPTYFILE'.
         IF CPT-FL-PATH-ENV NOT = SPACES
          MOVE CPT-FL-PATH-ENV TO CPT-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         PERFORM 101-LOAD-CURRENCY.
         PERFORM 103-LOAD-COUNTERPARTIES.

        101-LOAD-CURRENCY.
         MOVE 0 TO CUR-CT.
          MOVE 'Y' TO CUR-EOF-FL
         END-IF.

        103-LOAD-COUNTERPARTIES.
         MOVE 0 TO CPT-CT.
         OPEN INPUT CPT-FL.
         IF STTS-CPT NOT = ZEROS
          DISPLAY 'COUNTERPARTY MASTER NOT FOUND, VALIDATION SKIPPED'
         ELSE
          PERFORM 104-LOAD-ONE-CPTY UNTIL CPT-IS-EOF
          CLOSE CPT-FL
          MOVE 'Y' TO CPT-LOADED-FL
         END-IF.

        104-LOAD-ONE-CPTY.
         READ CPT-FL
          AT END
           MOVE 'Y' TO CPT-EOF-FL
          NOT AT END
           IF CPT-CT >= 999
            DISPLAY 'COUNTERPARTY TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO CPT-CT
           MOVE CPT-ID TO CP-ID(CPT-CT)
           MOVE CPT-ENT TO CP-ENT(CPT-CT)
           MOVE CPT-STATUS TO CP-STATUS(CPT-CT)
         END-READ.
         IF STTS-CPT NOT = ZEROS AND STTS-CPT NOT = 10
          DISPLAY 'I/O ERROR READING CPT-FL, STATUS = ' STTS-CPT
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO CPT-EOF-FL
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: MANT0001'.
         DISPLAY 'CADASTRO DE PARES DE MOEDA (PENDENTE APROVACAO)'.
         ACCEPT ANS-V.
         DISPLAY 'ENTITY (4 CHARS, BLANK = NONE): '.
         ACCEPT ANS-ENT.
         DISPLAY 'COUNTERPARTY (8 CHARS): '.
         ACCEPT ANS-CPTY.

        203-VALIDATE-RECORD.
         IF ANS-A = SPACES OR ANS-B = SPACES
           ELSE
            PERFORM 206-CHECK-CODES
            IF CUR-IS-VALID
             PERFORM 209-CHECK-COUNTERPARTY
             IF CPT-BAD-REASON = SPACES
              PERFORM 204-WRITE-RECORD
             ELSE
              DISPLAY 'REJECTED: COUNTERPARTY ' ANS-CPTY ' '
                CPT-BAD-REASON
             END-IF
            ELSE
             DISPLAY 'REJECTED: ' CUR-CHECK-CODE ' '
               CUR-BAD-REASON
          ADD 1 TO CUR-IX
         END-IF.

        209-CHECK-COUNTERPARTY.
      * SAME RULE AS THE CONVERSION'S LIMIT CHECK: THE ENTITY'S OWN
      * LINE WINS OVER A GROUP-WIDE (BLANK ENTITY) LINE, AND ONLY AN
      * ACTIVE COUNTERPARTY CAN TRADE
         MOVE SPACES TO CPT-BAD-REASON.
         IF ANS-CPTY = SPACES
          MOVE 'IS REQUIRED' TO CPT-BAD-REASON
          EXIT PARAGRAPH
         END-IF.
         IF NOT CPT-IS-LOADED
          EXIT PARAGRAPH
         END-IF.
         MOVE 0 TO CPT-HIT.
         MOVE 1 TO CPT-IX.
         PERFORM 210-SCAN-CPTY UNTIL CPT-IX > CPT-CT.
         IF CPT-HIT = 0
          MOVE 'NOT ON MASTER' TO CPT-BAD-REASON
         ELSE
          EVALUATE CP-STATUS(CPT-HIT)
           WHEN 'A'
            CONTINUE
           WHEN 'S'
            MOVE 'SUSPENDED' TO CPT-BAD-REASON
           WHEN OTHER
            MOVE 'INACTIVE ON MASTER' TO CPT-BAD-REASON
          END-EVALUATE
         END-IF.

        210-SCAN-CPTY.
         IF CP-ID(CPT-IX) = ANS-CPTY
          IF CP-ENT(CPT-IX) = ANS-ENT
           MOVE CPT-IX TO CPT-HIT
           MOVE CPT-CT TO CPT-IX
          ELSE
           IF CP-ENT(CPT-IX) = SPACES AND CPT-HIT = 0
            MOVE CPT-IX TO CPT-HIT
           END-IF
          END-IF
         END-IF.
         ADD 1 TO CPT-IX.

        204-WRITE-RECORD.
         MOVE ANS-A TO PND-A.
         MOVE ANS-B TO PND-B.
         MOVE ANS-MAKER TO PND-MAKER.
         MOVE TODAY-DT TO PND-DATE.
         MOVE ANS-ENT TO PND-ENT.
         MOVE ANS-CPTY TO PND-CPTY.
         WRITE RCRD-PND.
         IF STTS-PND NOT = ZEROS
          DISPLAY 'I/O ERROR WRITING PND-FL, STATUS = ' STTS-PND
         ELSE
          ADD 1 TO CT-ADDED
          DISPLAY 'PENDING APPROVAL: ' PND-A '/' PND-B ' '
           PND-DT ' = ' PND-V ' CPTY ' PND-CPTY
         END-IF.

        300-END.
