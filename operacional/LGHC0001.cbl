      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - SERVICO DE RETENCAO LEGAL: FUNCAO CHK
      *          DIZ SE UM ARQUIVO (FILE-ID E DATA) ESTA PROTEGIDO POR
      *          UMA RETENCAO EM VIGOR NO LEGALHLD.txt E DEVOLVE O
      *          NUMERO DA RETENCAO; FUNCAO SAV REGISTRA EM LGHSAVE.txt
      *          UM ARQUIVO QUE A RETENCAO DE GERACOES OU A LIMPEZA DE
      *          ARCHIVES TERIA APAGADO SEM A RETENCAO. REGISTRO
      *          ILEGIVEL DEVOLVE RC 8 E O CHAMADOR NAO APAGA NADA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. LGHC0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT LGH-FL ASSIGN LGH-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-LGH.
         SELECT SAV-FL ASSIGN SAV-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-SAV.

       DATA DIVISION.
        FILE SECTION.
         FD LGH-FL.
         01 LGH-RCRD.
          COPY LGHREC.

         FD SAV-FL.
         01 SAV-RCRD.
          02 SV-TS                                         PIC 9(14).
          02 SV-PGM                                        PIC X(8).
          02 SV-FILE-ID                                    PIC X(10).
          02 SV-DATE                                       PIC 9(8).
          02 SV-HOLD-ID                                    PIC 9(6).
          02 SV-PATH                                       PIC X(80).

        WORKING-STORAGE SECTION.
         77 LGH-FL-PATH               PIC X(80)
             VALUE '.\..\fls\LEGALHLD.txt'.
         77 SAV-FL-PATH               PIC X(80)
             VALUE '.\..\fls\LGHSAVE.txt'.
         77 LGH-FL-PATH-ENV           PIC X(80).
         77 SAV-FL-PATH-ENV           PIC X(80).
         77 STTS-LGH                                       PIC 99.
         77 STTS-SAV                                       PIC 99.
         77 LGH-EOF-FL                                     PIC X.
          88 LGH-IS-EOF                                    VALUE 'Y'.
      * THE REGISTER IS READ ONCE PER RUN UNIT: A RETENTION PASS ASKS
      * ABOUT EVERY CATALOG ENTRY OF A FILE-ID
         77 LOADED-FL                               PIC X VALUE 'N'.
          88 REGISTER-IS-LOADED                            VALUE 'Y'.
         77 LOAD-RC                                 PIC 99 VALUE ZEROS.
         77 TODAY-DT                                       PIC 9(8).
         77 TODAY-TS                                       PIC 9(14).
         77 SAVED-RC                                PIC S9(9) COMP-5.

         77 HLD-CT                                     PIC 9(4) COMP.
         77 HLD-IX                                     PIC 9(4) COMP.
         01 HLD-TBL.
          02 HLD-ENTRY OCCURS 999 TIMES.
           03 HT-ID                                        PIC 9(6).
           03 HT-FILE-ID                                   PIC X(10).
           03 HT-FROM-DT                                   PIC 9(8).
           03 HT-TO-DT                                     PIC 9(8).

        LINKAGE SECTION.
         01 LGHC-FUNC                                      PIC X(3).
         01 LGHC-FILE-ID                                   PIC X(10).
         01 LGHC-DATE                                      PIC 9(8).
         01 LGHC-PATH                                      PIC X(80).
         01 LGHC-PGM                                       PIC X(8).
         01 LGHC-HOLD-ID                                   PIC 9(6).
         01 LGHC-RC                                        PIC 99.

       PROCEDURE DIVISION USING LGHC-FUNC LGHC-FILE-ID LGHC-DATE
           LGHC-PATH LGHC-PGM LGHC-HOLD-ID LGHC-RC.
        000-MAIN.
      * PRESERVE THE CALLER'S RETURN-CODE ACROSS THIS SERVICE CALL
         MOVE RETURN-CODE TO SAVED-RC.
         MOVE ZEROS TO LGHC-RC.
         IF NOT REGISTER-IS-LOADED
          PERFORM 100-LOAD-REGISTER
         END-IF.
         EVALUATE LGHC-FUNC
          WHEN 'CHK'
           PERFORM 200-CHECK
          WHEN 'SAV'
           PERFORM 300-SAVE
          WHEN OTHER
           DISPLAY 'LGHC0001: UNKNOWN FUNCTION ' LGHC-FUNC
           MOVE 8 TO LGHC-RC
         END-EVALUATE.
         MOVE SAVED-RC TO RETURN-CODE.
         GOBACK.

        100-LOAD-REGISTER.
      * ONLY HOLDS IN FORCE TODAY ARE KEPT: ACTIVE AND NOT PAST THEIR
      * RELEASE DATE. NO REGISTER MEANS NOTHING IS HELD
         ACCEPT LGH-FL-PATH-ENV FROM ENVIRONMENT 'LGHC0001_HOLDFILE'.
         IF LGH-FL-PATH-ENV NOT = SPACES
          MOVE LGH-FL-PATH-ENV TO LGH-FL-PATH
         END-IF.
         ACCEPT SAV-FL-PATH-ENV FROM ENVIRONMENT 'LGHC0001_SAVEFILE'.
         IF SAV-FL-PATH-ENV NOT = SPACES
          MOVE SAV-FL-PATH-ENV TO SAV-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO TODAY-TS.
         MOVE TODAY-TS(1:8) TO TODAY-DT.
         MOVE 'Y' TO LOADED-FL.
         MOVE 0 TO HLD-CT.
         MOVE 'N' TO LGH-EOF-FL.
         OPEN INPUT LGH-FL.
         IF STTS-LGH = 35
          EXIT PARAGRAPH
         END-IF.
         IF STTS-LGH NOT = ZEROS
          DISPLAY 'LGHC0001: LEGAL HOLD REGISTER UNREADABLE, STATUS = '
           STTS-LGH
          MOVE 8 TO LOAD-RC
          EXIT PARAGRAPH
         END-IF.
         PERFORM 101-LOAD-ONE-HOLD UNTIL LGH-IS-EOF.
         CLOSE LGH-FL.

        101-LOAD-ONE-HOLD.
         READ LGH-FL
          AT END
           MOVE 'Y' TO LGH-EOF-FL
          NOT AT END
           IF LH-STATUS = 'ACTIVE'
              AND (LH-RELEASE-DT = ZEROS
                   OR LH-RELEASE-DT NOT < TODAY-DT)
            IF HLD-CT >= 999
             DISPLAY 'LGHC0001: HOLD TABLE FULL'
             MOVE 8 TO LOAD-RC
             MOVE 'Y' TO LGH-EOF-FL
            ELSE
             ADD 1 TO HLD-CT
             MOVE LH-ID TO HT-ID(HLD-CT)
             MOVE LH-FILE-ID TO HT-FILE-ID(HLD-CT)
             MOVE LH-FROM-DT TO HT-FROM-DT(HLD-CT)
             MOVE LH-TO-DT TO HT-TO-DT(HLD-CT)
            END-IF
           END-IF
         END-READ.
         IF STTS-LGH NOT = ZEROS AND STTS-LGH NOT = 10
          DISPLAY 'LGHC0001: I/O ERROR ON REGISTER, STATUS = ' STTS-LGH
          MOVE 8 TO LOAD-RC
          MOVE 'Y' TO LGH-EOF-FL
         END-IF.

        200-CHECK.
         MOVE ZEROS TO LGHC-HOLD-ID.
         IF LOAD-RC NOT = ZEROS
          MOVE LOAD-RC TO LGHC-RC
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO HLD-IX.
         PERFORM 201-MATCH-ONE-HOLD UNTIL HLD-IX > HLD-CT
          OR LGHC-HOLD-ID NOT = ZEROS.

        201-MATCH-ONE-HOLD.
         IF (HT-FILE-ID(HLD-IX) = 'ALL'
             OR HT-FILE-ID(HLD-IX) = LGHC-FILE-ID)
            AND LGHC-DATE NOT < HT-FROM-DT(HLD-IX)
            AND LGHC-DATE NOT > HT-TO-DT(HLD-IX)
          MOVE HT-ID(HLD-IX) TO LGHC-HOLD-ID
         ELSE
          ADD 1 TO HLD-IX
         END-IF.

        300-SAVE.
         OPEN EXTEND SAV-FL.
         IF STTS-SAV = 35 OR STTS-SAV = 30
          OPEN OUTPUT SAV-FL
         END-IF.
         IF STTS-SAV NOT = ZEROS
          DISPLAY 'LGHC0001: ERROR OPENING SAV-FL, STATUS = ' STTS-SAV
          MOVE 8 TO LGHC-RC
          EXIT PARAGRAPH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO SV-TS.
         MOVE LGHC-PGM TO SV-PGM.
         MOVE LGHC-FILE-ID TO SV-FILE-ID.
         MOVE LGHC-DATE TO SV-DATE.
         MOVE LGHC-HOLD-ID TO SV-HOLD-ID.
         MOVE LGHC-PATH TO SV-PATH.
         WRITE SAV-RCRD.
         CLOSE SAV-FL.
       END PROGRAM LGHC0001.
