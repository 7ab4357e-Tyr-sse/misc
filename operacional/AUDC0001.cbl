      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - GRAVACAO ENCADEADA DAS TRILHAS DE
      *          AUDITORIA: CHAMADO COM (CAMINHO DA TRILHA, TEXTO DO
      *          REGISTRO, LARGURA DO REGISTRO NA TRILHA, RC), ACHA O
      *          ULTIMO ELO GRAVADO NA TRILHA, CALCULA O PROXIMO
      *          (AUDH0001) E ACRESCENTA O REGISTRO COM O ELO DEPOIS DA
      *          LARGURA INFORMADA (COPYBOOK AUDCREC). E O UNICO PONTO
      *          DE GRAVACAO DAS TRILHAS; O AUDV0001 CONFERE A CORRENTE.
      *          NUMA SESSAO SOB ACESSO DE EMERGENCIA (OPRV0001_
      *          ELEVGRANT, POSTO PELO OPRV0001) O REGISTRO E COPIADO
      *          TAMBEM PARA ELEVACT.txt (COPYBOOK ELEAREC), NA MESMA
      *          CORRENTE, PARA A REVISAO DO ELVR0001
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. AUDC0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TRL-FL ASSIGN TRL-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-TRL.

       DATA DIVISION.
        FILE SECTION.
         FD TRL-FL.
         01 TRL-REC                                        PIC X(200).

        WORKING-STORAGE SECTION.
         77 TRL-FL-PATH                                    PIC X(80).
         77 STTS-TRL                                       PIC 99.
         77 TRL-EOF-FL                                     PIC X.
          88 TRL-IS-EOF                                    VALUE 'Y'.
         77 LINE-LEN                               PIC 9(4) COMP.
         77 BLK-AT                                 PIC 9(4) COMP.
         77 TEXT-LEN                                       PIC 9(3).
         01 LAST-LINK.
           COPY AUDCREC.
         01 NEXT-LINK.
           COPY AUDCREC.
         77 SAVED-RC                                PIC S9(9) COMP-5.
         77 WRK-TEXT                                       PIC X(160).
         77 WRK-WIDTH                                      PIC 9(3).
         77 EA-FL-PATH                PIC X(80)
             VALUE '.\..\fls\ELEVACT.txt'.
         77 EA-FL-PATH-ENV            PIC X(80).
         77 EA-WIDTH                            PIC 9(3) VALUE 159.
         77 ELEV-GRANT-ENV                                 PIC X(25).
         77 NAME-AT                                PIC 9(4) COMP.
         01 EA-WRK.
           COPY ELEAREC.

        LINKAGE SECTION.
         01 AUDC-PATH                                      PIC X(80).
         01 AUDC-TEXT                                      PIC X(160).
         01 AUDC-WIDTH                                     PIC 9(3).
         01 AUDC-RC                                        PIC 99.

       PROCEDURE DIVISION USING AUDC-PATH AUDC-TEXT AUDC-WIDTH
                                AUDC-RC.
        000-MAIN.
      * PRESERVE THE CALLER'S RETURN-CODE ACROSS THIS SERVICE CALL
         MOVE RETURN-CODE TO SAVED-RC.
         MOVE ZEROS TO AUDC-RC.
         IF AUDC-WIDTH NOT NUMERIC OR AUDC-WIDTH = ZEROS
            OR AUDC-WIDTH > 160
          DISPLAY 'AUDC0001: BAD RECORD WIDTH FOR ' AUDC-PATH
          MOVE 12 TO AUDC-RC
          MOVE SAVED-RC TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE AUDC-PATH TO TRL-FL-PATH.
         MOVE AUDC-TEXT TO WRK-TEXT.
         MOVE AUDC-WIDTH TO WRK-WIDTH.
         PERFORM 100-FIND-LAST-LINK.
         PERFORM 200-APPEND-RECORD.
         IF AUDC-RC = ZEROS
          PERFORM 300-COPY-ELEVATED
         END-IF.
         MOVE SAVED-RC TO RETURN-CODE.
         GOBACK.

        100-FIND-LAST-LINK.
      * THE TRAIL ITSELF IS THE ONLY STATE: THE LAST RECORD CARRYING
      * A LINK GIVES THE SEQUENCE AND HASH TO CONTINUE FROM, SO TWO
      * PROGRAMS FEEDING THE SAME TRAIL STAY ON ONE CHAIN
         MOVE SPACES TO LAST-LINK.
         MOVE ZEROS TO AUDC-SEQ OF LAST-LINK.
         OPEN INPUT TRL-FL.
         IF STTS-TRL NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO TRL-EOF-FL.
         PERFORM 110-READ-ONE-LINE UNTIL TRL-IS-EOF.
         CLOSE TRL-FL.

        110-READ-ONE-LINE.
         MOVE SPACES TO TRL-REC.
         READ TRL-FL
          AT END
           MOVE 'Y' TO TRL-EOF-FL
          NOT AT END
           MOVE 200 TO LINE-LEN
           PERFORM 120-TRIM-LINE
            UNTIL LINE-LEN = 0 OR TRL-REC(LINE-LEN:1) NOT = SPACE
           IF LINE-LEN > 32
            COMPUTE BLK-AT = LINE-LEN - 31
            IF TRL-REC(BLK-AT:2) = ' #'
               AND TRL-REC(BLK-AT + 2:9) IS NUMERIC
               AND TRL-REC(BLK-AT + 12:20) IS NUMERIC
             MOVE TRL-REC(BLK-AT:32) TO LAST-LINK
            END-IF
           END-IF
         END-READ.
         IF STTS-TRL NOT = ZEROS AND STTS-TRL NOT = 10
          MOVE 'Y' TO TRL-EOF-FL
         END-IF.

        120-TRIM-LINE.
         SUBTRACT 1 FROM LINE-LEN.

        200-APPEND-RECORD.
         MOVE WRK-WIDTH TO TEXT-LEN.
         PERFORM 210-TRIM-TEXT
          UNTIL TEXT-LEN = 0 OR WRK-TEXT(TEXT-LEN:1) NOT = SPACE.
         MOVE SPACES TO NEXT-LINK.
         COMPUTE AUDC-SEQ OF NEXT-LINK = AUDC-SEQ OF LAST-LINK + 1.
         CALL 'AUDH0001' USING WRK-TEXT TEXT-LEN LAST-LINK NEXT-LINK.
         OPEN EXTEND TRL-FL.
         IF STTS-TRL = 35 OR STTS-TRL = 30
          OPEN OUTPUT TRL-FL
         END-IF.
         IF STTS-TRL NOT = ZEROS
          DISPLAY 'AUDC0001: CANNOT OPEN AUDIT TRAIL ' TRL-FL-PATH
           ' STATUS = ' STTS-TRL
          MOVE 8 TO AUDC-RC
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO TRL-REC.
         MOVE WRK-TEXT(1:WRK-WIDTH) TO TRL-REC.
         MOVE NEXT-LINK TO TRL-REC(WRK-WIDTH + 1:32).
         WRITE TRL-REC.
         IF STTS-TRL NOT = ZEROS
          DISPLAY 'AUDC0001: WRITE FAILED ON ' TRL-FL-PATH
           ' STATUS = ' STTS-TRL
          MOVE 8 TO AUDC-RC
         END-IF.
         CLOSE TRL-FL.

        210-TRIM-TEXT.
         SUBTRACT 1 FROM TEXT-LEN.

        300-COPY-ELEVATED.
      * WHILE A BREAK-GLASS SESSION IS OPEN IN THIS RUN UNIT, WHAT IT
      * RECORDS IN ANY TRAIL IS ALSO CHAINED INTO THE ACTIVITY FILE
      * THE MORNING REVIEW IS BUILT FROM
         ACCEPT ELEV-GRANT-ENV FROM ENVIRONMENT 'OPRV0001_ELEVGRANT'.
         IF ELEV-GRANT-ENV = SPACES
          EXIT PARAGRAPH
         END-IF.
         ACCEPT EA-FL-PATH-ENV FROM ENVIRONMENT 'OPRV0001_ELEVACT'.
         IF EA-FL-PATH-ENV NOT = SPACES
          MOVE EA-FL-PATH-ENV TO EA-FL-PATH
         END-IF.
         IF AUDC-PATH = EA-FL-PATH
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO EA-WRK.
         MOVE ELEV-GRANT-ENV TO EA-GRANT.
         MOVE FUNCTION CURRENT-DATE(1:14) TO EA-TS.
         MOVE 80 TO NAME-AT.
         PERFORM 310-FIND-FILE-NAME UNTIL NAME-AT = 0
          OR AUDC-PATH(NAME-AT:1) = '\' OR AUDC-PATH(NAME-AT:1) = '/'.
         MOVE AUDC-PATH(NAME-AT + 1:) TO EA-TRAIL.
         MOVE AUDC-TEXT(1:AUDC-WIDTH) TO EA-TEXT.
         MOVE EA-FL-PATH TO TRL-FL-PATH.
         MOVE EA-WRK TO WRK-TEXT.
         MOVE EA-WIDTH TO WRK-WIDTH.
         PERFORM 100-FIND-LAST-LINK.
         PERFORM 200-APPEND-RECORD.
      * THE CALLER'S RECORD IS SAFELY IN ITS OWN TRAIL; A FAILED COPY
      * IS REPORTED ABOVE BUT DOES NOT FAIL THE CALLER
         MOVE ZEROS TO AUDC-RC.

        310-FIND-FILE-NAME.
         SUBTRACT 1 FROM NAME-AT.
       END PROGRAM AUDC0001.
