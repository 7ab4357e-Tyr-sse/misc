      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - CONFERENCIA DO ENCADEAMENTO DAS
      *          TRILHAS DE AUDITORIA: PERCORRE CADA TRILHA (APRVAUD,
      *          HOLDAUD, KMNTAUD, CURMAUD, SUSPAUD, REVAPAUD, PREOAUD,
      *          HOLMAUD, OVERRIDE, EODCERT, LGHAUD, ELEVGRT, ELEVACT,
      *          ENTMAUD, MANRAUD, ADJAUD, AMNDAUD, RDNMAUD E
      *          RVAPAUD), RECALCULA O
      *          HASH DE CADA ELO (AUDH0001) E APONTA O PRIMEIRO ELO
      *          QUEBRADO (REGISTRO
      *          ALTERADO, SEQUENCIA COM FALTA OU SOBRA, REGISTRO SEM
      *          ELO NO MEIO DA CORRENTE). O ULTIMO ELO CONFERIDO DE
      *          CADA TRILHA FICA EM AUDVANCH.txt, PARA QUE UMA TRILHA
      *          CORTADA NO FIM OU REGRAVADA POR INTEIRO TAMBEM APARECA.
      *          RC 8 SE ALGUMA TRILHA ESTA QUEBRADA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. AUDV0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TRL-FL ASSIGN TRL-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-TRL.
         SELECT ANCH-FL ASSIGN ANCH-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ANCH.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.

       DATA DIVISION.
        FILE SECTION.
         FD TRL-FL.
         01 TRL-REC                                        PIC X(200).

         FD ANCH-FL.
         01 ANCH-RCRD.
          02 AN-FILE                                       PIC X(20).
          02 AN-SEQ                                        PIC 9(9).
          02 AN-H1                                         PIC 9(10).
          02 AN-H2                                         PIC 9(10).
          02 AN-TS                                         PIC 9(14).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'AUDV0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 DIR-PATH                   PIC X(80)
             VALUE '.\..\fls\'.
         77 DIR-PATH-ENV               PIC X(80).
         77 TRL-FL-PATH                                    PIC X(100).
         77 STTS-TRL                                       PIC 99.
         77 ANCH-FL-PATH               PIC X(80)
             VALUE '.\..\fls\AUDVANCH.txt'.
         77 ANCH-FL-PATH-ENV           PIC X(80).
         77 STTS-ANCH                                      PIC 99.
         77 RPT-FL-PATH                PIC X(80)
             VALUE '.\..\fls\AUDV0001.RPT'.
         77 RPT-FL-PATH-ENV            PIC X(80).
         77 STTS-RPT                                       PIC 99.
         77 ONE-TRAIL-ENV                                  PIC X(20).

         77 TRL-EOF-FL                                     PIC X.
          88 TRL-IS-EOF                                    VALUE 'Y'.
         77 ANCH-EOF-FL                                    PIC X.
          88 ANCH-IS-EOF                                   VALUE 'Y'.

         01 TRAIL-NAMES.
          02 FILLER                  PIC X(20) VALUE 'APRVAUD.txt'.
          02 FILLER                  PIC X(20) VALUE 'HOLDAUD.txt'.
          02 FILLER                  PIC X(20) VALUE 'KMNTAUD.txt'.
          02 FILLER                  PIC X(20) VALUE 'CURMAUD.txt'.
          02 FILLER                  PIC X(20) VALUE 'SUSPAUD.txt'.
          02 FILLER                  PIC X(20) VALUE 'REVAPAUD.txt'.
          02 FILLER                  PIC X(20) VALUE 'PREOAUD.txt'.
          02 FILLER                  PIC X(20) VALUE 'OVERRIDE.txt'.
          02 FILLER                  PIC X(20) VALUE 'HOLMAUD.txt'.
          02 FILLER                  PIC X(20) VALUE 'EODCERT.txt'.
          02 FILLER                  PIC X(20) VALUE 'LGHAUD.txt'.
          02 FILLER                  PIC X(20) VALUE 'ELEVGRT.txt'.
          02 FILLER                  PIC X(20) VALUE 'ELEVACT.txt'.
          02 FILLER                  PIC X(20) VALUE 'ENTMAUD.txt'.
          02 FILLER                  PIC X(20) VALUE 'MANRAUD.txt'.
          02 FILLER                  PIC X(20) VALUE 'ADJAUD.txt'.
          02 FILLER                  PIC X(20) VALUE 'AMNDAUD.txt'.
          02 FILLER                  PIC X(20) VALUE 'RDNMAUD.txt'.
          02 FILLER                  PIC X(20) VALUE 'RVAPAUD.txt'.
         01 TRAIL-TBL REDEFINES TRAIL-NAMES.
          02 TRAIL-NAME OCCURS 19 TIMES                     PIC X(20).
         77 TRAIL-CT                          PIC 9(4) COMP VALUE 19.
         77 TI                                     PIC 9(4) COMP.

         77 ANC-CT                                 PIC 9(4) COMP.
         77 AX                                     PIC 9(4) COMP.
         77 ANC-IX                                 PIC 9(4) COMP.
         01 ANC-TBL.
          02 ANC-ENTRY OCCURS 50 TIMES.
           03 AT-FILE                                      PIC X(20).
           03 AT-SEQ                                       PIC 9(9).
           03 AT-H1                                        PIC 9(10).
           03 AT-H2                                        PIC 9(10).
           03 AT-TS                                        PIC 9(14).

         77 LINE-NO                                        PIC 9(9).
         77 LINE-LEN                               PIC 9(4) COMP.
         77 BLK-AT                                 PIC 9(4) COMP.
         77 TEXT-LEN                                       PIC 9(3).
         77 TEXT-WRK                                       PIC X(160).
         77 CT-LEGACY                                      PIC 9(9).
         77 CT-CHAINED                                     PIC 9(9).
         77 CHAIN-FL                                       PIC X.
          88 CHAIN-HAS-STARTED                             VALUE 'Y'.
         77 BREAK-FL                                       PIC X.
          88 CHAIN-IS-BROKEN                               VALUE 'Y'.
         77 BREAK-LINE                                     PIC 9(9).
         77 BREAK-SEQ                                      PIC 9(9).
         77 BREAK-MSG                                      PIC X(40).
         77 BREAK-TEXT                                     PIC X(50).
         77 EXPECT-SEQ                                     PIC 9(9).
         77 ANCH-MET-FL                                    PIC X.
          88 ANCHOR-WAS-MET                                VALUE 'Y'.
         01 PREV-LINK.
           COPY AUDCREC.
         01 THIS-LINK.
           COPY AUDCREC.
         01 CALC-LINK.
           COPY AUDCREC.

         77 RUN-TS                                         PIC 9(14).
         77 ED-NUM                                         PIC Z(8)9.
         77 ED-NUM2                                        PIC Z(8)9.
         77 ED-NUM3                                        PIC Z(8)9.
         77 CT-TRAILS                           PIC 9(4) VALUE ZEROS.
         77 CT-MISSING                          PIC 9(4) VALUE ZEROS.
         77 CT-BROKEN                           PIC 9(4) VALUE ZEROS.
         77 SAVED-RC                                PIC S9(9) COMP-5.

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
         DISPLAY 'MAIN: AUDV0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: AUDV0001'.
         ACCEPT DIR-PATH-ENV FROM ENVIRONMENT 'AUDV0001_DIR'.
         IF DIR-PATH-ENV NOT = SPACES
          MOVE DIR-PATH-ENV TO DIR-PATH
         END-IF.
         ACCEPT ANCH-FL-PATH-ENV FROM ENVIRONMENT 'AUDV0001_ANCHFILE'.
         IF ANCH-FL-PATH-ENV NOT = SPACES
          MOVE ANCH-FL-PATH-ENV TO ANCH-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'AUDV0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT ONE-TRAIL-ENV FROM ENVIRONMENT 'AUDV0001_TRAIL'.
         MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TS.
         PERFORM 110-LOAD-ANCHORS.

        110-LOAD-ANCHORS.
         MOVE ZEROS TO ANC-CT.
         MOVE 'N' TO ANCH-EOF-FL.
         OPEN INPUT ANCH-FL.
         IF STTS-ANCH NOT = ZEROS
          DISPLAY 'NO ANCHOR FILE YET, TRAILS CHECKED ON THEIR OWN'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 111-LOAD-ONE-ANCHOR UNTIL ANCH-IS-EOF.
         CLOSE ANCH-FL.

        111-LOAD-ONE-ANCHOR.
         READ ANCH-FL
          AT END
           MOVE 'Y' TO ANCH-EOF-FL
          NOT AT END
           IF ANC-CT < 50 AND AN-SEQ IS NUMERIC
              AND AN-H1 IS NUMERIC AND AN-H2 IS NUMERIC
            ADD 1 TO ANC-CT
            MOVE AN-FILE TO AT-FILE(ANC-CT)
            MOVE AN-SEQ TO AT-SEQ(ANC-CT)
            MOVE AN-H1 TO AT-H1(ANC-CT)
            MOVE AN-H2 TO AT-H2(ANC-CT)
            MOVE AN-TS TO AT-TS(ANC-CT)
           END-IF
         END-READ.
         IF STTS-ANCH NOT = ZEROS AND STTS-ANCH NOT = 10
          DISPLAY 'I/O ERROR READING ANCH-FL, STATUS = ' STTS-ANCH
          MOVE 'Y' TO ANCH-EOF-FL
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: AUDV0001'.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 12 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE SPACES TO RPT-REC.
         STRING 'AUDIT TRAIL CHAIN VERIFICATION ' RUN-TS
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'TRAIL                    LINES   UNCHAINED     '
          'CHAINED  LAST SEQ RESULT' DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO TI.
         PERFORM 210-VERIFY-ONE-TRAIL UNTIL TI > TRAIL-CT.
         CLOSE RPT-FL.
         PERFORM 250-REWRITE-ANCHORS.

        210-VERIFY-ONE-TRAIL.
         IF ONE-TRAIL-ENV NOT = SPACES
            AND ONE-TRAIL-ENV NOT = TRAIL-NAME(TI)
          ADD 1 TO TI
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO TRL-FL-PATH.
         STRING DIR-PATH DELIMITED BY SPACE
           TRAIL-NAME(TI) DELIMITED BY SPACE
           INTO TRL-FL-PATH.
         MOVE ZEROS TO LINE-NO.
         MOVE ZEROS TO CT-LEGACY.
         MOVE ZEROS TO CT-CHAINED.
         MOVE 'N' TO CHAIN-FL.
         MOVE 'N' TO BREAK-FL.
         MOVE 'N' TO ANCH-MET-FL.
         MOVE SPACES TO PREV-LINK.
         MOVE ZEROS TO AUDC-SEQ OF PREV-LINK.
         MOVE ZEROS TO ANC-IX.
         MOVE 1 TO AX.
         PERFORM 211-FIND-ANCHOR UNTIL AX > ANC-CT.
         OPEN INPUT TRL-FL.
         IF STTS-TRL NOT = ZEROS
          ADD 1 TO CT-MISSING
          MOVE SPACES TO RPT-REC
          MOVE TRAIL-NAME(TI) TO RPT-REC(1:20)
          MOVE 'NOT PRESENT' TO RPT-REC(69:11)
          IF ANC-IX > 0
           MOVE 'Y' TO BREAK-FL
           ADD 1 TO CT-BROKEN
           MOVE 'BROKEN - TRAIL GONE, IT WAS VERIFIED BEFORE'
            TO RPT-REC(69:50)
          END-IF
          WRITE RPT-REC
          ADD 1 TO TI
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CT-TRAILS.
         MOVE 'N' TO TRL-EOF-FL.
         PERFORM 212-READ-ONE-LINE UNTIL TRL-IS-EOF.
         CLOSE TRL-FL.
      * AN ANCHOR NEVER REACHED MEANS THE END OF THE TRAIL WAS CUT OFF
         IF ANC-IX > 0 AND NOT CHAIN-IS-BROKEN
            AND NOT ANCHOR-WAS-MET AND AT-SEQ(ANC-IX) > 0
          MOVE 'Y' TO BREAK-FL
          MOVE LINE-NO TO BREAK-LINE
          MOVE AT-SEQ(ANC-IX) TO BREAK-SEQ
          MOVE 'SHORTER THAN AT LAST VERIFICATION' TO BREAK-MSG
          MOVE SPACES TO BREAK-TEXT
         END-IF.
         PERFORM 230-WRITE-TRAIL-LINE.
         IF NOT CHAIN-IS-BROKEN
          PERFORM 240-SET-ANCHOR
         END-IF.
         ADD 1 TO TI.

        211-FIND-ANCHOR.
         IF AT-FILE(AX) = TRAIL-NAME(TI)
          MOVE AX TO ANC-IX
         END-IF.
         ADD 1 TO AX.

        212-READ-ONE-LINE.
         MOVE SPACES TO TRL-REC.
         READ TRL-FL
          AT END
           MOVE 'Y' TO TRL-EOF-FL
          NOT AT END
           ADD 1 TO LINE-NO
           IF NOT CHAIN-IS-BROKEN
            PERFORM 213-CHECK-ONE-LINE
           END-IF
         END-READ.
         IF STTS-TRL NOT = ZEROS AND STTS-TRL NOT = 10
          DISPLAY 'I/O ERROR READING ' TRAIL-NAME(TI) ', STATUS = '
           STTS-TRL
          IF NOT CHAIN-IS-BROKEN
           MOVE 'Y' TO BREAK-FL
           MOVE LINE-NO TO BREAK-LINE
           MOVE ZEROS TO BREAK-SEQ
           MOVE 'UNREADABLE RECORD' TO BREAK-MSG
           MOVE TRL-REC(1:50) TO BREAK-TEXT
          END-IF
          MOVE 'Y' TO TRL-EOF-FL
         END-IF.

        213-CHECK-ONE-LINE.
         MOVE 200 TO LINE-LEN.
         PERFORM 214-TRIM-LINE
          UNTIL LINE-LEN = 0 OR TRL-REC(LINE-LEN:1) NOT = SPACE.
         MOVE ZEROS TO BLK-AT.
         IF LINE-LEN > 32
          COMPUTE BLK-AT = LINE-LEN - 31
          IF TRL-REC(BLK-AT:2) NOT = ' #'
             OR TRL-REC(BLK-AT + 2:9) NOT NUMERIC
             OR TRL-REC(BLK-AT + 12:20) NOT NUMERIC
           MOVE ZEROS TO BLK-AT
          END-IF
         END-IF.
      * RECORDS WRITTEN BEFORE THE TRAIL WAS CHAINED ARE COUNTED BUT
      * CANNOT BE PROVEN; ONCE THE CHAIN STARTS EVERY RECORD IS A LINK
         IF BLK-AT = 0
          IF CHAIN-HAS-STARTED
           MOVE 'Y' TO BREAK-FL
           MOVE LINE-NO TO BREAK-LINE
           COMPUTE BREAK-SEQ = AUDC-SEQ OF PREV-LINK + 1
           MOVE 'RECORD WITHOUT LINK INSIDE THE CHAIN' TO BREAK-MSG
           MOVE TRL-REC(1:50) TO BREAK-TEXT
          ELSE
           ADD 1 TO CT-LEGACY
          END-IF
          EXIT PARAGRAPH
         END-IF.
         MOVE TRL-REC(BLK-AT:32) TO THIS-LINK.
         COMPUTE EXPECT-SEQ = AUDC-SEQ OF PREV-LINK + 1.
         IF AUDC-SEQ OF THIS-LINK NOT = EXPECT-SEQ
          MOVE 'Y' TO BREAK-FL
          MOVE LINE-NO TO BREAK-LINE
          MOVE EXPECT-SEQ TO BREAK-SEQ
          MOVE SPACES TO BREAK-MSG
          MOVE AUDC-SEQ OF THIS-LINK TO ED-NUM
          STRING 'SEQUENCE BROKEN, FOUND' ED-NUM
           DELIMITED BY SIZE INTO BREAK-MSG
          MOVE TRL-REC(1:50) TO BREAK-TEXT
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO TEXT-WRK.
         IF BLK-AT > 1
          MOVE TRL-REC(1:BLK-AT - 1) TO TEXT-WRK
         END-IF.
         COMPUTE TEXT-LEN = BLK-AT - 1.
         IF TEXT-LEN > 160
          MOVE 160 TO TEXT-LEN
         END-IF.
         PERFORM 215-TRIM-TEXT
          UNTIL TEXT-LEN = 0 OR TEXT-WRK(TEXT-LEN:1) NOT = SPACE.
         MOVE SPACES TO CALC-LINK.
         MOVE AUDC-SEQ OF THIS-LINK TO AUDC-SEQ OF CALC-LINK.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'AUDH0001' USING TEXT-WRK TEXT-LEN PREV-LINK CALC-LINK.
         MOVE SAVED-RC TO RETURN-CODE.
         IF CALC-LINK NOT = THIS-LINK
          MOVE 'Y' TO BREAK-FL
          MOVE LINE-NO TO BREAK-LINE
          MOVE AUDC-SEQ OF THIS-LINK TO BREAK-SEQ
          MOVE 'HASH MISMATCH, RECORD OR CHAIN ALTERED' TO BREAK-MSG
          MOVE TRL-REC(1:50) TO BREAK-TEXT
          EXIT PARAGRAPH
         END-IF.
      * THE LINK LAST VERIFIED MUST STILL BE THERE, UNCHANGED
         IF ANC-IX > 0
          IF AUDC-SEQ OF THIS-LINK = AT-SEQ(ANC-IX)
           MOVE 'Y' TO ANCH-MET-FL
           IF AUDC-H1 OF THIS-LINK NOT = AT-H1(ANC-IX)
              OR AUDC-H2 OF THIS-LINK NOT = AT-H2(ANC-IX)
            MOVE 'Y' TO BREAK-FL
            MOVE LINE-NO TO BREAK-LINE
            MOVE AUDC-SEQ OF THIS-LINK TO BREAK-SEQ
            MOVE 'DIFFERS FROM LAST VERIFIED LINK' TO BREAK-MSG
            MOVE TRL-REC(1:50) TO BREAK-TEXT
            EXIT PARAGRAPH
           END-IF
          END-IF
         END-IF.
         MOVE 'Y' TO CHAIN-FL.
         ADD 1 TO CT-CHAINED.
         MOVE THIS-LINK TO PREV-LINK.

        214-TRIM-LINE.
         SUBTRACT 1 FROM LINE-LEN.

        215-TRIM-TEXT.
         SUBTRACT 1 FROM TEXT-LEN.

        230-WRITE-TRAIL-LINE.
         MOVE SPACES TO RPT-REC.
         MOVE TRAIL-NAME(TI) TO RPT-REC(1:20).
         MOVE LINE-NO TO ED-NUM.
         MOVE CT-LEGACY TO ED-NUM2.
         MOVE CT-CHAINED TO ED-NUM3.
         MOVE ED-NUM TO RPT-REC(21:9).
         MOVE ED-NUM2 TO RPT-REC(33:9).
         MOVE ED-NUM3 TO RPT-REC(45:9).
         MOVE AUDC-SEQ OF PREV-LINK TO ED-NUM.
         MOVE ED-NUM TO RPT-REC(56:9).
         IF CHAIN-IS-BROKEN
          ADD 1 TO CT-BROKEN
          MOVE 'BROKEN' TO RPT-REC(69:6)
          WRITE RPT-REC
          MOVE SPACES TO RPT-REC
          MOVE BREAK-LINE TO ED-NUM
          MOVE BREAK-SEQ TO ED-NUM2
          STRING '   FIRST BROKEN LINK AT LINE' ED-NUM ' SEQ' ED-NUM2
           ': ' BREAK-MSG DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
          IF BREAK-TEXT NOT = SPACES
           MOVE SPACES TO RPT-REC
           STRING '   RECORD: ' BREAK-TEXT DELIMITED BY SIZE
            INTO RPT-REC
           WRITE RPT-REC
          END-IF
          DISPLAY 'CHAIN BROKEN: ' TRAIL-NAME(TI) ' LINE ' BREAK-LINE
           ' - ' BREAK-MSG
         ELSE
          MOVE 'INTACT' TO RPT-REC(69:6)
          WRITE RPT-REC
         END-IF.

        240-SET-ANCHOR.
         IF CT-CHAINED = 0
          EXIT PARAGRAPH
         END-IF.
         IF ANC-IX = 0
          IF ANC-CT < 50
           ADD 1 TO ANC-CT
           MOVE ANC-CT TO ANC-IX
           MOVE TRAIL-NAME(TI) TO AT-FILE(ANC-IX)
          ELSE
           EXIT PARAGRAPH
          END-IF
         END-IF.
         MOVE AUDC-SEQ OF PREV-LINK TO AT-SEQ(ANC-IX).
         MOVE AUDC-H1 OF PREV-LINK TO AT-H1(ANC-IX).
         MOVE AUDC-H2 OF PREV-LINK TO AT-H2(ANC-IX).
         MOVE RUN-TS TO AT-TS(ANC-IX).

        250-REWRITE-ANCHORS.
      * BROKEN TRAILS KEEP THEIR OLD ANCHOR UNTIL AUDIT CLEARS THEM
         IF ANC-CT = 0
          EXIT PARAGRAPH
         END-IF.
         OPEN OUTPUT ANCH-FL.
         IF STTS-ANCH NOT = ZEROS
          DISPLAY 'ERROR OPENING ANCH-FL, STATUS = ' STTS-ANCH
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO AX.
         PERFORM 251-WRITE-ONE-ANCHOR UNTIL AX > ANC-CT.
         CLOSE ANCH-FL.

        251-WRITE-ONE-ANCHOR.
         MOVE AT-FILE(AX) TO AN-FILE.
         MOVE AT-SEQ(AX) TO AN-SEQ.
         MOVE AT-H1(AX) TO AN-H1.
         MOVE AT-H2(AX) TO AN-H2.
         MOVE AT-TS(AX) TO AN-TS.
         WRITE ANCH-RCRD.
         ADD 1 TO AX.

        300-END.
         DISPLAY '-- AUDIT CHAIN VERIFICATION SUMMARY --'.
         DISPLAY ' TRAILS CHECKED: ' CT-TRAILS.
         DISPLAY ' TRAILS NOT PRESENT: ' CT-MISSING.
         DISPLAY ' TRAILS BROKEN: ' CT-BROKEN.
         DISPLAY ' REPORT: ' RPT-FL-PATH.
         IF CT-BROKEN > 0
          DISPLAY 'AUDIT TRAIL CHAIN BROKEN, SEE THE REPORT'
          MOVE 8 TO RETURN-CODE
         ELSE
          MOVE ZERO TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: AUDV0001'.
         GOBACK.
       END PROGRAM AUDV0001.
