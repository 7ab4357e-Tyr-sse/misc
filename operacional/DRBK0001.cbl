      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - PACOTE DE RECUPERACAO DE DESASTRE DOS
      *          ARQUIVOS MESTRES (RATE, RATEARCH, CURRMST, POSMST,
      *          OPERMST, PARMLIB, HOLIDAY, ENTMST, CPTYMST, PAIRCONV,
      *          CUTOFF, GLMAP, SSIMST E AS SEQUENCIAS SEQALOC,
      *          TRSXSEQ, SETLSEQ E I0001SEQ). EXPORT JUNTA TODOS NUM SO
      *          DRBUNDLE.<CARIMBO>.txt PARA A COPIA FORA DO SITE E
      *          GRAVA O MANIFESTO DRMANIF.<CARIMBO>.txt COM LINHAS,
      *          BYTES E CHECKSUM DE CADA ARQUIVO E DO PROPRIO PACOTE;
      *          VERIFY RECONSTROI OS ARQUIVOS DO PACOTE NUM DIRETORIO
      *          ALTERNATIVO (NUNCA SOBRE OS MESTRES EM USO) E PROVA QUE
      *          BATEM COM O MANIFESTO (TESTE DE DR, RELATORIO EM
      *          DRBK0001.RPT). CADA EXECUCAO FICA EM DRBKLST.txt.
      *          RC=4 ARQUIVO AUSENTE NO EXPORT, RC=8 DIVERGENCIA/ERRO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. DRBK0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT SRC-FL ASSIGN SRC-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-SRC.
         SELECT BND-FL ASSIGN BND-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-BND.
         SELECT MAN-FL ASSIGN MAN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-MAN.
         SELECT RST-FL ASSIGN RST-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RST.
         SELECT LST-FL ASSIGN LST-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-LST.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.

       DATA DIVISION.
        FILE SECTION.
         FD SRC-FL.
         01 SRC-REC                                        PIC X(200).

      * THE BUNDLE: AN F LINE NAMES THE MASTER THAT FOLLOWS, EACH D
      * LINE CARRIES ONE OF ITS RECORDS AS IT WAS
         FD BND-FL.
         01 BND-REC.
          02 BD-TYPE                                       PIC X.
           88 BD-IS-FILE                                   VALUE 'F'.
           88 BD-IS-DATA                                   VALUE 'D'.
          02 BD-BODY                                       PIC X(200).
          02 BD-NAME REDEFINES BD-BODY                     PIC X(14).

      * ONE LINE PER MASTER, THEN ONE FOR THE BUNDLE ITSELF (*BUNDLE*)
         FD MAN-FL.
         01 MAN-RCRD.
          02 DM-STAMP                                      PIC 9(14).
          02 FILLER                                        PIC X.
          02 DM-NAME                                       PIC X(14).
          02 FILLER                                        PIC X.
          02 DM-STATUS                                     PIC X(7).
          02 FILLER                                        PIC X.
          02 DM-LINES                                      PIC 9(9).
          02 FILLER                                        PIC X.
          02 DM-BYTES                                      PIC 9(12).
          02 FILLER                                        PIC X.
          02 DM-H1                                         PIC 9(10).
          02 FILLER                                        PIC X.
          02 DM-H2                                         PIC 9(10).

         FD RST-FL.
         01 RST-REC                                        PIC X(200).

         FD LST-FL.
         01 LST-REC                                        PIC X(80).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(100).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'DRBK0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 BASE-DIR                  PIC X(40)
             VALUE '.\..\fls\'.
         77 BASE-DIR-ENV              PIC X(40).
         77 DR-DIR                    PIC X(40)
             VALUE '.\..\fls\'.
         77 DR-DIR-ENV                PIC X(40).
         77 RST-DIR                   PIC X(40) VALUE SPACES.
         77 LST-FL-PATH               PIC X(80)
             VALUE '.\..\fls\DRBKLST.txt'.
         77 LST-FL-PATH-ENV           PIC X(80).
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\DRBK0001.RPT'.
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'DRBK0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'DRBK0001'.
         77 RPTF-RC                                        PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.
         77 SRC-FL-PATH                                    PIC X(80).
         77 BND-FL-PATH                                    PIC X(80).
         77 MAN-FL-PATH                                    PIC X(80).
         77 RST-FL-PATH                                    PIC X(80).

         77 STTS-SRC                                       PIC 99.
         77 STTS-BND                                       PIC 99.
         77 STTS-MAN                                       PIC 99.
         77 STTS-RST                                       PIC 99.
         77 STTS-LST                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 SRC-EOF-FL                                     PIC X.
          88 SRC-IS-EOF                                    VALUE 'Y'.
         77 BND-EOF-FL                                     PIC X.
          88 BND-IS-EOF                                    VALUE 'Y'.
         77 MAN-EOF-FL                                     PIC X.
          88 MAN-IS-EOF                                    VALUE 'Y'.
         77 RST-OPEN-FL                              PIC X VALUE 'N'.
          88 RST-IS-OPEN                                   VALUE 'Y'.

         77 FUNC-ENV                                       PIC X(7).
         77 RUN-FUNC                                       PIC X(7).
          88 FUNC-IS-EXPORT                             VALUE 'EXPORT'.
          88 FUNC-IS-VERIFY                             VALUE 'VERIFY'.
         77 STAMP-ENV                                      PIC X(14).
         77 DR-STAMP                                       PIC 9(14).
         77 RUN-TS                                         PIC 9(14).

         01 FILE-SET.
          02 FILLER                  PIC X(14) VALUE 'RATE.txt'.
          02 FILLER                  PIC X(14) VALUE 'RATEARCH.txt'.
          02 FILLER                  PIC X(14) VALUE 'CURRMST.txt'.
          02 FILLER                  PIC X(14) VALUE 'POSMST.txt'.
          02 FILLER                  PIC X(14) VALUE 'OPERMST.txt'.
          02 FILLER                  PIC X(14) VALUE 'PARMLIB.txt'.
          02 FILLER                  PIC X(14) VALUE 'HOLIDAY.txt'.
          02 FILLER                  PIC X(14) VALUE 'ENTMST.txt'.
          02 FILLER                  PIC X(14) VALUE 'CPTYMST.txt'.
          02 FILLER                  PIC X(14) VALUE 'PAIRCONV.txt'.
          02 FILLER                  PIC X(14) VALUE 'CUTOFF.txt'.
          02 FILLER                  PIC X(14) VALUE 'GLMAP.txt'.
          02 FILLER                  PIC X(14) VALUE 'SSIMST.txt'.
          02 FILLER                  PIC X(14) VALUE 'SEQALOC.txt'.
          02 FILLER                  PIC X(14) VALUE 'TRSXSEQ.txt'.
          02 FILLER                  PIC X(14) VALUE 'SETLSEQ.txt'.
          02 FILLER                  PIC X(14) VALUE 'I0001SEQ.txt'.
         01 FILE-SET-R REDEFINES FILE-SET.
          02 SET-NAME OCCURS 17 TIMES PIC X(14).
         77 SET-CT                                  PIC 99 VALUE 17.
         77 SET-IX                                         PIC 99.

      * THE MANIFEST AS READ BACK FOR VERIFY
         77 MF-CT                                          PIC 99.
         77 MF-IX                                          PIC 99.
         01 MF-TBL.
          02 MF-ENTRY OCCURS 17 TIMES.
           03 MF-NAME                                      PIC X(14).
           03 MF-STATUS                                    PIC X(7).
           03 MF-LINES                                     PIC 9(9).
           03 MF-BYTES                                     PIC 9(12).
           03 MF-H1                                        PIC 9(10).
           03 MF-H2                                        PIC 9(10).
         77 MB-FOUND-FL                              PIC X VALUE 'N'.
          88 MB-IS-FOUND                                   VALUE 'Y'.
         77 MB-LINES                                       PIC 9(9).
         77 MB-BYTES                                       PIC 9(12).
         77 MB-H1                                          PIC 9(10).
         77 MB-H2                                          PIC 9(10).

      * RUNNING MEASURE OF ONE FILE (F-) AND OF THE BUNDLE (B-)
         77 F-LINES                                        PIC 9(9).
         77 F-BYTES                                        PIC 9(12).
         77 F-H1                                           PIC 9(10).
         77 F-H2                                           PIC 9(10).
         77 B-LINES                                        PIC 9(9).
         77 B-BYTES                                        PIC 9(12).
         77 B-H1                                           PIC 9(10).
         77 B-H2                                           PIC 9(10).

      * CHECKSUM: THE TWO-ACCUMULATOR FOLD OF AUDH0001, WITHOUT THE
      * INSTALLATION KEY SO THE DR SITE CAN CHECK IT ON ITS OWN
         77 FOLD-BUF                                       PIC X(201).
         77 FOLD-LEN                               PIC 9(4) COMP.
         77 FOLD-CHAR                                      PIC X.
         77 LINE-END                            PIC X VALUE X'0A'.
         77 CX                                     PIC 9(4) COMP.
         77 ACC-1                                  PIC 9(18) COMP.
         77 ACC-2                                  PIC 9(18) COMP.
         77 WRK-PROD                               PIC 9(18) COMP.
         77 WRK-QUO                                PIC 9(18) COMP.
         77 MOD-1                 PIC 9(10) COMP VALUE 9999999967.
         77 MOD-2                 PIC 9(10) COMP VALUE 9999999943.

         77 CT-PACKED                           PIC 9(4) VALUE ZEROS.
         77 CT-ABSENT                           PIC 9(4) VALUE ZEROS.
         77 CT-MATCH                            PIC 9(4) VALUE ZEROS.
         77 CT-MISMATCH                         PIC 9(4) VALUE ZEROS.
         77 VERDICT                                        PIC X(8).
         77 BUNDLE-VERDICT                                 PIC X(8).
         77 RUN-RESULT                                     PIC X(8).
         77 ED-LINES                                       PIC Z(8)9.
         77 ED-XLINES                                      PIC Z(8)9.



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
         DISPLAY 'MAIN: DRBK0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: DRBK0001'.
         ACCEPT BASE-DIR-ENV FROM ENVIRONMENT 'DRBK0001_BASEDIR'.
         IF BASE-DIR-ENV NOT = SPACES
          MOVE BASE-DIR-ENV TO BASE-DIR
         END-IF.
         ACCEPT DR-DIR-ENV FROM ENVIRONMENT 'DRBK0001_DRDIR'.
         IF DR-DIR-ENV NOT = SPACES
          MOVE DR-DIR-ENV TO DR-DIR
         END-IF.
         ACCEPT RST-DIR FROM ENVIRONMENT 'DRBK0001_RESTDIR'.
         ACCEPT LST-FL-PATH-ENV FROM ENVIRONMENT 'DRBK0001_LSTFILE'.
         IF LST-FL-PATH-ENV NOT = SPACES
          MOVE LST-FL-PATH-ENV TO LST-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'DRBK0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TS.
         ACCEPT FUNC-ENV FROM ENVIRONMENT 'DRBK0001_FUNC'.
         EVALUATE FUNC-ENV
          WHEN 'EXPORT' MOVE 'EXPORT' TO RUN-FUNC
          WHEN 'VERIFY' MOVE 'VERIFY' TO RUN-FUNC
          WHEN OTHER
           DISPLAY 'DRBK0001_FUNC MUST BE EXPORT OR VERIFY'
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-EVALUATE.
         ACCEPT STAMP-ENV FROM ENVIRONMENT 'DRBK0001_STAMP'.
         IF FUNC-IS-EXPORT
          MOVE RUN-TS TO DR-STAMP
         ELSE
          IF STAMP-ENV IS NUMERIC AND STAMP-ENV NOT = SPACES
           MOVE STAMP-ENV TO DR-STAMP
          ELSE
           DISPLAY 'DRBK0001_STAMP REQUIRED FOR VERIFY'
           MOVE 8 TO RETURN-CODE
           GOBACK
          END-IF
      * THE DR TEST REBUILDS ELSEWHERE; THE LIVE MASTERS ARE NEVER
      * OVERWRITTEN BY A VERIFY
          IF RST-DIR = SPACES OR RST-DIR = BASE-DIR
           DISPLAY 'DRBK0001_RESTDIR REQUIRED FOR VERIFY AND MUST '
            'DIFFER FROM THE MASTER DIRECTORY'
           MOVE 8 TO RETURN-CODE
           GOBACK
          END-IF
         END-IF.
         MOVE SPACES TO BND-FL-PATH.
         STRING DR-DIR DELIMITED BY SPACE
           'DRBUNDLE.' DELIMITED BY SIZE
           DR-STAMP DELIMITED BY SIZE
           '.txt' DELIMITED BY SIZE
           INTO BND-FL-PATH.
         MOVE SPACES TO MAN-FL-PATH.
         STRING DR-DIR DELIMITED BY SPACE
           'DRMANIF.' DELIMITED BY SIZE
           DR-STAMP DELIMITED BY SIZE
           '.txt' DELIMITED BY SIZE
           INTO MAN-FL-PATH.
         DISPLAY 'FUNCTION: ' RUN-FUNC '  STAMP: ' DR-STAMP.

        200-PROCESS.
         DISPLAY 'PROCESS: DRBK0001'.
         IF FUNC-IS-EXPORT
          PERFORM 210-EXPORT-SET
         ELSE
          PERFORM 220-VERIFY-SET
         END-IF.
         PERFORM 240-LOG-RUN.

        210-EXPORT-SET.
         OPEN OUTPUT BND-FL.
         IF STTS-BND NOT = ZEROS
          DISPLAY 'CANNOT CREATE BUNDLE, STATUS = ' STTS-BND
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         OPEN OUTPUT MAN-FL.
         IF STTS-MAN NOT = ZEROS
          DISPLAY 'CANNOT CREATE MANIFEST, STATUS = ' STTS-MAN
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE ZEROS TO B-LINES B-BYTES B-H1 B-H2.
         MOVE 1 TO SET-IX.
         PERFORM 211-EXPORT-ONE UNTIL SET-IX > SET-CT.
         CLOSE BND-FL.
         MOVE SPACES TO MAN-RCRD.
         MOVE DR-STAMP TO DM-STAMP.
         MOVE '*BUNDLE*' TO DM-NAME.
         MOVE 'PRESENT' TO DM-STATUS.
         MOVE B-LINES TO DM-LINES.
         MOVE B-BYTES TO DM-BYTES.
         MOVE B-H1 TO DM-H1.
         MOVE B-H2 TO DM-H2.
         WRITE MAN-RCRD.
         CLOSE MAN-FL.
         IF CT-ABSENT > 0
          MOVE 'PARTIAL' TO RUN-RESULT
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
         ELSE
          MOVE 'COMPLETE' TO RUN-RESULT
         END-IF.
         DISPLAY 'BUNDLE   ' BND-FL-PATH.
         DISPLAY 'MANIFEST ' MAN-FL-PATH.

        211-EXPORT-ONE.
         MOVE SPACES TO SRC-FL-PATH.
         STRING BASE-DIR DELIMITED BY SPACE
           SET-NAME(SET-IX) DELIMITED BY SPACE
           INTO SRC-FL-PATH.
         MOVE SPACES TO MAN-RCRD.
         MOVE DR-STAMP TO DM-STAMP.
         MOVE SET-NAME(SET-IX) TO DM-NAME.
         MOVE ZEROS TO F-LINES F-BYTES F-H1 F-H2.
         MOVE 'N' TO SRC-EOF-FL.
         OPEN INPUT SRC-FL.
         IF STTS-SRC NOT = ZEROS
          ADD 1 TO CT-ABSENT
          DISPLAY ' NOT PRESENT, NOT IN BUNDLE: ' SRC-FL-PATH(1:50)
          MOVE 'ABSENT' TO DM-STATUS
         ELSE
          MOVE 'F' TO BD-TYPE
          MOVE SPACES TO BD-BODY
          MOVE SET-NAME(SET-IX) TO BD-NAME
          PERFORM 213-WRITE-BUNDLE-LINE
          PERFORM 212-EXPORT-ONE-LINE UNTIL SRC-IS-EOF
          CLOSE SRC-FL
          ADD 1 TO CT-PACKED
          MOVE F-LINES TO ED-LINES
          DISPLAY ' PACKED ' ED-LINES ' LINE(S): ' SRC-FL-PATH(1:50)
          MOVE 'PRESENT' TO DM-STATUS
         END-IF.
         MOVE F-LINES TO DM-LINES.
         MOVE F-BYTES TO DM-BYTES.
         MOVE F-H1 TO DM-H1.
         MOVE F-H2 TO DM-H2.
         WRITE MAN-RCRD.
         ADD 1 TO SET-IX.

        212-EXPORT-ONE-LINE.
         READ SRC-FL
          AT END
           MOVE 'Y' TO SRC-EOF-FL
          NOT AT END
           MOVE SRC-REC TO FOLD-BUF
           PERFORM 251-MEASURE-FILE-LINE
           MOVE 'D' TO BD-TYPE
           MOVE SRC-REC TO BD-BODY
           PERFORM 213-WRITE-BUNDLE-LINE
         END-READ.
         IF STTS-SRC NOT = ZEROS AND STTS-SRC NOT = 10
          DISPLAY 'I/O ERROR READING ' SRC-FL-PATH(1:40)
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO SRC-EOF-FL
         END-IF.

        213-WRITE-BUNDLE-LINE.
         WRITE BND-REC.
         MOVE BND-REC TO FOLD-BUF.
         PERFORM 252-MEASURE-BUNDLE-LINE.

        220-VERIFY-SET.
         PERFORM 221-LOAD-MANIFEST.
         PERFORM 223-REBUILD-FROM-BUNDLE.
         IF B-LINES = MB-LINES AND B-BYTES = MB-BYTES
            AND B-H1 = MB-H1 AND B-H2 = MB-H2
          MOVE 'INTACT' TO BUNDLE-VERDICT
         ELSE
          MOVE 'DAMAGED' TO BUNDLE-VERDICT
          ADD 1 TO CT-MISMATCH
         END-IF.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE SPACES TO RPT-REC.
         STRING 'DR RESTORE VERIFICATION  BUNDLE ' DR-STAMP
          '  RUN ' RUN-TS
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'RESTORED INTO ' RST-DIR
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE ' FILE           MANIFEST  RESTORED  CHECKSUM (H1/H2)'
          TO RPT-REC.
         MOVE 'RESULT' TO RPT-REC(77:).
         WRITE RPT-REC.
         MOVE 1 TO MF-IX.
         PERFORM 226-VERIFY-ONE UNTIL MF-IX > MF-CT.
         MOVE B-LINES TO ED-LINES.
         MOVE MB-LINES TO ED-XLINES.
         MOVE SPACES TO RPT-REC.
         STRING ' *BUNDLE*      ' ED-XLINES ' ' ED-LINES ' ' MB-H1 '/'
           MB-H2
          DELIMITED BY SIZE INTO RPT-REC.
         MOVE BUNDLE-VERDICT TO RPT-REC(77:).
         WRITE RPT-REC.
         IF CT-MISMATCH > 0
          MOVE 'FAILED' TO RUN-RESULT
          MOVE 8 TO RETURN-CODE
         ELSE
          IF CT-ABSENT > 0
           MOVE 'PARTIAL' TO RUN-RESULT
           IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
           END-IF
          ELSE
           MOVE 'VERIFIED' TO RUN-RESULT
          END-IF
         END-IF.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'DR RESTORE ' RUN-RESULT '  MATCHED ' CT-MATCH
          '  MISMATCHED ' CT-MISMATCH '  ABSENT AT EXPORT ' CT-ABSENT
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         CLOSE RPT-FL.
      * KEEP A DATED COPY IN THE REPORT REPOSITORY FOR REPRINTS
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT RPT-FL-PATH
           RPTF-PGM RPTF-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.
         DISPLAY 'DR RESTORE ' RUN-RESULT ', REPORT IN ' RPT-FL-PATH.

        221-LOAD-MANIFEST.
         MOVE ZEROS TO MF-CT.
         MOVE 'N' TO MAN-EOF-FL.
         OPEN INPUT MAN-FL.
         IF STTS-MAN NOT = ZEROS
          DISPLAY 'MANIFEST NOT FOUND: ' MAN-FL-PATH
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 222-LOAD-ONE-ENTRY UNTIL MAN-IS-EOF.
         CLOSE MAN-FL.
         IF NOT MB-IS-FOUND
          DISPLAY 'MANIFEST HAS NO BUNDLE LINE, EXPORT DID NOT FINISH'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        222-LOAD-ONE-ENTRY.
         READ MAN-FL
          AT END
           MOVE 'Y' TO MAN-EOF-FL
          NOT AT END
           IF DM-NAME = '*BUNDLE*'
            MOVE 'Y' TO MB-FOUND-FL
            MOVE DM-LINES TO MB-LINES
            MOVE DM-BYTES TO MB-BYTES
            MOVE DM-H1 TO MB-H1
            MOVE DM-H2 TO MB-H2
           ELSE
            IF MF-CT < SET-CT
             ADD 1 TO MF-CT
             MOVE DM-NAME TO MF-NAME(MF-CT)
             MOVE DM-STATUS TO MF-STATUS(MF-CT)
             MOVE DM-LINES TO MF-LINES(MF-CT)
             MOVE DM-BYTES TO MF-BYTES(MF-CT)
             MOVE DM-H1 TO MF-H1(MF-CT)
             MOVE DM-H2 TO MF-H2(MF-CT)
            END-IF
           END-IF
         END-READ.

        223-REBUILD-FROM-BUNDLE.
         MOVE ZEROS TO B-LINES B-BYTES B-H1 B-H2.
         MOVE 'N' TO BND-EOF-FL.
         OPEN INPUT BND-FL.
         IF STTS-BND NOT = ZEROS
          DISPLAY 'BUNDLE NOT FOUND: ' BND-FL-PATH
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 224-REBUILD-ONE-LINE UNTIL BND-IS-EOF.
         IF RST-IS-OPEN
          CLOSE RST-FL
          MOVE 'N' TO RST-OPEN-FL
         END-IF.
         CLOSE BND-FL.

        224-REBUILD-ONE-LINE.
         READ BND-FL
          AT END
           MOVE 'Y' TO BND-EOF-FL
          NOT AT END
           MOVE BND-REC TO FOLD-BUF
           PERFORM 252-MEASURE-BUNDLE-LINE
           EVALUATE TRUE
            WHEN BD-IS-FILE
             PERFORM 225-START-RESTORED-FILE
            WHEN BD-IS-DATA
             IF RST-IS-OPEN
              MOVE BD-BODY TO RST-REC
              WRITE RST-REC
             END-IF
           END-EVALUATE
         END-READ.

        225-START-RESTORED-FILE.
         IF RST-IS-OPEN
          CLOSE RST-FL
          MOVE 'N' TO RST-OPEN-FL
         END-IF.
         MOVE SPACES TO RST-FL-PATH.
         STRING RST-DIR DELIMITED BY SPACE
           BD-NAME DELIMITED BY SPACE
           INTO RST-FL-PATH.
         OPEN OUTPUT RST-FL.
         IF STTS-RST NOT = ZEROS
          DISPLAY 'CANNOT REBUILD ' RST-FL-PATH(1:50)
           ', STATUS = ' STTS-RST
          MOVE 8 TO RETURN-CODE
         ELSE
          MOVE 'Y' TO RST-OPEN-FL
         END-IF.

        226-VERIFY-ONE.
      * THE REBUILT COPY IS READ BACK AND MEASURED THE SAME WAY THE
      * EXPORT MEASURED THE ORIGINAL
         MOVE ZEROS TO F-LINES F-BYTES F-H1 F-H2.
         IF MF-STATUS(MF-IX) = 'ABSENT'
          ADD 1 TO CT-ABSENT
          MOVE 'ABSENT' TO VERDICT
         ELSE
          MOVE SPACES TO RST-FL-PATH
          STRING RST-DIR DELIMITED BY SPACE
            MF-NAME(MF-IX) DELIMITED BY SPACE
            INTO RST-FL-PATH
          MOVE 'N' TO SRC-EOF-FL
          OPEN INPUT RST-FL
          IF STTS-RST NOT = ZEROS
           MOVE 'MISSING' TO VERDICT
           ADD 1 TO CT-MISMATCH
          ELSE
           PERFORM 227-MEASURE-RESTORED UNTIL SRC-IS-EOF
           CLOSE RST-FL
           IF F-LINES = MF-LINES(MF-IX)
              AND F-BYTES = MF-BYTES(MF-IX)
              AND F-H1 = MF-H1(MF-IX) AND F-H2 = MF-H2(MF-IX)
            MOVE 'MATCH' TO VERDICT
            ADD 1 TO CT-MATCH
           ELSE
            MOVE 'MISMATCH' TO VERDICT
            ADD 1 TO CT-MISMATCH
           END-IF
          END-IF
         END-IF.
         MOVE MF-LINES(MF-IX) TO ED-XLINES.
         MOVE F-LINES TO ED-LINES.
         MOVE SPACES TO RPT-REC.
         STRING ' ' MF-NAME(MF-IX) ED-XLINES ' ' ED-LINES ' '
           MF-H1(MF-IX) '/' MF-H2(MF-IX)
          DELIMITED BY SIZE INTO RPT-REC.
         MOVE VERDICT TO RPT-REC(77:).
         WRITE RPT-REC.
         DISPLAY ' ' MF-NAME(MF-IX) ' ' VERDICT.
         ADD 1 TO MF-IX.

        227-MEASURE-RESTORED.
         READ RST-FL
          AT END
           MOVE 'Y' TO SRC-EOF-FL
          NOT AT END
           MOVE RST-REC TO FOLD-BUF
           PERFORM 251-MEASURE-FILE-LINE
         END-READ.
         IF STTS-RST NOT = ZEROS AND STTS-RST NOT = 10
          MOVE 'Y' TO SRC-EOF-FL
         END-IF.

        240-LOG-RUN.
         OPEN EXTEND LST-FL.
         IF STTS-LST = 35 OR STTS-LST = 30
          OPEN OUTPUT LST-FL
         END-IF.
         IF STTS-LST NOT = ZEROS
          DISPLAY 'CANNOT RECORD RUN IN ' LST-FL-PATH(1:50)
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO LST-REC.
         IF FUNC-IS-EXPORT
          STRING DR-STAMP ' EXPORT ' RUN-TS ' ' RUN-RESULT
           ' FILES ' CT-PACKED ' ABSENT ' CT-ABSENT
           DELIMITED BY SIZE INTO LST-REC
         ELSE
          STRING DR-STAMP ' VERIFY ' RUN-TS ' ' RUN-RESULT
           ' MATCH ' CT-MATCH ' DIFF ' CT-MISMATCH
           DELIMITED BY SIZE INTO LST-REC
         END-IF.
         WRITE LST-REC.
         CLOSE LST-FL.

        251-MEASURE-FILE-LINE.
         MOVE F-H1 TO ACC-1.
         MOVE F-H2 TO ACC-2.
         PERFORM 260-FOLD-LINE.
         MOVE ACC-1 TO F-H1.
         MOVE ACC-2 TO F-H2.
         ADD 1 TO F-LINES.
         ADD FOLD-LEN TO F-BYTES.
         ADD 1 TO F-BYTES.

        252-MEASURE-BUNDLE-LINE.
         MOVE B-H1 TO ACC-1.
         MOVE B-H2 TO ACC-2.
         PERFORM 260-FOLD-LINE.
         MOVE ACC-1 TO B-H1.
         MOVE ACC-2 TO B-H2.
         ADD 1 TO B-LINES.
         ADD FOLD-LEN TO B-BYTES.
         ADD 1 TO B-BYTES.

        260-FOLD-LINE.
      * TRAILING SPACES ARE NOT PART OF A LINE SEQUENTIAL RECORD, SO
      * THE LINE IS MEASURED AND FOLDED UP TO ITS LAST NON-SPACE
         MOVE 201 TO FOLD-LEN.
         PERFORM 261-TRIM-LINE
          UNTIL FOLD-LEN = 0 OR FOLD-BUF(FOLD-LEN:1) NOT = SPACE.
         MOVE 1 TO CX.
         PERFORM 262-FOLD-ONE-CHAR UNTIL CX > FOLD-LEN.
         MOVE LINE-END TO FOLD-CHAR.
         PERFORM 263-FOLD-CHAR.

        261-TRIM-LINE.
         SUBTRACT 1 FROM FOLD-LEN.

        262-FOLD-ONE-CHAR.
         MOVE FOLD-BUF(CX:1) TO FOLD-CHAR.
         PERFORM 263-FOLD-CHAR.
         ADD 1 TO CX.

        263-FOLD-CHAR.
         MULTIPLY ACC-1 BY 257 GIVING WRK-PROD.
         ADD FUNCTION ORD(FOLD-CHAR) TO WRK-PROD.
         DIVIDE WRK-PROD BY MOD-1 GIVING WRK-QUO REMAINDER ACC-1.
         MULTIPLY ACC-2 BY 263 GIVING WRK-PROD.
         ADD FUNCTION ORD(FOLD-CHAR) TO WRK-PROD.
         ADD CX TO WRK-PROD.
         DIVIDE WRK-PROD BY MOD-2 GIVING WRK-QUO REMAINDER ACC-2.

        300-END.
         DISPLAY '-- DR BUNDLE SUMMARY --'.
         IF FUNC-IS-EXPORT
          DISPLAY ' FILES PACKED: ' CT-PACKED
         ELSE
          DISPLAY ' FILES MATCHED: ' CT-MATCH
          DISPLAY ' FILES MISMATCHED: ' CT-MISMATCH
         END-IF.
         DISPLAY ' FILES ABSENT: ' CT-ABSENT.
         DISPLAY 'END-PROGRAM: DRBK0001'.
         GOBACK.
       END PROGRAM DRBK0001.
