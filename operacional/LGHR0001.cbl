      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - RELATORIO DE RETENCAO LEGAL: LISTA O
      *          REGISTRO LEGALHLD.txt (EM VIGOR, VENCIDA PELA DATA DE
      *          LIBERACAO OU LIBERADA), O QUE CADA RETENCAO EM VIGOR
      *          PROTEGE HOJE (GERACOES DO GENCAT E ARCHIVES .ARC DA
      *          LISTA FHDR0003.ARCLST) E O QUE TERIA SIDO APAGADO SEM
      *          AS RETENCOES (LGHSAVE.txt, GRAVADO PELO GCAT0001 E PELO
      *          FHDR0003 VIA LGHC0001), UMA LINHA POR ARQUIVO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. LGHR0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT LGH-FL ASSIGN LGH-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-LGH.
         SELECT CAT-FL ASSIGN CAT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CAT.
         SELECT ARL-FL ASSIGN ARL-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ARL.
         SELECT SAV-FL ASSIGN SAV-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-SAV.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.

       DATA DIVISION.
        FILE SECTION.
         FD LGH-FL.
         01 LGH-RCRD.
          COPY LGHREC.

         FD CAT-FL.
         01 CAT-RCRD.
          02 GC-FILE-ID                                    PIC X(10).
          02 GC-DATE                                       PIC 9(8).
          02 GC-PATH                                       PIC X(80).

         FD ARL-FL.
         01 ARL-REC                                        PIC X(80).

         FD SAV-FL.
         01 SAV-RCRD.
          02 SV-TS                                         PIC 9(14).
          02 SV-PGM                                        PIC X(8).
          02 SV-FILE-ID                                    PIC X(10).
          02 SV-DATE                                       PIC 9(8).
          02 SV-HOLD-ID                                    PIC 9(6).
          02 SV-PATH                                       PIC X(80).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'LGHR0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 LGH-FL-PATH               PIC X(80)
             VALUE '.\..\fls\LEGALHLD.txt'.
         77 CAT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\GENCAT.txt'.
         77 ARL-FL-PATH               PIC X(80)
             VALUE '.\..\fls\FHDR0003.ARCLST'.
         77 SAV-FL-PATH               PIC X(80)
             VALUE '.\..\fls\LGHSAVE.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\LGHR0001.RPT'.
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'LGHR0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'LGHR0001'.
         77 RPTF-RC                                        PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.
         77 LGH-FL-PATH-ENV           PIC X(80).
         77 CAT-FL-PATH-ENV           PIC X(80).
         77 ARL-FL-PATH-ENV           PIC X(80).
         77 SAV-FL-PATH-ENV           PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).

         77 STTS-LGH                                       PIC 99.
         77 STTS-CAT                                       PIC 99.
         77 STTS-ARL                                       PIC 99.
         77 STTS-SAV                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 EOF-FL                                         PIC X.
          88 IS-EOF                                        VALUE 'Y'.
         77 TODAY-TS                                       PIC 9(14).
         77 TODAY-DT                                       PIC 9(8).

         77 HLD-CT                                     PIC 9(4) COMP.
         77 HLD-IX                                     PIC 9(4) COMP.
         01 HLD-TBL.
          02 HLD-ENTRY OCCURS 999 TIMES.
           03 HT-REC                                       PIC X(139).
           03 HT-STATE                                     PIC X(8).
           03 HT-PROT-CT                                   PIC 9(5).

         77 CAT-CT                                     PIC 9(4) COMP.
         77 CAT-IX                                     PIC 9(4) COMP.
         01 CAT-TBL.
          02 CAT-ENTRY OCCURS 999 TIMES.
           03 CT-FILE-ID                                   PIC X(10).
           03 CT-DATE                                      PIC 9(8).
           03 CT-PATH                                      PIC X(80).

      * ARCHIVE DATE IS THE YYYYMMDD OF THE RUN STAMP IN THE .ARC NAME
         77 ARL-CT                                     PIC 9(4) COMP.
         77 ARL-IX                                     PIC 9(4) COMP.
         01 ARL-TBL.
          02 ARL-ENTRY OCCURS 9999 TIMES.
           03 AT-PATH                                      PIC X(80).
           03 AT-DATE                                      PIC 9(8).
         77 ARC-POS                                        PIC 9(4).

      * ONE LINE PER FILE SAVED: GCAT0001 ASKS AGAIN EVERY TIME THE
      * FILE-ID IS REGISTERED, SO THE SAME FILE IS SAVED MANY TIMES
         77 SD-CT                                      PIC 9(4) COMP.
         77 SD-IX                                      PIC 9(4) COMP.
         77 SD-FOUND-FL                                    PIC X.
          88 SD-IS-FOUND                                   VALUE 'Y'.
         01 SAVED-TBL.
          02 SAVED-ENTRY OCCURS 2000 TIMES.
           03 SD-PATH                                      PIC X(80).
           03 SD-PGM                                       PIC X(8).
           03 SD-FILE-ID                                   PIC X(10).
           03 SD-DATE                                      PIC 9(8).
           03 SD-HOLD-ID                                   PIC 9(6).
           03 SD-FIRST-TS                                  PIC 9(14).
           03 SD-LAST-TS                                   PIC 9(14).
           03 SD-TIMES                                     PIC 9(5).

         77 CT-IN-FORCE                         PIC 9(4) VALUE ZEROS.
         77 CT-LAPSED                           PIC 9(4) VALUE ZEROS.
         77 CT-RELEASED                         PIC 9(4) VALUE ZEROS.
         77 CT-PROTECTED                        PIC 9(5) VALUE ZEROS.
         77 CT-SAVE-RECS                        PIC 9(5) VALUE ZEROS.
         77 ED-CT                                          PIC ZZZZ9.
         77 ED-REL                                         PIC X(8).

         01 PROT-LINE.
          02 FILLER                                 PIC X VALUE SPACE.
          02 PL-HOLD-ID                                    PIC 9(6).
          02 FILLER                                 PIC X VALUE SPACE.
          02 PL-SOURCE                                     PIC X(7).
          02 FILLER                                 PIC X VALUE SPACE.
          02 PL-FILE-ID                                    PIC X(10).
          02 FILLER                                 PIC X VALUE SPACE.
          02 PL-DATE                                       PIC 9(8).
          02 FILLER                                 PIC X VALUE SPACE.
          02 PL-PATH                                       PIC X(80).



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
         DISPLAY 'MAIN: LGHR0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: LGHR0001'.
         ACCEPT LGH-FL-PATH-ENV FROM ENVIRONMENT 'LGHR0001_HOLDFILE'.
         IF LGH-FL-PATH-ENV NOT = SPACES
          MOVE LGH-FL-PATH-ENV TO LGH-FL-PATH
         END-IF.
         ACCEPT CAT-FL-PATH-ENV FROM ENVIRONMENT 'LGHR0001_CATFILE'.
         IF CAT-FL-PATH-ENV NOT = SPACES
          MOVE CAT-FL-PATH-ENV TO CAT-FL-PATH
         END-IF.
         ACCEPT ARL-FL-PATH-ENV FROM ENVIRONMENT 'LGHR0001_ARCLIST'.
         IF ARL-FL-PATH-ENV NOT = SPACES
          MOVE ARL-FL-PATH-ENV TO ARL-FL-PATH
         END-IF.
         ACCEPT SAV-FL-PATH-ENV FROM ENVIRONMENT 'LGHR0001_SAVEFILE'.
         IF SAV-FL-PATH-ENV NOT = SPACES
          MOVE SAV-FL-PATH-ENV TO SAV-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'LGHR0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO TODAY-TS.
         MOVE TODAY-TS(1:8) TO TODAY-DT.

        200-PROCESS.
         DISPLAY 'PROCESS: LGHR0001'.
         PERFORM 201-LOAD-HOLDS.
         PERFORM 203-LOAD-CATALOG.
         PERFORM 205-LOAD-ARCHIVES.
         PERFORM 207-LOAD-SAVES.
         PERFORM 220-WRITE-REPORT.

        201-LOAD-HOLDS.
         MOVE 0 TO HLD-CT.
         MOVE 'N' TO EOF-FL.
         OPEN INPUT LGH-FL.
         IF STTS-LGH = 35
          DISPLAY 'NO LEGAL HOLD REGISTER: ' LGH-FL-PATH
          EXIT PARAGRAPH
         END-IF.
         IF STTS-LGH NOT = ZEROS
          DISPLAY 'ERROR OPENING LGH-FL, STATUS = ' STTS-LGH
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 202-LOAD-ONE-HOLD UNTIL IS-EOF.
         CLOSE LGH-FL.

        202-LOAD-ONE-HOLD.
      * IN FORCE MEANS THE SAME AS IN LGHC0001: ACTIVE AND NOT PAST
      * THE PLANNED RELEASE DATE
         READ LGH-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF HLD-CT < 999
            ADD 1 TO HLD-CT
            MOVE LGH-RCRD TO HT-REC(HLD-CT)
            MOVE ZEROS TO HT-PROT-CT(HLD-CT)
            EVALUATE TRUE
             WHEN LH-STATUS NOT = 'ACTIVE'
              MOVE 'RELEASED' TO HT-STATE(HLD-CT)
              ADD 1 TO CT-RELEASED
             WHEN LH-RELEASE-DT NOT = ZEROS
                  AND LH-RELEASE-DT < TODAY-DT
              MOVE 'LAPSED' TO HT-STATE(HLD-CT)
              ADD 1 TO CT-LAPSED
             WHEN OTHER
              MOVE 'IN FORCE' TO HT-STATE(HLD-CT)
              ADD 1 TO CT-IN-FORCE
            END-EVALUATE
           END-IF
         END-READ.

        203-LOAD-CATALOG.
         MOVE 0 TO CAT-CT.
         MOVE 'N' TO EOF-FL.
         OPEN INPUT CAT-FL.
         IF STTS-CAT NOT = ZEROS
          DISPLAY 'NO GENERATION CATALOG: ' CAT-FL-PATH
          EXIT PARAGRAPH
         END-IF.
         PERFORM 204-LOAD-ONE-CAT UNTIL IS-EOF.
         CLOSE CAT-FL.

        204-LOAD-ONE-CAT.
         READ CAT-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF CAT-CT < 999
            ADD 1 TO CAT-CT
            MOVE GC-FILE-ID TO CT-FILE-ID(CAT-CT)
            MOVE GC-DATE TO CT-DATE(CAT-CT)
            MOVE GC-PATH TO CT-PATH(CAT-CT)
           END-IF
         END-READ.

        205-LOAD-ARCHIVES.
         MOVE 0 TO ARL-CT.
         MOVE 'N' TO EOF-FL.
         OPEN INPUT ARL-FL.
         IF STTS-ARL NOT = ZEROS
          DISPLAY 'NO ARCHIVE LIST: ' ARL-FL-PATH
          EXIT PARAGRAPH
         END-IF.
         PERFORM 206-LOAD-ONE-ARCHIVE UNTIL IS-EOF.
         CLOSE ARL-FL.

        206-LOAD-ONE-ARCHIVE.
         READ ARL-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           IF ARL-CT < 9999 AND ARL-REC NOT = SPACES
            ADD 1 TO ARL-CT
            MOVE ARL-REC TO AT-PATH(ARL-CT)
            MOVE ZEROS TO AT-DATE(ARL-CT)
            MOVE ZEROS TO ARC-POS
            INSPECT ARL-REC TALLYING ARC-POS
             FOR CHARACTERS BEFORE INITIAL '.ARC'
            IF ARC-POS > 14
             IF ARL-REC(ARC-POS - 13:8) IS NUMERIC
              MOVE ARL-REC(ARC-POS - 13:8) TO AT-DATE(ARL-CT)
             END-IF
            END-IF
           END-IF
         END-READ.

        207-LOAD-SAVES.
         MOVE 0 TO SD-CT.
         MOVE 'N' TO EOF-FL.
         OPEN INPUT SAV-FL.
         IF STTS-SAV NOT = ZEROS
          DISPLAY 'NOTHING SAVED BY A HOLD YET: ' SAV-FL-PATH
          EXIT PARAGRAPH
         END-IF.
         PERFORM 208-LOAD-ONE-SAVE UNTIL IS-EOF.
         CLOSE SAV-FL.

        208-LOAD-ONE-SAVE.
         READ SAV-FL
          AT END
           MOVE 'Y' TO EOF-FL
          NOT AT END
           ADD 1 TO CT-SAVE-RECS
           MOVE 'N' TO SD-FOUND-FL
           MOVE 1 TO SD-IX
           PERFORM 209-FIND-SAVED UNTIL SD-IX > SD-CT
            OR SD-IS-FOUND
           IF SD-IS-FOUND
            MOVE SV-TS TO SD-LAST-TS(SD-IX)
            MOVE SV-HOLD-ID TO SD-HOLD-ID(SD-IX)
            ADD 1 TO SD-TIMES(SD-IX)
           ELSE
            IF SD-CT < 2000
             ADD 1 TO SD-CT
             MOVE SV-PATH TO SD-PATH(SD-CT)
             MOVE SV-PGM TO SD-PGM(SD-CT)
             MOVE SV-FILE-ID TO SD-FILE-ID(SD-CT)
             MOVE SV-DATE TO SD-DATE(SD-CT)
             MOVE SV-HOLD-ID TO SD-HOLD-ID(SD-CT)
             MOVE SV-TS TO SD-FIRST-TS(SD-CT)
             MOVE SV-TS TO SD-LAST-TS(SD-CT)
             MOVE 1 TO SD-TIMES(SD-CT)
            END-IF
           END-IF
         END-READ.

        209-FIND-SAVED.
         IF SD-PATH(SD-IX) = SV-PATH
          MOVE 'Y' TO SD-FOUND-FL
         ELSE
          ADD 1 TO SD-IX
         END-IF.

        220-WRITE-REPORT.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO RPT-REC.
         STRING 'LEGAL HOLD REPORT  RUN ' TODAY-TS
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE 'CURRENTLY PROTECTED (HOLDS IN FORCE TODAY)' TO RPT-REC.
         WRITE RPT-REC.
         MOVE ' HOLD   SOURCE  FILE-ID    DATE     PATH' TO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO HLD-IX.
         PERFORM 221-PROTECT-ONE-HOLD UNTIL HLD-IX > HLD-CT.
         MOVE CT-PROTECTED TO ED-CT.
         MOVE SPACES TO RPT-REC.
         STRING ' FILES PROTECTED: ' ED-CT
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE 'HOLD REGISTER' TO RPT-REC.
         WRITE RPT-REC.
         MOVE ' HOLD   STATE    SCOPE      FROM     TO       RELEASE '
          TO RPT-REC.
         MOVE ' FILES REQUESTER           REASON' TO RPT-REC(57:).
         WRITE RPT-REC.
         MOVE 1 TO HLD-IX.
         PERFORM 225-WRITE-ONE-HOLD UNTIL HLD-IX > HLD-CT.
         MOVE SPACES TO RPT-REC.
         STRING ' IN FORCE ' CT-IN-FORCE '  LAPSED ' CT-LAPSED
          '  RELEASED ' CT-RELEASED
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE 'WOULD HAVE BEEN DELETED WITHOUT THE HOLDS' TO RPT-REC.
         WRITE RPT-REC.
         MOVE ' HOLD   PROGRAM  FILE-ID    DATE     FIRST SAVED    '
          TO RPT-REC.
         MOVE 'LAST SAVED     TIMES PATH' TO RPT-REC(54:).
         WRITE RPT-REC.
         MOVE 1 TO SD-IX.
         PERFORM 226-WRITE-ONE-SAVED UNTIL SD-IX > SD-CT.
         MOVE SD-CT TO ED-CT.
         MOVE SPACES TO RPT-REC.
         STRING ' FILES SAVED: ' ED-CT
          DELIMITED BY SIZE INTO RPT-REC.
         MOVE CT-SAVE-RECS TO ED-CT.
         MOVE 'PURGE PASSES THAT SKIPPED THEM: ' TO RPT-REC(22:).
         MOVE ED-CT TO RPT-REC(54:).
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
         DISPLAY 'LEGAL HOLD REPORT WRITTEN TO ' RPT-FL-PATH.

        221-PROTECT-ONE-HOLD.
      * A GENCAT GENERATION IS COVERED BY ITS FILE-ID, A .ARC ARCHIVE
      * BY SCOPE ARCHIVE; ALL COVERS BOTH
         MOVE HT-REC(HLD-IX) TO LGH-RCRD.
         IF HT-STATE(HLD-IX) = 'IN FORCE'
          MOVE 1 TO CAT-IX
          PERFORM 222-MATCH-ONE-CAT UNTIL CAT-IX > CAT-CT
          IF LH-FILE-ID = 'ARCHIVE' OR LH-FILE-ID = 'ALL'
           MOVE 1 TO ARL-IX
           PERFORM 223-MATCH-ONE-ARCHIVE UNTIL ARL-IX > ARL-CT
          END-IF
         END-IF.
         ADD 1 TO HLD-IX.

        222-MATCH-ONE-CAT.
         IF (LH-FILE-ID = 'ALL' OR LH-FILE-ID = CT-FILE-ID(CAT-IX))
            AND CT-DATE(CAT-IX) NOT < LH-FROM-DT
            AND CT-DATE(CAT-IX) NOT > LH-TO-DT
          MOVE 'GENCAT' TO PL-SOURCE
          MOVE CT-FILE-ID(CAT-IX) TO PL-FILE-ID
          MOVE CT-DATE(CAT-IX) TO PL-DATE
          MOVE CT-PATH(CAT-IX) TO PL-PATH
          PERFORM 224-WRITE-PROTECTED
         END-IF.
         ADD 1 TO CAT-IX.

        223-MATCH-ONE-ARCHIVE.
         IF AT-DATE(ARL-IX) NOT < LH-FROM-DT
            AND AT-DATE(ARL-IX) NOT > LH-TO-DT
          MOVE 'ARCHIVE' TO PL-SOURCE
          MOVE 'ARCHIVE' TO PL-FILE-ID
          MOVE AT-DATE(ARL-IX) TO PL-DATE
          MOVE AT-PATH(ARL-IX) TO PL-PATH
          PERFORM 224-WRITE-PROTECTED
         END-IF.
         ADD 1 TO ARL-IX.

        224-WRITE-PROTECTED.
         MOVE LH-ID TO PL-HOLD-ID.
         MOVE PROT-LINE TO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO HT-PROT-CT(HLD-IX).
         ADD 1 TO CT-PROTECTED.

        225-WRITE-ONE-HOLD.
         MOVE HT-REC(HLD-IX) TO LGH-RCRD.
         IF LH-RELEASE-DT = ZEROS
          MOVE 'OPEN' TO ED-REL
         ELSE
          MOVE LH-RELEASE-DT TO ED-REL
         END-IF.
         MOVE HT-PROT-CT(HLD-IX) TO ED-CT.
         MOVE SPACES TO RPT-REC.
         STRING ' ' LH-ID ' ' HT-STATE(HLD-IX) ' ' LH-FILE-ID ' '
           LH-FROM-DT ' ' LH-TO-DT ' ' ED-REL ' ' ED-CT ' '
           LH-REQUESTER ' ' LH-REASON
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         IF LH-STATUS = 'ACTIVE'
          STRING '        SET ' LH-SET-TS ' BY ' LH-OPER
           DELIMITED BY SIZE INTO RPT-REC
         ELSE
          STRING '        SET ' LH-SET-TS ' BY ' LH-OPER
           '  RELEASED ' LH-REL-TS
           DELIMITED BY SIZE INTO RPT-REC
         END-IF.
         WRITE RPT-REC.
         ADD 1 TO HLD-IX.

        226-WRITE-ONE-SAVED.
         MOVE SD-TIMES(SD-IX) TO ED-CT.
         MOVE SPACES TO RPT-REC.
         STRING ' ' SD-HOLD-ID(SD-IX) ' ' SD-PGM(SD-IX) ' '
           SD-FILE-ID(SD-IX) ' ' SD-DATE(SD-IX) ' '
           SD-FIRST-TS(SD-IX) ' ' SD-LAST-TS(SD-IX) ' ' ED-CT ' '
           SD-PATH(SD-IX)
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO SD-IX.

        300-END.
         DISPLAY 'HOLDS IN FORCE: ' CT-IN-FORCE
          ' FILES PROTECTED: ' CT-PROTECTED.
         DISPLAY 'END-PROGRAM: LGHR0001'.
         GOBACK.
       END PROGRAM LGHR0001.
