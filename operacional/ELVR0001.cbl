      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - REVISAO DOS ACESSOS DE EMERGENCIA
      *          (BREAK-GLASS): PARA CADA CONCESSAO DO OPRV0001 INICIADA
      *          NO PERIODO (PADRAO ONTEM E HOJE) LISTA OPERADOR, PAPEL,
      *          VIGENCIA E MOTIVO E TUDO QUE FOI FEITO SOB O PAPEL
      *          (SESSOES E REGISTROS DAS TRILHAS, COPIADOS PELO
      *          AUDC0001 EM ELEVACT.txt), MARCANDO O QUE PASSOU DA
      *          EXPIRACAO; CADA CONCESSAO TERMINA COM O BLOCO DE
      *          CONTRA-ASSINATURA DO GESTOR. RC=4 HA CONCESSOES A
      *          CONTRA-ASSINAR, RC=8 ERRO DE ARQUIVO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. ELVR0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT EG-FL ASSIGN EG-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-EG.
         SELECT EA-FL ASSIGN EA-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-EA.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.

       DATA DIVISION.
        FILE SECTION.
         FD EG-FL.
         01 EG-RCRD.
           COPY ELEVREC.
           03 FILLER                                       PIC X(32).

         FD EA-FL.
         01 EA-RCRD.
           COPY ELEAREC.
           03 FILLER                                       PIC X(32).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'ELVR0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 EG-FL-PATH                PIC X(80)
             VALUE '.\..\fls\ELEVGRT.txt'.
         77 EG-FL-PATH-ENV            PIC X(80).
         77 EA-FL-PATH                PIC X(80)
             VALUE '.\..\fls\ELEVACT.txt'.
         77 EA-FL-PATH-ENV            PIC X(80).
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ELVR0001.RPT'.
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 STTS-EG                                        PIC 99.
         77 STTS-EA                                        PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 EG-EOF-FL                                      PIC X.
          88 EG-IS-EOF                                     VALUE 'Y'.
         77 EA-EOF-FL                                      PIC X.
          88 EA-IS-EOF                                     VALUE 'Y'.

      * REVIEW PERIOD: GRANTS TAKEN YESTERDAY OR TODAY UNLESS GIVEN
         77 NOW-TS                                         PIC 9(14).
         77 TODAY-DT                                       PIC 9(8).
         77 WIN-FROM                                       PIC 9(8).
         77 WIN-TO                                         PIC 9(8).
         77 WIN-DT-ENV                                     PIC X(8).

         01 GRANT-TBL.
          02 GT-ENTRY OCCURS 200 TIMES.
            COPY ELEVREC.
         77 GRANT-CT                           PIC 9(4) COMP VALUE 0.
         77 GRANT-MAX                        PIC 9(4) COMP VALUE 200.
         77 GX                                     PIC 9(4) COMP.

         77 CT-GRANTS                           PIC 9(5) VALUE ZEROS.
         77 CT-ACTIONS                          PIC 9(7) VALUE ZEROS.
         77 CT-SESSIONS                         PIC 9(7) VALUE ZEROS.
         77 CT-LATE                             PIC 9(7) VALUE ZEROS.
         77 CT-IN-FORCE                         PIC 9(5) VALUE ZEROS.
         77 CT-SKIPPED                          PIC 9(5) VALUE ZEROS.
         77 GR-ACTIONS                                     PIC 9(7).
         77 GR-SESSIONS                                    PIC 9(7).
         77 ED-GX                                          PIC ZZ9.
         77 ED-CT                                          PIC Z(6)9.
         77 ED-CT2                                         PIC Z(6)9.
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'ELVR0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'ELVR0001'.
         77 RPTF-RC                                        PIC 99.
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
         DISPLAY 'MAIN: ELVR0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: ELVR0001'.
         ACCEPT EG-FL-PATH-ENV FROM ENVIRONMENT 'OPRV0001_ELEVFILE'.
         IF EG-FL-PATH-ENV NOT = SPACES
          MOVE EG-FL-PATH-ENV TO EG-FL-PATH
         END-IF.
         ACCEPT EA-FL-PATH-ENV FROM ENVIRONMENT 'OPRV0001_ELEVACT'.
         IF EA-FL-PATH-ENV NOT = SPACES
          MOVE EA-FL-PATH-ENV TO EA-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'ELVR0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TS.
         MOVE NOW-TS(1:8) TO TODAY-DT.
         MOVE TODAY-DT TO WIN-TO.
         ACCEPT WIN-DT-ENV FROM ENVIRONMENT 'ELVR0001_TODATE'.
         IF WIN-DT-ENV IS NUMERIC
          MOVE WIN-DT-ENV TO WIN-TO
         END-IF.
         COMPUTE WIN-FROM = FUNCTION DATE-OF-INTEGER(
          FUNCTION INTEGER-OF-DATE(WIN-TO) - 1).
         ACCEPT WIN-DT-ENV FROM ENVIRONMENT 'ELVR0001_FROMDATE'.
         IF WIN-DT-ENV IS NUMERIC
          MOVE WIN-DT-ENV TO WIN-FROM
         END-IF.
         DISPLAY 'REVIEW PERIOD: ' WIN-FROM ' - ' WIN-TO.

        200-PROCESS.
         DISPLAY 'PROCESS: ELVR0001'.
         PERFORM 210-LOAD-GRANTS.
         IF RETURN-CODE >= 8
          EXIT PARAGRAPH
         END-IF.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         PERFORM 250-WRITE-HEADER.
         IF GRANT-CT = ZEROS
          MOVE '  NO BREAK-GLASS GRANTS IN THE PERIOD' TO RPT-REC
          WRITE RPT-REC
         END-IF.
         MOVE 1 TO GX.
         PERFORM 260-WRITE-ONE-GRANT UNTIL GX > GRANT-CT.
         PERFORM 290-WRITE-TOTALS.
         CLOSE RPT-FL.
      * KEEP A DATED COPY IN THE REPORT REPOSITORY FOR REPRINTS
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT RPT-FL-PATH
           RPTF-PGM RPTF-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.

        210-LOAD-GRANTS.
         OPEN INPUT EG-FL.
         IF STTS-EG = 35
          DISPLAY 'NO BREAK-GLASS REGISTER ' EG-FL-PATH(1:40)
          EXIT PARAGRAPH
         END-IF.
         IF STTS-EG NOT = ZEROS
          DISPLAY 'CANNOT OPEN BREAK-GLASS REGISTER, STATUS = '
           STTS-EG
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO EG-EOF-FL.
         PERFORM 211-LOAD-ONE-GRANT UNTIL EG-IS-EOF.
         CLOSE EG-FL.
         DISPLAY 'GRANTS IN PERIOD: ' GRANT-CT.

        211-LOAD-ONE-GRANT.
         MOVE SPACES TO EG-RCRD.
         READ EG-FL
          AT END
           MOVE 'Y' TO EG-EOF-FL
          NOT AT END
           IF EG-FROM-TS OF EG-RCRD IS NUMERIC
              AND EG-FROM-TS OF EG-RCRD(1:8) >= WIN-FROM
              AND EG-FROM-TS OF EG-RCRD(1:8) <= WIN-TO
            IF GRANT-CT < GRANT-MAX
             ADD 1 TO GRANT-CT
             MOVE EG-RCRD(1:89) TO GT-ENTRY(GRANT-CT)
            ELSE
             ADD 1 TO CT-SKIPPED
            END-IF
           END-IF
         END-READ.
         IF STTS-EG NOT = ZEROS AND STTS-EG NOT = 10
          DISPLAY 'I/O ERROR ON BREAK-GLASS REGISTER, STATUS = '
           STTS-EG
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO EG-EOF-FL
         END-IF.

        250-WRITE-HEADER.
         MOVE SPACES TO RPT-REC.
         STRING 'BREAK-GLASS ACCESS REVIEW - GRANTS TAKEN ' WIN-FROM
          ' TO ' WIN-TO '   RUN ' NOW-TS
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE ALL '=' TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.

        260-WRITE-ONE-GRANT.
         MOVE ZEROS TO GR-ACTIONS.
         MOVE ZEROS TO GR-SESSIONS.
         ADD 1 TO CT-GRANTS.
         MOVE GX TO ED-GX.
         MOVE SPACES TO RPT-REC.
         STRING 'GRANT ' ED-GX ': OPERATOR ' EG-OPER OF GT-ENTRY(GX)
          '  ROLE ' EG-ROLE OF GT-ENTRY(GX)
          '  FROM ' EG-FROM-TS OF GT-ENTRY(GX)
          '  TO ' EG-TO-TS OF GT-ENTRY(GX)
          '  (' EG-HOURS OF GT-ENTRY(GX) 'H)  VIA '
           EG-PGM OF GT-ENTRY(GX)
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING '  REASON: ' EG-REASON OF GT-ENTRY(GX)
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         IF EG-TO-TS OF GT-ENTRY(GX) > NOW-TS
          ADD 1 TO CT-IN-FORCE
          MOVE '  STATUS: STILL IN FORCE - REVIEW AGAIN AFTER EXPIRY'
           TO RPT-REC
         ELSE
          MOVE '  STATUS: EXPIRED' TO RPT-REC
         END-IF.
         WRITE RPT-REC.
         MOVE '  DONE UNDER THE ELEVATED ROLE:' TO RPT-REC.
         WRITE RPT-REC.
         OPEN INPUT EA-FL.
         IF STTS-EA = ZEROS
          MOVE 'N' TO EA-EOF-FL
          PERFORM 261-SCAN-ONE-ACTIVITY UNTIL EA-IS-EOF
          CLOSE EA-FL
         END-IF.
         IF GR-ACTIONS = ZEROS AND GR-SESSIONS = ZEROS
          MOVE '    NOTHING RECORDED UNDER THIS GRANT' TO RPT-REC
          WRITE RPT-REC
         END-IF.
         MOVE GR-SESSIONS TO ED-CT.
         MOVE GR-ACTIONS TO ED-CT2.
         MOVE SPACES TO RPT-REC.
         STRING '  SESSION EVENTS: ' ED-CT
          '   AUDITED ACTIONS: ' ED-CT2
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING '  COUNTERSIGNED - MANAGER: ______________________'
          '  SIGNATURE: ____________________  DATE: __________'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE ALL '-' TO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO GX.

        261-SCAN-ONE-ACTIVITY.
         MOVE SPACES TO EA-RCRD.
         READ EA-FL
          AT END
           MOVE 'Y' TO EA-EOF-FL
          NOT AT END
           IF EA-OPER OF EA-RCRD = EG-OPER OF GT-ENTRY(GX)
              AND EA-FROM-TS OF EA-RCRD = EG-FROM-TS OF GT-ENTRY(GX)
              AND EA-ROLE OF EA-RCRD = EG-ROLE OF GT-ENTRY(GX)
            PERFORM 262-WRITE-ACTIVITY
           END-IF
         END-READ.
         IF STTS-EA NOT = ZEROS AND STTS-EA NOT = 10
          DISPLAY 'I/O ERROR ON ACTIVITY FILE, STATUS = ' STTS-EA
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO EA-EOF-FL
         END-IF.

        262-WRITE-ACTIVITY.
      * A SESSION OPENED BEFORE EXPIRY MAY GO ON WORKING AFTER IT;
      * THOSE LINES ARE MARKED FOR THE MANAGER
         IF EA-TRAIL OF EA-RCRD = '*SESSION'
          ADD 1 TO GR-SESSIONS
          ADD 1 TO CT-SESSIONS
         ELSE
          ADD 1 TO GR-ACTIONS
          ADD 1 TO CT-ACTIONS
         END-IF.
         MOVE SPACES TO RPT-REC.
         STRING '    ' EA-TS OF EA-RCRD ' ' EA-TRAIL OF EA-RCRD(1:12)
          ' ' EA-TEXT OF EA-RCRD(1:90)
          DELIMITED BY SIZE INTO RPT-REC.
         IF EA-TS OF EA-RCRD > EG-TO-TS OF GT-ENTRY(GX)
          MOVE '*AFTER EXPIRY*' TO RPT-REC(119:14)
          ADD 1 TO CT-LATE
         END-IF.
         WRITE RPT-REC.

        290-WRITE-TOTALS.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'GRANTS ' CT-GRANTS '  SESSION EVENTS ' CT-SESSIONS
          '  AUDITED ACTIONS ' CT-ACTIONS
          '  AFTER EXPIRY ' CT-LATE
          '  STILL IN FORCE ' CT-IN-FORCE
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         IF CT-SKIPPED > 0
          MOVE SPACES TO RPT-REC
          STRING 'GRANTS NOT LISTED (TABLE FULL) ' CT-SKIPPED
           ', NARROW THE PERIOD' DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
         END-IF.

        300-END.
         DISPLAY '-- BREAK-GLASS REVIEW SUMMARY --'.
         DISPLAY ' GRANTS: ' CT-GRANTS.
         DISPLAY ' SESSION EVENTS: ' CT-SESSIONS.
         DISPLAY ' AUDITED ACTIONS: ' CT-ACTIONS.
         DISPLAY ' AFTER EXPIRY: ' CT-LATE.
         DISPLAY ' STILL IN FORCE: ' CT-IN-FORCE.
         IF RETURN-CODE < 8
          IF CT-GRANTS > 0
           MOVE 4 TO RETURN-CODE
          END-IF
          DISPLAY ' REPORT WRITTEN TO ' RPT-FL-PATH
         END-IF.
         DISPLAY 'END-PROGRAM: ELVR0001'.
         GOBACK.
       END PROGRAM ELVR0001.
