      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - RECERTIFICACAO TRIMESTRAL DE ACESSOS E
      *          SEGREGACAO DE FUNCOES: CRUZA O OPERMST.txt COM A
      *          ATIVIDADE REAL (EVENTOS NORMALIZADOS PELO AUDQ0001 A
      *          PARTIR DAS TRILHAS DE AUDITORIA E DO RUNLOG.txt) E
      *          LISTA IDS DORMENTES, PAPEIS NUNCA EXERCIDOS, PAPEIS
      *          CONFLITANTES (CRIADOR E APROVADOR DO MESMO FLUXO) E
      *          PARES DE OPERADORES QUE APROVAM OS ITENS UM DO OUTRO
      *          (MANT0001/APRV0001, RVRQ0001/REVA0001, PREO0001,
      *          MRAT0001, ADJM0001); O
      *          RELATORIO TERMINA COM O BLOCO DE ASSINATURA DO GESTOR
      *          QUE RECERTIFICA OS ACESSOS; RC=4 COM ACHADOS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. SODR0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT OPR-FL ASSIGN OPR-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-OPR.
         SELECT EVT-FL ASSIGN EVT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-EVT.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.

       DATA DIVISION.
        FILE SECTION.
         FD OPR-FL.
         01 OPR-RCRD.
          02 OPR-ID                                        PIC X(3).
          02 OPR-NAME                                      PIC X(30).
          02 OPR-ROLES                                     PIC X(30).

         FD EVT-FL.
         01 EVT-RCRD.
           COPY AUDEREC.

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'SODR0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 OPR-FL-PATH               PIC X(80)
             VALUE '.\..\fls\OPERMST.txt'.
         77 OPR-FL-PATH-ENV           PIC X(80).
         77 EVT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\SODR0001.EVT'.
         77 EVT-FL-PATH-ENV           PIC X(80).
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\SODR0001.RPT'.
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'SODR0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'SODR0001'.
         77 RPTF-RC                                        PIC 99.
         77 AUDQ-RPT-PATH             PIC X(80)
             VALUE '.\..\fls\SODR0001.AUD'.
         77 DIR-PATH-ENV              PIC X(80).
         77 NO-VALUE                                PIC X VALUE SPACE.
         77 STTS-OPR                                       PIC 99.
         77 STTS-EVT                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 OPR-EOF-FL                                     PIC X.
          88 OPR-IS-EOF                                    VALUE 'Y'.
         77 EVT-EOF-FL                                     PIC X.
          88 EVT-IS-EOF                                    VALUE 'Y'.

      * REVIEW WINDOW: THE LAST QUARTER UNLESS GIVEN
         77 TODAY-DT                                       PIC 9(8).
         77 TODAY-INT                                      PIC 9(7).
         77 WIN-DAYS                           PIC 9(4) VALUE 91.
         77 WIN-DAYS-ENV                                   PIC X(4).
         77 WIN-FROM                                       PIC 9(8).
         77 WIN-TO                                         PIC 9(8).
         77 WIN-DT-ENV                                     PIC X(8).
         77 MIN-PAIR                           PIC 9(4) VALUE 2.
         77 MIN-PAIR-ENV                                   PIC X(4).
         77 EV-DT8                                         PIC 9(8).

      * WHICH ROLE AN AUDIT RECORD PROVES WAS USED, FOR RUNS THAT
      * LEFT A TRAIL BUT WHOSE SIGN-ON IS NO LONGER IN THE RUN LOG;
      * WHERE ONE TRAIL SERVES BOTH SIDES OF A WORKFLOW THE ACTION
      * TELLS THEM APART (SPACES = ANY ACTION)
         01 SRC-ROLE-LIST.
          02 FILLER PIC X(26) VALUE 'APRVAUD           APPROVER'.
          02 FILLER PIC X(26) VALUE 'REVAPAUD          REVERSER'.
          02 FILLER PIC X(26) VALUE 'HOLDAUD           RELEASE '.
          02 FILLER PIC X(26) VALUE 'SUSPAUD           SUSPEND '.
          02 FILLER PIC X(26) VALUE 'CURMAUD           CURMAINT'.
          02 FILLER PIC X(26) VALUE 'PREOAUD           REOPEN  '.
          02 FILLER PIC X(26) VALUE 'HOLMAUD           HOLMAINT'.
          02 FILLER PIC X(26) VALUE 'ODRGREG           DLVRACK '.
          02 FILLER PIC X(26) VALUE 'EODCERT           EODCERT '.
          02 FILLER PIC X(26) VALUE 'LGHAUD            LEGALHLD'.
          02 FILLER PIC X(26) VALUE 'ENTMAUD           ENTMAINT'.
          02 FILLER PIC X(26) VALUE 'MANRAUD PROPOSED  RATEENTR'.
          02 FILLER PIC X(26) VALUE 'MANRAUD APPROVED  RATEAPPR'.
          02 FILLER PIC X(26) VALUE 'MANRAUD REJECTED  RATEAPPR'.
          02 FILLER PIC X(26) VALUE 'ADJAUD  PROPOSED  ADJENTR '.
          02 FILLER PIC X(26) VALUE 'ADJAUD  APPROVED  ADJAPPR '.
          02 FILLER PIC X(26) VALUE 'ADJAUD  REJECTED  ADJAPPR '.
         01 SRC-ROLE-TBL REDEFINES SRC-ROLE-LIST.
          02 SRC-ROLE-ENTRY OCCURS 17 TIMES.
           03 SR-SRC                                       PIC X(8).
           03 SR-ACTION                                    PIC X(10).
           03 SR-ROLE                                      PIC X(8).
         77 SRC-ROLE-CT                       PIC 9(4) COMP VALUE 17.

      * ROLES THAT MUST NOT SIT ON THE SAME ID: BOTH SIDES OF A
      * MAKER-CHECKER WORKFLOW
         01 CONFLICT-LIST.
          02 FILLER PIC X(24) VALUE 'ADJENTR ADJAPPR ADJM0001'.
          02 FILLER PIC X(24) VALUE 'RATEENTRRATEAPPRMRAT0001'.
         01 CONFLICT-TBL REDEFINES CONFLICT-LIST.
          02 CONFLICT-ENTRY OCCURS 2 TIMES.
           03 CF-ROLE-1                                    PIC X(8).
           03 CF-ROLE-2                                    PIC X(8).
           03 CF-PGM                                       PIC X(8).
         77 CONFLICT-CT                       PIC 9(4) COMP VALUE 2.

      * THE WORKFLOWS WHOSE TRAIL NAMES BOTH THE CHECKER (AE-OPER)
      * AND THE MAKER (AE-OPER2)
         01 FLOW-LIST.
          02 FILLER PIC X(26) VALUE 'APRVAUD MANT0001/APRV0001 '.
          02 FILLER PIC X(26) VALUE 'REVAPAUDRVRQ0001/REVA0001 '.
          02 FILLER PIC X(26) VALUE 'PREOAUD PREO0001          '.
          02 FILLER PIC X(26) VALUE 'MANRAUD MRAT0001          '.
          02 FILLER PIC X(26) VALUE 'ADJAUD  ADJM0001          '.
         01 FLOW-TBL REDEFINES FLOW-LIST.
          02 FLOW-ENTRY OCCURS 5 TIMES.
           03 FL-SRC                                       PIC X(8).
           03 FL-DESC                                      PIC X(18).
         77 FLOW-CT                           PIC 9(4) COMP VALUE 5.

         01 OPER-TBL.
          02 OT-ENTRY OCCURS 300 TIMES.
           03 OT-ID                                        PIC X(3).
           03 OT-NAME                                      PIC X(30).
           03 OT-ROLES                                     PIC X(30).
           03 OT-IN-MST                                    PIC X.
           03 OT-LAST                                      PIC 9(8).
           03 OT-CT-WIN                                    PIC 9(7).
           03 OT-ROLE-SLOT OCCURS 6 TIMES.
            04 OT-ROLE                                     PIC X(8).
            04 OT-ROLE-USED                                PIC X.
           03 OT-FLOW-SLOT OCCURS 5 TIMES.
            04 OT-CHK-CT                                   PIC 9(5).
            04 OT-MKR-CT                                   PIC 9(5).
            04 OT-SELF-CT                                  PIC 9(5).
         77 OPER-CT                            PIC 9(4) COMP VALUE 0.
         77 OPER-MAX                         PIC 9(4) COMP VALUE 300.
         77 OX                                     PIC 9(4) COMP.
         77 OX2                                    PIC 9(4) COMP.
         77 RX                                     PIC 9(4) COMP.
         77 RX2                                    PIC 9(4) COMP.
         77 FX                                     PIC 9(4) COMP.
         77 CX                                     PIC 9(4) COMP.
         77 LOOK-ID                                        PIC X(3).
         77 LOOK-ROLE                                      PIC X(8).
         77 ROLE-AT-1                              PIC 9(4) COMP.
         77 ROLE-AT-2                              PIC 9(4) COMP.

         01 PAIR-TBL.
          02 PT-ENTRY OCCURS 500 TIMES.
           03 PT-FLOW                              PIC 9(4) COMP.
           03 PT-ID-1                                      PIC X(3).
           03 PT-ID-2                                      PIC X(3).
           03 PT-1-FOR-2                                   PIC 9(5).
           03 PT-2-FOR-1                                   PIC 9(5).
         77 PAIR-CT                            PIC 9(4) COMP VALUE 0.
         77 PAIR-MAX                         PIC 9(4) COMP VALUE 500.
         77 PX                                     PIC 9(4) COMP.
         77 PAIR-LOW                                       PIC X(3).
         77 PAIR-HIGH                                      PIC X(3).

         77 CT-EVENTS                           PIC 9(7) VALUE ZEROS.
         77 CT-WIN                              PIC 9(7) VALUE ZEROS.
         77 CT-DORMANT                          PIC 9(5) VALUE ZEROS.
         77 CT-UNUSED                           PIC 9(5) VALUE ZEROS.
         77 CT-CONFLICT                         PIC 9(5) VALUE ZEROS.
         77 CT-MUTUAL                           PIC 9(5) VALUE ZEROS.
         77 CT-UNKNOWN                          PIC 9(5) VALUE ZEROS.
         77 CT-SECTION                                     PIC 9(5).
         77 ED-CT                                          PIC Z(6)9.
         77 ED-CT2                                         PIC Z(6)9.
         77 ED-LAST                                        PIC X(10).
         77 AUDQ-NAME                        PIC X(8) VALUE 'AUDQ0001'.
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
         DISPLAY 'MAIN: SODR0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: SODR0001'.
         ACCEPT OPR-FL-PATH-ENV FROM ENVIRONMENT 'SODR0001_OPRFILE'.
         IF OPR-FL-PATH-ENV NOT = SPACES
          MOVE OPR-FL-PATH-ENV TO OPR-FL-PATH
         END-IF.
         ACCEPT EVT-FL-PATH-ENV FROM ENVIRONMENT 'SODR0001_EVTFILE'.
         IF EVT-FL-PATH-ENV NOT = SPACES
          MOVE EVT-FL-PATH-ENV TO EVT-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'SODR0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT DIR-PATH-ENV FROM ENVIRONMENT 'SODR0001_DIR'.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         ACCEPT WIN-DAYS-ENV FROM ENVIRONMENT 'SODR0001_DAYS'.
         IF WIN-DAYS-ENV NOT = SPACES
          COMPUTE WIN-DAYS = FUNCTION NUMVAL(WIN-DAYS-ENV)
         END-IF.
         ACCEPT MIN-PAIR-ENV FROM ENVIRONMENT 'SODR0001_MINPAIR'.
         IF MIN-PAIR-ENV NOT = SPACES
          COMPUTE MIN-PAIR = FUNCTION NUMVAL(MIN-PAIR-ENV)
         END-IF.
         IF MIN-PAIR = 0
          MOVE 1 TO MIN-PAIR
         END-IF.
         MOVE TODAY-DT TO WIN-TO.
         ACCEPT WIN-DT-ENV FROM ENVIRONMENT 'SODR0001_TODATE'.
         IF WIN-DT-ENV IS NUMERIC
          MOVE WIN-DT-ENV TO WIN-TO
         END-IF.
         COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(WIN-TO)
          - WIN-DAYS + 1.
         COMPUTE WIN-FROM = FUNCTION DATE-OF-INTEGER(TODAY-INT).
         ACCEPT WIN-DT-ENV FROM ENVIRONMENT 'SODR0001_FROMDATE'.
         IF WIN-DT-ENV IS NUMERIC
          MOVE WIN-DT-ENV TO WIN-FROM
         END-IF.
         DISPLAY 'REVIEW WINDOW: ' WIN-FROM ' - ' WIN-TO.

        200-PROCESS.
         DISPLAY 'PROCESS: SODR0001'.
         PERFORM 210-LOAD-OPERATORS.
         IF RETURN-CODE >= 8
          EXIT PARAGRAPH
         END-IF.
         PERFORM 220-BUILD-EVENTS.
         PERFORM 230-READ-EVENTS.
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
         PERFORM 260-WRITE-ROSTER.
         PERFORM 265-WRITE-DORMANT.
         PERFORM 270-WRITE-UNUSED-ROLES.
         PERFORM 275-WRITE-CONFLICTS.
         PERFORM 280-WRITE-MUTUAL.
         PERFORM 290-WRITE-SIGN-OFF.
         CLOSE RPT-FL.
      * KEEP A DATED COPY IN THE REPORT REPOSITORY FOR REPRINTS
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT RPT-FL-PATH
           RPTF-PGM RPTF-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.

        210-LOAD-OPERATORS.
         OPEN INPUT OPR-FL.
         IF STTS-OPR NOT = ZEROS
          DISPLAY 'CANNOT OPEN OPERATOR MASTER ' OPR-FL-PATH(1:40)
           ', STATUS = ' STTS-OPR
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO OPR-EOF-FL.
         PERFORM 211-LOAD-ONE-OPER UNTIL OPR-IS-EOF.
         CLOSE OPR-FL.
         DISPLAY 'OPERATORS ON MASTER: ' OPER-CT.

        211-LOAD-ONE-OPER.
         MOVE SPACES TO OPR-RCRD.
         READ OPR-FL
          AT END
           MOVE 'Y' TO OPR-EOF-FL
          NOT AT END
           IF OPR-ID NOT = SPACES
            MOVE OPR-ID TO LOOK-ID
            PERFORM 400-FIND-OPER
            IF OX > 0
             MOVE 'Y' TO OT-IN-MST(OX)
             MOVE OPR-NAME TO OT-NAME(OX)
             MOVE OPR-ROLES TO OT-ROLES(OX)
             UNSTRING OPR-ROLES DELIMITED BY ALL ' ' OR ','
              INTO OT-ROLE(OX 1) OT-ROLE(OX 2) OT-ROLE(OX 3)
                   OT-ROLE(OX 4) OT-ROLE(OX 5) OT-ROLE(OX 6)
             END-UNSTRING
            END-IF
           END-IF
         END-READ.
         IF STTS-OPR NOT = ZEROS AND STTS-OPR NOT = 10
          DISPLAY 'I/O ERROR ON OPERATOR MASTER, STATUS = ' STTS-OPR
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO OPR-EOF-FL
         END-IF.

        220-BUILD-EVENTS.
      * THE UNIFIED AUDIT INQUIRY ALREADY KNOWS EVERY TRAIL LAYOUT;
      * IT IS RUN UNFILTERED TO HAND OVER THE NORMALIZED EVENTS
         IF DIR-PATH-ENV NOT = SPACES
          DISPLAY 'AUDQ0001_DIR' UPON ENVIRONMENT-NAME
          DISPLAY DIR-PATH-ENV UPON ENVIRONMENT-VALUE
         END-IF.
         DISPLAY 'AUDQ0001_OPER' UPON ENVIRONMENT-NAME.
         DISPLAY NO-VALUE UPON ENVIRONMENT-VALUE.
         DISPLAY 'AUDQ0001_PGM' UPON ENVIRONMENT-NAME.
         DISPLAY NO-VALUE UPON ENVIRONMENT-VALUE.
         DISPLAY 'AUDQ0001_OBJECT' UPON ENVIRONMENT-NAME.
         DISPLAY NO-VALUE UPON ENVIRONMENT-VALUE.
         DISPLAY 'AUDQ0001_FROMDATE' UPON ENVIRONMENT-NAME.
         DISPLAY NO-VALUE UPON ENVIRONMENT-VALUE.
         DISPLAY 'AUDQ0001_TODATE' UPON ENVIRONMENT-NAME.
         DISPLAY NO-VALUE UPON ENVIRONMENT-VALUE.
         DISPLAY 'AUDQ0001_RPTFILE' UPON ENVIRONMENT-NAME.
         DISPLAY AUDQ-RPT-PATH UPON ENVIRONMENT-VALUE.
         DISPLAY 'AUDQ0001_EVTFILE' UPON ENVIRONMENT-NAME.
         DISPLAY EVT-FL-PATH UPON ENVIRONMENT-VALUE.
         MOVE ZERO TO RETURN-CODE.
         CALL AUDQ-NAME
          ON EXCEPTION
           DISPLAY 'PROGRAM NOT AVAILABLE: ' AUDQ-NAME
         END-CALL.
         CANCEL AUDQ-NAME.
         IF RETURN-CODE >= 8
          DISPLAY 'AUDIT INQUIRY FAILED, RC = ' RETURN-CODE
         END-IF.
         MOVE ZERO TO RETURN-CODE.

        230-READ-EVENTS.
         OPEN INPUT EVT-FL.
         IF STTS-EVT NOT = ZEROS
          DISPLAY 'CANNOT OPEN EVENT FILE ' EVT-FL-PATH(1:40)
           ', STATUS = ' STTS-EVT
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO EVT-EOF-FL.
         PERFORM 231-READ-ONE-EVENT UNTIL EVT-IS-EOF.
         CLOSE EVT-FL.

        231-READ-ONE-EVENT.
         READ EVT-FL
          AT END
           MOVE 'Y' TO EVT-EOF-FL
          NOT AT END
           ADD 1 TO CT-EVENTS
           PERFORM 232-APPLY-ONE-EVENT
         END-READ.
         IF STTS-EVT NOT = ZEROS AND STTS-EVT NOT = 10
          DISPLAY 'I/O ERROR ON EVENT FILE, STATUS = ' STTS-EVT
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO EVT-EOF-FL
         END-IF.

        232-APPLY-ONE-EVENT.
         IF AE-OPER = SPACES
          EXIT PARAGRAPH
         END-IF.
         MOVE AE-TS(1:8) TO EV-DT8.
         MOVE AE-OPER TO LOOK-ID.
         PERFORM 400-FIND-OPER.
         IF OX = 0
          EXIT PARAGRAPH
         END-IF.
         IF EV-DT8 > OT-LAST(OX)
          MOVE EV-DT8 TO OT-LAST(OX)
         END-IF.
         IF EV-DT8 < WIN-FROM OR EV-DT8 > WIN-TO
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CT-WIN.
         ADD 1 TO OT-CT-WIN(OX).
      * THE ROLE THE EVENT PROVES WAS USED
         MOVE SPACES TO LOOK-ROLE.
         IF AE-ACTION = 'SIGN-ON'
          MOVE AE-OBJ-A TO LOOK-ROLE
         ELSE
          MOVE 1 TO RX
          PERFORM 233-MATCH-SRC-ROLE UNTIL RX > SRC-ROLE-CT
         END-IF.
         IF LOOK-ROLE NOT = SPACES
          MOVE 1 TO RX
          PERFORM 234-MARK-ROLE-USED UNTIL RX > 6
         END-IF.
         IF AE-OPER2 = SPACES
          EXIT PARAGRAPH
         END-IF.
      * AN ADJUSTMENT IS LOGGED ONCE PER LINE; ITS DECISION COUNTS
      * ONCE, ON THE FIRST LINE
         IF AE-SRC = 'ADJAUD' AND AE-OBJ-A(8:3) NOT = '001'
          EXIT PARAGRAPH
         END-IF.
         MOVE 0 TO FX.
         MOVE 1 TO CX.
         PERFORM 235-MATCH-FLOW UNTIL CX > FLOW-CT.
         IF FX = 0
          EXIT PARAGRAPH
         END-IF.
         MOVE OX TO OX2.
         ADD 1 TO OT-CHK-CT(OX2 FX).
         IF AE-OPER2 = AE-OPER
          ADD 1 TO OT-SELF-CT(OX2 FX)
          EXIT PARAGRAPH
         END-IF.
         MOVE AE-OPER2 TO LOOK-ID.
         PERFORM 400-FIND-OPER.
         IF OX > 0
          IF EV-DT8 > OT-LAST(OX)
           MOVE EV-DT8 TO OT-LAST(OX)
          END-IF
          ADD 1 TO OT-CT-WIN(OX)
          ADD 1 TO OT-MKR-CT(OX FX)
         END-IF.
         PERFORM 240-COUNT-PAIR.

        233-MATCH-SRC-ROLE.
         IF SR-SRC(RX) = AE-SRC
            AND (SR-ACTION(RX) = SPACES OR SR-ACTION(RX) = AE-ACTION)
          MOVE SR-ROLE(RX) TO LOOK-ROLE
         END-IF.
         ADD 1 TO RX.

        234-MARK-ROLE-USED.
         IF OT-ROLE(OX RX) = LOOK-ROLE
          MOVE 'Y' TO OT-ROLE-USED(OX RX)
         END-IF.
         ADD 1 TO RX.

        235-MATCH-FLOW.
         IF FL-SRC(CX) = AE-SRC
          MOVE CX TO FX
         END-IF.
         ADD 1 TO CX.

        240-COUNT-PAIR.
      * ONE ENTRY PER PAIR AND WORKFLOW, LOWER ID FIRST; EACH SIDE
      * COUNTS HOW OFTEN IT APPROVED THE OTHER'S ITEMS
         IF AE-OPER < AE-OPER2
          MOVE AE-OPER TO PAIR-LOW
          MOVE AE-OPER2 TO PAIR-HIGH
         ELSE
          MOVE AE-OPER2 TO PAIR-LOW
          MOVE AE-OPER TO PAIR-HIGH
         END-IF.
         MOVE 1 TO PX.
         PERFORM 241-SCAN-PAIR
          UNTIL PX > PAIR-CT
          OR (PT-FLOW(PX) = FX AND PT-ID-1(PX) = PAIR-LOW
              AND PT-ID-2(PX) = PAIR-HIGH).
         IF PX > PAIR-CT
          IF PAIR-CT >= PAIR-MAX
           DISPLAY 'PAIR TABLE FULL, PAIR NOT COUNTED: '
            PAIR-LOW '/' PAIR-HIGH
           EXIT PARAGRAPH
          END-IF
          ADD 1 TO PAIR-CT
          MOVE PAIR-CT TO PX
          MOVE FX TO PT-FLOW(PX)
          MOVE PAIR-LOW TO PT-ID-1(PX)
          MOVE PAIR-HIGH TO PT-ID-2(PX)
          MOVE ZEROS TO PT-1-FOR-2(PX)
          MOVE ZEROS TO PT-2-FOR-1(PX)
         END-IF.
         IF AE-OPER = PAIR-LOW
          ADD 1 TO PT-1-FOR-2(PX)
         ELSE
          ADD 1 TO PT-2-FOR-1(PX)
         END-IF.

        241-SCAN-PAIR.
         ADD 1 TO PX.

        250-WRITE-HEADER.
         MOVE SPACES TO RPT-REC.
         STRING 'ACCESS RECERTIFICATION AND SEGREGATION OF DUTIES'
          '  RUN ' TODAY-DT DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING 'REVIEW WINDOW ' WIN-FROM ' - ' WIN-TO
          '  OPERATOR MASTER ' OPR-FL-PATH(1:40)
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE CT-EVENTS TO ED-CT.
         MOVE CT-WIN TO ED-CT2.
         MOVE SPACES TO RPT-REC.
         STRING 'AUDIT EVENTS READ ' ED-CT '  IN WINDOW ' ED-CT2
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.

        251-WRITE-SECTION.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         WRITE RPT-REC.
         MOVE ZEROS TO CT-SECTION.

        252-WRITE-NONE.
         IF CT-SECTION = 0
          MOVE '  NONE' TO RPT-REC
          WRITE RPT-REC
         END-IF.

        260-WRITE-ROSTER.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE '1. OPERATORS, ROLES HELD AND ACTIVITY' TO RPT-REC.
         WRITE RPT-REC.
         MOVE '  ID  NAME                           ROLES HELD
      -    '            LAST SEEN   EVENTS IN WINDOW' TO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO OX.
         PERFORM 261-WRITE-ONE-OPER UNTIL OX > OPER-CT.

        261-WRITE-ONE-OPER.
         PERFORM 410-EDIT-LAST.
         MOVE OT-CT-WIN(OX) TO ED-CT.
         MOVE SPACES TO RPT-REC.
         IF OT-IN-MST(OX) = 'Y'
          STRING '  ' OT-ID(OX) ' ' OT-NAME(OX) ' ' OT-ROLES(OX)
           ' ' ED-LAST '  ' ED-CT DELIMITED BY SIZE INTO RPT-REC
         ELSE
          STRING '  ' OT-ID(OX) ' ' '*** NOT ON OPERATOR MASTER ***'
           ' ' '                              '
           ' ' ED-LAST '  ' ED-CT DELIMITED BY SIZE INTO RPT-REC
          ADD 1 TO CT-UNKNOWN
         END-IF.
         WRITE RPT-REC.
         ADD 1 TO OX.

        265-WRITE-DORMANT.
         PERFORM 251-WRITE-SECTION.
         MOVE '2. DORMANT IDS - NO ACTIVITY IN THE REVIEW WINDOW'
          TO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO OX.
         PERFORM 266-CHECK-ONE-DORMANT UNTIL OX > OPER-CT.
         PERFORM 252-WRITE-NONE.

        266-CHECK-ONE-DORMANT.
         IF OT-IN-MST(OX) = 'Y' AND OT-CT-WIN(OX) = 0
          PERFORM 410-EDIT-LAST
          MOVE SPACES TO RPT-REC
          STRING '  ' OT-ID(OX) ' ' OT-NAME(OX) ' LAST SEEN '
           ED-LAST DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
          ADD 1 TO CT-SECTION
          ADD 1 TO CT-DORMANT
         END-IF.
         ADD 1 TO OX.

        270-WRITE-UNUSED-ROLES.
         PERFORM 251-WRITE-SECTION.
         MOVE '3. ROLES HELD BUT NEVER EXERCISED IN THE WINDOW'
          TO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO OX.
         PERFORM 271-CHECK-ONE-OPER-ROLES UNTIL OX > OPER-CT.
         PERFORM 252-WRITE-NONE.

        271-CHECK-ONE-OPER-ROLES.
         MOVE 1 TO RX.
         PERFORM 272-CHECK-ONE-ROLE UNTIL RX > 6.
         ADD 1 TO OX.

        272-CHECK-ONE-ROLE.
         IF OT-ROLE(OX RX) NOT = SPACES
            AND OT-ROLE-USED(OX RX) NOT = 'Y'
          MOVE SPACES TO RPT-REC
          STRING '  ' OT-ID(OX) ' ' OT-NAME(OX) ' ROLE '
           OT-ROLE(OX RX) DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
          ADD 1 TO CT-SECTION
          ADD 1 TO CT-UNUSED
         END-IF.
         ADD 1 TO RX.

        275-WRITE-CONFLICTS.
         PERFORM 251-WRITE-SECTION.
         MOVE '4. CONFLICTING ROLES - BOTH SIDES OF ONE WORKFLOW'
          TO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO OX.
         PERFORM 276-CHECK-ONE-OPER-CONFLICT UNTIL OX > OPER-CT.
         PERFORM 252-WRITE-NONE.

        276-CHECK-ONE-OPER-CONFLICT.
      * HELD: BOTH ROLES OF A MAKER-CHECKER PAIR ON THE MASTER
         MOVE 1 TO CX.
         PERFORM 277-CHECK-ONE-ROLE-PAIR UNTIL CX > CONFLICT-CT.
      * EXERCISED: MAKER ON SOME ITEMS AND CHECKER ON OTHERS OF THE
      * SAME WORKFLOW, OR CHECKER OF THE OPERATOR'S OWN ITEM
         MOVE 1 TO FX.
         PERFORM 278-CHECK-ONE-FLOW UNTIL FX > FLOW-CT.
         ADD 1 TO OX.

        277-CHECK-ONE-ROLE-PAIR.
         MOVE CF-ROLE-1(CX) TO LOOK-ROLE.
         PERFORM 420-FIND-ROLE.
         MOVE RX2 TO ROLE-AT-1.
         MOVE CF-ROLE-2(CX) TO LOOK-ROLE.
         PERFORM 420-FIND-ROLE.
         MOVE RX2 TO ROLE-AT-2.
         IF ROLE-AT-1 > 0 AND ROLE-AT-2 > 0
          MOVE SPACES TO RPT-REC
          STRING '  ' OT-ID(OX) ' ' OT-NAME(OX) ' HOLDS '
           CF-ROLE-1(CX) ' AND ' CF-ROLE-2(CX) ' (' CF-PGM(CX) ')'
           DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
          ADD 1 TO CT-SECTION
          ADD 1 TO CT-CONFLICT
         END-IF.
         ADD 1 TO CX.

        278-CHECK-ONE-FLOW.
         IF OT-CHK-CT(OX FX) > 0 AND OT-MKR-CT(OX FX) > 0
          MOVE OT-MKR-CT(OX FX) TO ED-CT
          MOVE OT-CHK-CT(OX FX) TO ED-CT2
          MOVE SPACES TO RPT-REC
          STRING '  ' OT-ID(OX) ' ' OT-NAME(OX) ' ' FL-DESC(FX)
           ' MAKER ' ED-CT ' CHECKER ' ED-CT2
           DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
          ADD 1 TO CT-SECTION
          ADD 1 TO CT-CONFLICT
         END-IF.
         IF OT-SELF-CT(OX FX) > 0
          MOVE OT-SELF-CT(OX FX) TO ED-CT
          MOVE SPACES TO RPT-REC
          STRING '  ' OT-ID(OX) ' ' OT-NAME(OX) ' ' FL-DESC(FX)
           ' APPROVED OWN ITEMS ' ED-CT
           DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
          ADD 1 TO CT-SECTION
          ADD 1 TO CT-CONFLICT
         END-IF.
         ADD 1 TO FX.

        280-WRITE-MUTUAL.
         PERFORM 251-WRITE-SECTION.
         MOVE SPACES TO RPT-REC.
         MOVE MIN-PAIR TO ED-CT.
         STRING '5. OPERATORS APPROVING EACH OTHER''S ITEMS'
          ' (AT LEAST' ED-CT ' EACH WAY)' DELIMITED BY SIZE
          INTO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO PX.
         PERFORM 281-CHECK-ONE-PAIR UNTIL PX > PAIR-CT.
         PERFORM 252-WRITE-NONE.

        281-CHECK-ONE-PAIR.
         IF PT-1-FOR-2(PX) >= MIN-PAIR AND PT-2-FOR-1(PX) >= MIN-PAIR
          MOVE PT-FLOW(PX) TO FX
          MOVE PT-1-FOR-2(PX) TO ED-CT
          MOVE PT-2-FOR-1(PX) TO ED-CT2
          MOVE SPACES TO RPT-REC
          STRING '  ' PT-ID-1(PX) ' AND ' PT-ID-2(PX) ' '
           FL-DESC(FX) ' ' PT-ID-1(PX) ' APPROVED ' ED-CT
           ' OF ' PT-ID-2(PX) ', ' PT-ID-2(PX) ' APPROVED ' ED-CT2
           ' OF ' PT-ID-1(PX) DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
          ADD 1 TO CT-SECTION
          ADD 1 TO CT-MUTUAL
         END-IF.
         ADD 1 TO PX.

        290-WRITE-SIGN-OFF.
         PERFORM 251-WRITE-SECTION.
         MOVE '6. FINDINGS AND RECERTIFICATION SIGN-OFF' TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING '  DORMANT IDS ' CT-DORMANT
          '  UNUSED ROLES ' CT-UNUSED
          '  CONFLICTS ' CT-CONFLICT
          '  MUTUAL PAIRS ' CT-MUTUAL
          '  IDS NOT ON MASTER ' CT-UNKNOWN
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE '  I HAVE REVIEWED THE ACCESS ABOVE. EVERY ID AND ROLE NOT
      -    ' MARKED FOR REMOVAL REMAINS REQUIRED.' TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE '  IDS / ROLES TO REMOVE: ________________________________
      -    '______________________' TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE '  MANAGER: ______________________  SIGNATURE: ___________
      -    '_________  DATE: __________' TO RPT-REC.
         WRITE RPT-REC.

        300-END.
         DISPLAY '-- ACCESS RECERTIFICATION SUMMARY --'.
         DISPLAY ' OPERATORS: ' OPER-CT.
         DISPLAY ' AUDIT EVENTS IN WINDOW: ' CT-WIN.
         DISPLAY ' DORMANT IDS: ' CT-DORMANT.
         DISPLAY ' ROLES NEVER EXERCISED: ' CT-UNUSED.
         DISPLAY ' CONFLICTS: ' CT-CONFLICT.
         DISPLAY ' MUTUAL APPROVAL PAIRS: ' CT-MUTUAL.
         DISPLAY ' IDS ACTIVE BUT NOT ON MASTER: ' CT-UNKNOWN.
         IF RETURN-CODE < 8
          IF CT-DORMANT > 0 OR CT-UNUSED > 0 OR CT-CONFLICT > 0
             OR CT-MUTUAL > 0 OR CT-UNKNOWN > 0
           MOVE 4 TO RETURN-CODE
          END-IF
          DISPLAY ' REPORT WRITTEN TO ' RPT-FL-PATH
         END-IF.
         DISPLAY 'END-PROGRAM: SODR0001'.
         GOBACK.

        400-FIND-OPER.
      * LOOKS UP LOOK-ID; AN ID NOT YET SEEN IS ADDED AS NOT ON THE
      * MASTER, WHICH THE MASTER LOAD THEN CORRECTS. OX = 0 WHEN FULL
         MOVE 1 TO OX.
         PERFORM 401-SCAN-OPER
          UNTIL OX > OPER-CT OR OT-ID(OX) = LOOK-ID.
         IF OX > OPER-CT
          IF OPER-CT >= OPER-MAX
           DISPLAY 'OPERATOR TABLE FULL, IGNORED: ' LOOK-ID
           MOVE 0 TO OX
           EXIT PARAGRAPH
          END-IF
          ADD 1 TO OPER-CT
          MOVE OPER-CT TO OX
          INITIALIZE OT-ENTRY(OX)
          MOVE LOOK-ID TO OT-ID(OX)
          MOVE 'N' TO OT-IN-MST(OX)
         END-IF.

        401-SCAN-OPER.
         ADD 1 TO OX.

        410-EDIT-LAST.
         IF OT-LAST(OX) = 0
          MOVE 'NEVER' TO ED-LAST
         ELSE
          MOVE SPACES TO ED-LAST
          STRING OT-LAST(OX)(1:4) '-' OT-LAST(OX)(5:2) '-'
           OT-LAST(OX)(7:2) DELIMITED BY SIZE INTO ED-LAST
         END-IF.

        420-FIND-ROLE.
         MOVE 0 TO RX2.
         MOVE 1 TO RX.
         PERFORM 421-SCAN-ROLE UNTIL RX > 6.

        421-SCAN-ROLE.
         IF OT-ROLE(OX RX) = LOOK-ROLE
          MOVE RX TO RX2
         END-IF.
         ADD 1 TO RX.
       END PROGRAM SODR0001.
