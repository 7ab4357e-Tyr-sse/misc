      *          NO SIGN-ON CONFERE O ID CONTRA OPERMST.txt E EXIGE O
      *          PAPEL PEDIDO (APPROVER, REVERSER, ACK...), GRAVANDO A
      *          TRILHA DE SIGN-ON/SIGN-OFF EM RUNLOG.txt VIA LOGR0001;
      *          RC=0 OK, RC=4 SEM O PAPEL, RC=8 ID DESCONHECIDO.
      *          FUNCAO BRK (ACESSO DE EMERGENCIA): CONCEDE AO OPERADOR
      *          O PAPEL (APPROVER OU REVERSER) POR OPRV0001_ELEVHOURS
      *          HORAS (PADRAO 8, MAXIMO 12) COM MOTIVO OBRIGATORIO
      *          (OPRV0001_ELEVREASON), GRAVA A CONCESSAO EM
      *          ELEVGRT.txt E UM ALERTA ELV EM ALERT.txt; ATE EXPIRAR O
      *          SIGN-ON COM ESSE PAPEL E ACEITO E TUDO QUE A SESSAO
      *          GRAVA NAS TRILHAS VAI TAMBEM PARA ELEVACT.txt
      *          (AUDC0001), BASE DA REVISAO DO ELVR0001
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         SELECT OPR-FL ASSIGN OPR-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-OPR.
         SELECT EG-FL ASSIGN EG-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-EG.
         SELECT ALRT-FL ASSIGN ALRT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ALRT.

       DATA DIVISION.
        FILE SECTION.
          02 OPR-NAME                                      PIC X(30).
          02 OPR-ROLES                                     PIC X(30).

         FD EG-FL.
         01 EG-RCRD.
           COPY ELEVREC.

         FD ALRT-FL.
         01 ALRT-RCRD.
          02 ALRT-SEQ                                       PIC 999.
          02 ALRT-TYPE                                      PIC X(3).
          02 ALRT-A                                         PIC X(10).
          02 ALRT-B                                         PIC X(10).
          02 ALRT-MSG                                       PIC X(40).
          02 ALRT-DT                                        PIC 9(8).
          02 ALRT-TS                                        PIC 9(14).

        WORKING-STORAGE SECTION.
         77 OPR-FL-PATH               PIC X(80)
             VALUE '.\..\fls\OPERMST.txt'.
         77 HELD-NAME                                      PIC X(30).
         77 HELD-ROLES                                     PIC X(30).

      * BREAK-GLASS: ONLY THE CHECKER ROLES THAT STOP NIGHT WORK CAN
      * BE GRANTED, FOR AT MOST ONE SHIFT
         01 ELEV-ROLE-LIST.
          02 FILLER                  PIC X(8) VALUE 'APPROVER'.
          02 FILLER                  PIC X(8) VALUE 'REVERSER'.
         01 ELEV-ROLE-TBL REDEFINES ELEV-ROLE-LIST.
          02 ELEV-ROLE OCCURS 2 TIMES                      PIC X(8).
         77 ELEV-ROLE-CT                      PIC 9(4) COMP VALUE 2.
         77 ER-IX                                  PIC 9(4) COMP.
         77 ELEV-MAX-HOURS                         PIC 99 VALUE 12.
         77 ELEV-DFT-HOURS                         PIC 99 VALUE 8.
         77 ELEV-HOURS                                     PIC 99.
         77 ELEV-HOURS-ENV                                 PIC X(2).
         77 ELEV-REASON                                    PIC X(40).
         77 EG-FL-PATH                PIC X(80)
             VALUE '.\..\fls\ELEVGRT.txt'.
         77 EG-FL-PATH-ENV            PIC X(80).
         77 STTS-EG                                        PIC 99.
         77 EG-EOF-FL                                      PIC X.
          88 EG-IS-EOF                                     VALUE 'Y'.
         77 EG-WIDTH                             PIC 9(3) VALUE 89.
         77 EA-FL-PATH                PIC X(80)
             VALUE '.\..\fls\ELEVACT.txt'.
         77 EA-FL-PATH-ENV            PIC X(80).
         77 EA-WIDTH                            PIC 9(3) VALUE 159.
         77 ALRT-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ALERT.txt'.
         77 ALRT-FL-PATH-ENV          PIC X(80).
         77 STTS-ALRT                                      PIC 99.
         77 AUDC-RC                                        PIC 99.
         77 ELEV-FOUND-FL                                  PIC X.
          88 ELEV-IS-FOUND                                 VALUE 'Y'.
         77 ELEV-GRANT-ENV                                 PIC X(25).
         77 NOW-TS                                         PIC 9(14).
         77 END-DT8                                        PIC 9(8).
         77 END-HH                                         PIC 99.
         01 ELEV-WRK.
           COPY ELEVREC.
         01 EA-WRK.
           COPY ELEAREC.

        LINKAGE SECTION.
         01 OPRV-FUNC                                      PIC X(3).
         01 OPRV-ID                                        PIC X(3).
      * PRESERVE THE CALLER'S RETURN-CODE ACROSS THIS SERVICE CALL
         MOVE RETURN-CODE TO SAVED-RC.
         MOVE ZEROS TO OPRV-RC.
         PERFORM 050-SET-ELEV-PATHS.
         IF OPRV-FUNC = 'BRK'
          PERFORM 300-BREAK-GLASS
          MOVE SAVED-RC TO RETURN-CODE
          GOBACK
         END-IF.
         IF OPRV-FUNC = 'OFF'
          PERFORM 230-CLOSE-ELEVATED-SESSION
          MOVE SPACES TO LOG-TEXT
          STRING 'OPERATOR ' OPRV-ID ' SIGN-OFF'
           DELIMITED BY SIZE INTO LOG-TEXT
         IF OPRV-ROLE NOT = SPACES
          PERFORM 110-CHECK-ROLE
          IF NOT ROLE-IS-FOUND
           PERFORM 120-CHECK-ELEVATION
           IF ELEV-IS-FOUND
            PERFORM 210-OPEN-ELEVATED-SESSION
            MOVE SAVED-RC TO RETURN-CODE
            GOBACK
           END-IF
           DISPLAY 'OPRV0001: OPERATOR ' OPRV-ID
            ' LACKS ROLE ' OPRV-ROLE
           MOVE 4 TO OPRV-RC
         MOVE SAVED-RC TO RETURN-CODE.
         GOBACK.

        050-SET-ELEV-PATHS.
         ACCEPT EG-FL-PATH-ENV FROM ENVIRONMENT 'OPRV0001_ELEVFILE'.
         IF EG-FL-PATH-ENV NOT = SPACES
          MOVE EG-FL-PATH-ENV TO EG-FL-PATH
         END-IF.
         ACCEPT EA-FL-PATH-ENV FROM ENVIRONMENT 'OPRV0001_ELEVACT'.
         IF EA-FL-PATH-ENV NOT = SPACES
          MOVE EA-FL-PATH-ENV TO EA-FL-PATH
         END-IF.
         ACCEPT ALRT-FL-PATH-ENV FROM ENVIRONMENT 'OPRV0001_ALERTFILE'.
         IF ALRT-FL-PATH-ENV NOT = SPACES
          MOVE ALRT-FL-PATH-ENV TO ALRT-FL-PATH
         END-IF.

        100-SCAN-ONE-OPR.
         READ OPR-FL
          AT END
          ADD 1 TO SCAN-IX
         END-IF.

        120-CHECK-ELEVATION.
      * A ROLE MISSING FROM THE MASTER IS STILL GRANTED WHILE A
      * BREAK-GLASS GRANT FOR IT IS IN FORCE; EXPIRY NEEDS NO ACTION
         MOVE 'N' TO ELEV-FOUND-FL.
         MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TS.
         MOVE 'N' TO EG-EOF-FL.
         OPEN INPUT EG-FL.
         IF STTS-EG NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 121-SCAN-ONE-GRANT UNTIL EG-IS-EOF.
         CLOSE EG-FL.

        121-SCAN-ONE-GRANT.
         MOVE SPACES TO EG-RCRD.
         READ EG-FL
          AT END
           MOVE 'Y' TO EG-EOF-FL
          NOT AT END
           IF EG-OPER OF EG-RCRD = OPRV-ID
              AND EG-ROLE OF EG-RCRD = OPRV-ROLE
              AND EG-FROM-TS OF EG-RCRD IS NUMERIC
              AND EG-TO-TS OF EG-RCRD IS NUMERIC
              AND EG-FROM-TS OF EG-RCRD <= NOW-TS
              AND EG-TO-TS OF EG-RCRD > NOW-TS
            MOVE 'Y' TO ELEV-FOUND-FL
            MOVE EG-RCRD TO ELEV-WRK
           END-IF
         END-READ.
         IF STTS-EG NOT = ZEROS AND STTS-EG NOT = 10
          MOVE 'Y' TO EG-EOF-FL
         END-IF.

        200-LOG-SIGNON.
         MOVE SPACES TO LOG-TEXT.
         STRING 'OPERATOR ' OPRV-ID ' SIGN-ON ROLE ' OPRV-ROLE
          DELIMITED BY SIZE INTO LOG-TEXT.
         PERFORM 900-WRITE-LOG.

        210-OPEN-ELEVATED-SESSION.
      * THE GRANT TRAVELS WITH THE RUN UNIT SO AUDC0001 COPIES EVERY
      * TRAIL RECORD OF THIS SESSION TO THE BREAK-GLASS ACTIVITY FILE
         DISPLAY 'OPRV0001: BREAK-GLASS ROLE ' OPRV-ROLE ' FOR '
           OPRV-ID ' UNTIL ' EG-TO-TS OF ELEV-WRK.
         MOVE 'W' TO LOG-SEV.
         MOVE SPACES TO LOG-TEXT.
         STRING 'OPERATOR ' OPRV-ID ' SIGN-ON ROLE ' OPRV-ROLE
          ' BREAK-GLASS' DELIMITED BY SIZE INTO LOG-TEXT.
         PERFORM 900-WRITE-LOG.
         MOVE 'I' TO LOG-SEV.
         MOVE SPACES TO EA-WRK.
         MOVE EG-OPER OF ELEV-WRK TO EA-OPER.
         MOVE EG-FROM-TS OF ELEV-WRK TO EA-FROM-TS.
         MOVE EG-ROLE OF ELEV-WRK TO EA-ROLE.
         DISPLAY 'OPRV0001_ELEVGRANT' UPON ENVIRONMENT-NAME.
         DISPLAY EA-GRANT UPON ENVIRONMENT-VALUE.
         MOVE SPACES TO EA-TEXT.
         STRING 'SIGN-ON ' OPRV-PGM DELIMITED BY SIZE INTO EA-TEXT.
         PERFORM 220-WRITE-ACTIVITY.

        220-WRITE-ACTIVITY.
         MOVE FUNCTION CURRENT-DATE(1:14) TO EA-TS.
         MOVE '*SESSION' TO EA-TRAIL.
         CALL 'AUDC0001' USING EA-FL-PATH EA-WRK EA-WIDTH AUDC-RC
          ON EXCEPTION
           CONTINUE
         END-CALL.

        230-CLOSE-ELEVATED-SESSION.
         ACCEPT ELEV-GRANT-ENV FROM ENVIRONMENT 'OPRV0001_ELEVGRANT'.
         IF ELEV-GRANT-ENV = SPACES OR ELEV-GRANT-ENV(1:3) NOT = OPRV-ID
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO EA-WRK.
         MOVE ELEV-GRANT-ENV TO EA-GRANT.
         MOVE SPACES TO EA-TEXT.
         STRING 'SIGN-OFF ' OPRV-PGM DELIMITED BY SIZE INTO EA-TEXT.
         PERFORM 220-WRITE-ACTIVITY.
         MOVE SPACES TO ELEV-GRANT-ENV.
         DISPLAY 'OPRV0001_ELEVGRANT' UPON ENVIRONMENT-NAME.
         DISPLAY ELEV-GRANT-ENV UPON ENVIRONMENT-VALUE.

        300-BREAK-GLASS.
      * EMERGENCY ELEVATION: A NAMED OPERATOR ON THE MASTER, AN
      * ELIGIBLE ROLE, A REASON AND A TIME LIMIT; THE GRANT IS
      * REGISTERED, ALERTED AND REVIEWED NEXT MORNING (ELVR0001)
         IF OPRV-ID = SPACES
          DISPLAY 'OPRV0001: OPERATOR ID REQUIRED'
          MOVE 8 TO OPRV-RC
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO ER-IX.
         PERFORM 310-FIND-ELEV-ROLE UNTIL ER-IX > ELEV-ROLE-CT
          OR ELEV-ROLE(ER-IX) = OPRV-ROLE.
         IF ER-IX > ELEV-ROLE-CT
          DISPLAY 'OPRV0001: ROLE ' OPRV-ROLE
           ' CANNOT BE GRANTED BY BREAK-GLASS'
          MOVE 4 TO OPRV-RC
          EXIT PARAGRAPH
         END-IF.
         ACCEPT ELEV-REASON FROM ENVIRONMENT 'OPRV0001_ELEVREASON'.
         IF ELEV-REASON = SPACES
          DISPLAY 'OPRV0001: A REASON IS MANDATORY FOR BREAK-GLASS'
          MOVE 4 TO OPRV-RC
          EXIT PARAGRAPH
         END-IF.
         MOVE ELEV-DFT-HOURS TO ELEV-HOURS.
         ACCEPT ELEV-HOURS-ENV FROM ENVIRONMENT 'OPRV0001_ELEVHOURS'.
         IF ELEV-HOURS-ENV NOT = SPACES
          IF ELEV-HOURS-ENV(2:1) = SPACE
           MOVE ELEV-HOURS-ENV(1:1) TO ELEV-HOURS-ENV(2:1)
           MOVE '0' TO ELEV-HOURS-ENV(1:1)
          END-IF
          IF ELEV-HOURS-ENV IS NOT NUMERIC
           MOVE ZEROS TO ELEV-HOURS
          ELSE
           MOVE ELEV-HOURS-ENV TO ELEV-HOURS
          END-IF
         END-IF.
         IF ELEV-HOURS = ZEROS OR ELEV-HOURS > ELEV-MAX-HOURS
          DISPLAY 'OPRV0001: BREAK-GLASS HOURS MUST BE 1 TO '
           ELEV-MAX-HOURS
          MOVE 4 TO OPRV-RC
          EXIT PARAGRAPH
         END-IF.
         ACCEPT OPR-FL-PATH-ENV FROM ENVIRONMENT 'OPRV0001_OPRFILE'.
         IF OPR-FL-PATH-ENV NOT = SPACES
          MOVE OPR-FL-PATH-ENV TO OPR-FL-PATH
         END-IF.
         MOVE 'N' TO OPR-EOF-FL.
         MOVE 'N' TO OPR-FOUND-FL.
         OPEN INPUT OPR-FL.
         IF STTS-OPR NOT = ZEROS
          DISPLAY 'OPRV0001: NO OPERATOR MASTER, BREAK-GLASS REFUSED'
          MOVE 8 TO OPRV-RC
          EXIT PARAGRAPH
         END-IF.
         PERFORM 100-SCAN-ONE-OPR UNTIL OPR-IS-EOF
          OR OPR-IS-FOUND.
         CLOSE OPR-FL.
         IF NOT OPR-IS-FOUND
          DISPLAY 'OPRV0001: UNKNOWN OPERATOR ' OPRV-ID
          MOVE 8 TO OPRV-RC
          EXIT PARAGRAPH
         END-IF.
         PERFORM 110-CHECK-ROLE.
         IF ROLE-IS-FOUND
          DISPLAY 'OPRV0001: OPERATOR ' OPRV-ID ' ALREADY HOLDS '
           OPRV-ROLE
          MOVE 4 TO OPRV-RC
          EXIT PARAGRAPH
         END-IF.
         PERFORM 320-WRITE-GRANT.
         IF OPRV-RC NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 330-RAISE-ELEV-ALERT.
         MOVE 'W' TO LOG-SEV.
         MOVE SPACES TO LOG-TEXT.
         STRING 'BREAK-GLASS ' OPRV-ID ' ROLE ' OPRV-ROLE ' UNTIL '
           EG-TO-TS OF ELEV-WRK DELIMITED BY SIZE INTO LOG-TEXT.
         PERFORM 900-WRITE-LOG.
         MOVE 'I' TO LOG-SEV.
         DISPLAY 'BREAK-GLASS GRANTED: ' OPRV-ID ' ROLE ' OPRV-ROLE
          ' UNTIL ' EG-TO-TS OF ELEV-WRK.

        310-FIND-ELEV-ROLE.
         ADD 1 TO ER-IX.

        320-WRITE-GRANT.
         MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TS.
         MOVE SPACES TO ELEV-WRK.
         MOVE OPRV-ID TO EG-OPER OF ELEV-WRK.
         MOVE OPRV-ROLE TO EG-ROLE OF ELEV-WRK.
         MOVE NOW-TS TO EG-FROM-TS OF ELEV-WRK.
         MOVE ELEV-HOURS TO EG-HOURS OF ELEV-WRK.
         MOVE OPRV-PGM TO EG-PGM OF ELEV-WRK.
         MOVE ELEV-REASON TO EG-REASON OF ELEV-WRK.
      * THE END OF THE GRANT IS THE SAME CLOCK TIME N HOURS LATER,
      * ROLLING INTO THE NEXT DAY AT MOST ONCE (N <= 12)
         MOVE NOW-TS(1:8) TO END-DT8.
         MOVE NOW-TS(9:2) TO END-HH.
         ADD ELEV-HOURS TO END-HH.
         IF END-HH > 23
          SUBTRACT 24 FROM END-HH
          COMPUTE END-DT8 = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(END-DT8) + 1)
         END-IF.
         MOVE NOW-TS TO EG-TO-TS OF ELEV-WRK.
         MOVE END-DT8 TO EG-TO-TS OF ELEV-WRK(1:8).
         MOVE END-HH TO EG-TO-TS OF ELEV-WRK(9:2).
         CALL 'AUDC0001' USING EG-FL-PATH ELEV-WRK EG-WIDTH AUDC-RC
          ON EXCEPTION
           MOVE 8 TO AUDC-RC
         END-CALL.
         IF AUDC-RC NOT = ZEROS
          DISPLAY 'OPRV0001: CANNOT WRITE THE BREAK-GLASS REGISTER'
          MOVE 8 TO OPRV-RC
         END-IF.

        330-RAISE-ELEV-ALERT.
         OPEN EXTEND ALRT-FL.
         IF STTS-ALRT = 35 OR STTS-ALRT = 30
          OPEN OUTPUT ALRT-FL
         END-IF.
         IF STTS-ALRT NOT = ZEROS
          DISPLAY 'OPRV0001: CANNOT OPEN ALERT FILE, STATUS = '
           STTS-ALRT
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO ALRT-SEQ.
         MOVE 'ELV' TO ALRT-TYPE.
         MOVE OPRV-ID TO ALRT-A.
         MOVE OPRV-ROLE TO ALRT-B.
         MOVE SPACES TO ALRT-MSG.
         STRING 'BREAK-GLASS ' ELEV-HOURS 'H UNTIL '
           EG-TO-TS OF ELEV-WRK(1:12) DELIMITED BY SIZE INTO ALRT-MSG.
         MOVE NOW-TS(1:8) TO ALRT-DT.
         MOVE NOW-TS TO ALRT-TS.
         WRITE ALRT-RCRD.
         CLOSE ALRT-FL.

        900-WRITE-LOG.
         CALL 'LOGR0001' USING OPRV-PGM LOG-SEV LOG-MSGID LOG-TEXT
          ON EXCEPTION
