      * Date: 20260902
      * Purpose: ESTUDAR COBOL - CONSOLE UNIFICADO DO OPERADOR: MENU
      *          NUMERADO QUE CHAMA AS CONSULTAS DA MANHA (RUNQ0001,
      *          ALWS0001, LINQ0001, CARY0001, ARCH0001, DIXB0001,
      *          AUDQ0001, PNDQ0001, RPRT0001, ELVR0001), O PEDIDO DE
      *          ACESSO DE EMERGENCIA (OPRV0001 FUNCAO BRK),
      *          PASSANDO OS FILTROS INFORMADOS E VOLTANDO AO MENU; O
      *          CABECALHO MOSTRA O VEREDICTO DA ULTIMA CADEIA
      *          (RUNHIST.txt), A CONTAGEM DE ALERTAS ABERTOS E OS
      *          AVISOS OPERACIONAIS EM VIGOR HOJE (NTCB0001)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          02 RH-END                                         PIC 9(14).
          02 RH-RC                                          PIC 999.
          02 RH-WARN                                        PIC X.
          02 RH-BUILD                                       PIC X(12).

         FD ALRT-FL.
         01 ALRT-RCRD.
         01 ACK-RCRD                                        PIC X(45).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'OPER0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 HIST-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RUNHIST.txt'.
         77 ALRT-FL-PATH              PIC X(80)
         77 CT-ACKS                                        PIC 9(5).
         77 CT-OPEN                                        PIC 9(5).
         77 ED-OPEN                                        PIC ZZZZ9.
         77 NTCB-DATE                       PIC 9(8) VALUE ZEROS.
         01 NTCB-AREA.
           COPY NTCBREC.
         77 NTCB-RC                                        PIC 99.
         77 NTC-IX                                         PIC 99.
         77 NTC-SEV-TXT                                    PIC X(5).
         77 ED-NTC                                         PIC ZZ9.
         77 ED-NTC-BLK                                     PIC ZZ9.

         77 MENU-DONE-FL                              PIC X VALUE 'N'.
          88 MENU-IS-DONE                                  VALUE 'Y'.
         77 ANS-OPT                                        PIC X.
         77 ANS-TXT                                        PIC X(30).
         77 OPRV-FUNC                                      PIC X(3).
         77 OPRV-ID                                        PIC X(3).
         77 OPRV-ROLE                                      PIC X(8).
         77 OPRV-PGM                       PIC X(8) VALUE 'OPER0001'.
         77 OPRV-RC                                        PIC 99.
         77 CT-SESSIONS                         PIC 9(4) VALUE ZEROS.
         77 SAVED-RC                  PIC S9(9) COMP-5.


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
         DISPLAY 'MAIN: OPER0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
         DISPLAY '=============== OPERATOR CONSOLE ==============='.
         DISPLAY ' LAST CHAIN: ' RUN-VERDICT
          '  OPEN ALERTS: ' ED-OPEN.
         PERFORM 211-SHOW-NOTICES.
         DISPLAY '------------------------------------------------'.
         DISPLAY ' 1 - RUN HISTORY           (RUNQ0001)'.
         DISPLAY ' 2 - ALERT WORKSTATION     (ALWS0001)'.
         DISPLAY ' 4 - CARRYOVER AGING       (CARY0001)'.
         DISPLAY ' 5 - ARCHIVE UTILITY       (ARCH0001)'.
         DISPLAY ' 6 - DESCRIPTION INDEX     (DIXB0001)'.
         DISPLAY ' 7 - AUDIT TRAIL INQUIRY   (AUDQ0001)'.
         DISPLAY ' 8 - PENDING WORK QUEUES   (PNDQ0001)'.
         DISPLAY ' 9 - REPORT REPOSITORY     (RPRT0001)'.
         DISPLAY ' B - BREAK-GLASS ACCESS    (OPRV0001)'.
         DISPLAY ' R - BREAK-GLASS REVIEW    (ELVR0001)'.
         DISPLAY ' 0 - EXIT'.
         DISPLAY 'OPTION: '.
         ACCEPT ANS-OPT.
           PERFORM 235-RUN-ARCH
          WHEN '6'
           PERFORM 236-RUN-DIXB
          WHEN '7'
           PERFORM 237-RUN-AUDQ
          WHEN '8'
           PERFORM 238-RUN-PNDQ
          WHEN '9'
           PERFORM 239-RUN-RPRT
          WHEN 'B'
          WHEN 'b'
           PERFORM 241-RUN-BREAK-GLASS
          WHEN 'R'
          WHEN 'r'
           MOVE 'ELVR0001' TO ANS-TXT
           PERFORM 240-CALL-ONE
          WHEN '0'
           MOVE 'Y' TO MENU-DONE-FL
          WHEN OTHER
           DISPLAY 'UNKNOWN OPTION: ' ANS-OPT
         END-EVALUATE.

        211-SHOW-NOTICES.
         IF NTCB-RC = 8
          DISPLAY ' NOTICE BOARD UNAVAILABLE'
          EXIT PARAGRAPH
         END-IF.
         IF NTCB-CT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         MOVE NTCB-CT TO ED-NTC.
         MOVE NTCB-BLOCK-CT TO ED-NTC-BLK.
         DISPLAY ' NOTICES TODAY: ' ED-NTC '  BLOCKING: ' ED-NTC-BLK.
         MOVE 1 TO NTC-IX.
         PERFORM 212-SHOW-ONE-NOTICE UNTIL NTC-IX > NTCB-LIST-CT.
         IF NTCB-CT > NTCB-LIST-CT
          DISPLAY '  ... NOT ALL NOTICES SHOWN'
         END-IF.

        212-SHOW-ONE-NOTICE.
         EVALUATE NTCB-SEV(NTC-IX)
          WHEN 'B'
           MOVE 'BLOCK' TO NTC-SEV-TXT
          WHEN 'W'
           MOVE 'WARN' TO NTC-SEV-TXT
          WHEN OTHER
           MOVE 'INFO' TO NTC-SEV-TXT
         END-EVALUATE.
         DISPLAY '  ' NTC-SEV-TXT ' ' NTCB-DESC-A(NTC-IX).
         ADD 1 TO NTC-IX.

        220-BUILD-BANNER.
         MOVE 'NOT RUN' TO RUN-VERDICT.
         MOVE ZEROS TO LAST-RUN-ID.
          END-IF
         END-IF.
         PERFORM 223-COUNT-OPEN-ALERTS.
         PERFORM 226-LOAD-NOTICES.

        221-SCAN-LAST-RUN.
         READ HIST-FL
          MOVE 'Y' TO ACK-EOF-FL
         END-IF.

        226-LOAD-NOTICES.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'NTCB0001' USING NTCB-DATE NTCB-AREA NTCB-RC
          ON EXCEPTION
           MOVE 8 TO NTCB-RC
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.

        231-RUN-RUNQ.
         DISPLAY 'HOW MANY RUNS TO SHOW (BLANK = DEFAULT): '.
         ACCEPT ANS-TXT.
         MOVE 'DIXB0001' TO ANS-TXT.
         PERFORM 240-CALL-ONE.

        237-RUN-AUDQ.
         DISPLAY 'OPERATOR ID (BLANK = ALL): '.
         ACCEPT ANS-TXT.
         DISPLAY 'AUDQ0001_OPER' UPON ENVIRONMENT-NAME.
         DISPLAY ANS-TXT UPON ENVIRONMENT-VALUE.
         DISPLAY 'FROM DATE YYYYMMDD (BLANK = OPEN): '.
         ACCEPT ANS-TXT.
         DISPLAY 'AUDQ0001_FROMDATE' UPON ENVIRONMENT-NAME.
         DISPLAY ANS-TXT UPON ENVIRONMENT-VALUE.
         DISPLAY 'TO DATE YYYYMMDD (BLANK = OPEN): '.
         ACCEPT ANS-TXT.
         DISPLAY 'AUDQ0001_TODATE' UPON ENVIRONMENT-NAME.
         DISPLAY ANS-TXT UPON ENVIRONMENT-VALUE.
         DISPLAY 'PROGRAM (BLANK = ALL): '.
         ACCEPT ANS-TXT.
         DISPLAY 'AUDQ0001_PGM' UPON ENVIRONMENT-NAME.
         DISPLAY ANS-TXT UPON ENVIRONMENT-VALUE.
         DISPLAY 'OBJECT - CURRENCY, ENTITY OR KEY (BLANK = ALL): '.
         ACCEPT ANS-TXT.
         DISPLAY 'AUDQ0001_OBJECT' UPON ENVIRONMENT-NAME.
         DISPLAY ANS-TXT UPON ENVIRONMENT-VALUE.
         MOVE 'AUDQ0001' TO ANS-TXT.
         PERFORM 240-CALL-ONE.

        238-RUN-PNDQ.
         DISPLAY 'QUEUE - APPROVAL, REVERSAL, VALHOLD, REJECT,'.
         DISPLAY '  RECNBRK, ALERT, GLUNCONF, SUSPEND, MANRATE, ADJUST'.
         DISPLAY '  (BLANK = ALL): '.
         ACCEPT ANS-TXT.
         DISPLAY 'PNDQ0001_QUEUE' UPON ENVIRONMENT-NAME.
         DISPLAY ANS-TXT UPON ENVIRONMENT-VALUE.
         MOVE 'PNDQ0001' TO ANS-TXT.
         PERFORM 240-CALL-ONE.

        239-RUN-RPRT.
         DISPLAY 'FUNCTION - LIST, VIEW, COPY (BLANK = LIST): '.
         ACCEPT ANS-TXT.
         DISPLAY 'RPRT0001_FUNC' UPON ENVIRONMENT-NAME.
         DISPLAY ANS-TXT UPON ENVIRONMENT-VALUE.
         DISPLAY 'REPORT ID (BLANK = ALL): '.
         ACCEPT ANS-TXT.
         DISPLAY 'RPRT0001_RPTID' UPON ENVIRONMENT-NAME.
         DISPLAY ANS-TXT UPON ENVIRONMENT-VALUE.
         DISPLAY 'FROM BUSINESS DATE YYYYMMDD (BLANK = OPEN): '.
         ACCEPT ANS-TXT.
         DISPLAY 'RPRT0001_FROMDATE' UPON ENVIRONMENT-NAME.
         DISPLAY ANS-TXT UPON ENVIRONMENT-VALUE.
         DISPLAY 'TO BUSINESS DATE YYYYMMDD (BLANK = OPEN): '.
         ACCEPT ANS-TXT.
         DISPLAY 'RPRT0001_TODATE' UPON ENVIRONMENT-NAME.
         DISPLAY ANS-TXT UPON ENVIRONMENT-VALUE.
         MOVE 'RPRT0001' TO ANS-TXT.
         PERFORM 240-CALL-ONE.

        240-CALL-ONE.
      * EACH INQUIRY IS CALLED FRESH AND CANCELLED AFTER, SO A SECOND
      * VISIT IN THE SAME SESSION STARTS WITH CLEAN WORKING STORAGE
         CANCEL ANS-TXT(1:8).
         MOVE SAVED-RC TO RETURN-CODE.

        241-RUN-BREAK-GLASS.
      * NIGHT-SHIFT ELEVATION: OPRV0001 CHECKS THE OPERATOR, THE ROLE,
      * THE HOURS AND THE REASON, REGISTERS THE GRANT AND ALERTS
         DISPLAY 'OPERATOR INITIALS TO ELEVATE: '.
         ACCEPT OPRV-ID.
         DISPLAY 'ROLE (APPROVER, REVERSER): '.
         ACCEPT OPRV-ROLE.
         DISPLAY 'HOURS (BLANK = 8, MAXIMUM 12): '.
         ACCEPT ANS-TXT.
         DISPLAY 'OPRV0001_ELEVHOURS' UPON ENVIRONMENT-NAME.
         DISPLAY ANS-TXT UPON ENVIRONMENT-VALUE.
         DISPLAY 'REASON (MANDATORY): '.
         ACCEPT ANS-TXT.
         DISPLAY 'OPRV0001_ELEVREASON' UPON ENVIRONMENT-NAME.
         DISPLAY ANS-TXT UPON ENVIRONMENT-VALUE.
         MOVE 'BRK' TO OPRV-FUNC.
         ADD 1 TO CT-SESSIONS.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'OPRV0001' USING OPRV-FUNC OPRV-ID OPRV-ROLE
           OPRV-PGM OPRV-RC
          ON EXCEPTION
           DISPLAY 'PROGRAM NOT AVAILABLE: OPRV0001'
           MOVE 8 TO OPRV-RC
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.
         IF OPRV-RC NOT = ZEROS
          DISPLAY 'BREAK-GLASS NOT GRANTED'
         END-IF.

        300-END.
         DISPLAY '-- CONSOLE SESSION SUMMARY --'.
         DISPLAY ' INQUIRIES RUN: ' CT-SESSIONS.
