      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - CONFIRMACOES DE OPERACAO: GERA UMA
      *          CONFIRMACAO DE SAIDA (CONFOUT.txt) PARA CADA CONVERSAO
      *          DO DIA COM CONTRAPARTE (LIN0001.txt + CPTYEXP.txt), COM
      *          PAR, VALORES, TAXA APLICADA E DATA VALOR; CASA AS
      *          CONFIRMACOES RECEBIDAS DAS CONTRAPARTES (CONFIN.txt)
      *          PELA NOSSA REFERENCIA; DIVERGENTES E NAO CONFIRMADAS HA
      *          MAIS DE N DIAS UTEIS SAO LISTADAS E ESCALADAS PARA
      *          ALERT.txt; PENDENTES FICAM EM CONFREG.txt E AS CASADAS
      *          VAO PARA A TRILHA CONFHIST.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. CONF0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT LIN-FL ASSIGN LIN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-LIN.
         SELECT CPX-FL ASSIGN CPX-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CPX.
         SELECT CFR-FL ASSIGN CFR-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CFR.
         SELECT CIN-FL ASSIGN CIN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CIN.
         SELECT OUT-FL ASSIGN OUT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-OUT.
         SELECT HST-FL ASSIGN HST-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-HST.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.
         SELECT HOLIDAY-FL ASSIGN HOLIDAY-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-HOL.
         SELECT ALRT-FL ASSIGN ALRT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ALRT.

       DATA DIVISION.
        FILE SECTION.
         FD LIN-FL.
         01 LIN-RCRD.
          02 LIN-SEQ                                        PIC 9(6).
          02 LIN-A                                          PIC X(10).
          02 LIN-B                                          PIC X(10).
          02 LIN-DT                                         PIC 9(8).
          02 LIN-I-V                                       PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 LIN-O-V                                       PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 LIN-NUM                                        PIC 9(10).
          02 LIN-DEN                                        PIC 9(10).
          02 LIN-EFF-DT                                     PIC 9(8).
          02 LIN-MID                                        PIC X(10).
          02 LIN-RUN-DT                                     PIC 9(8).
          02 LIN-FIX                                        PIC X(5).
          02 LIN-TENOR                                      PIC X(3).
          02 LIN-ENT                                        PIC X(4).
          02 LIN-SIDE                                       PIC X.
          02 LIN-INV                                        PIC X.

         FD CPX-FL.
         01 CPX-RCRD.
          02 CPX-CPTY                                       PIC X(8).
          02 CPX-ENT                                        PIC X(4).
          02 CPX-A                                          PIC X(10).
          02 CPX-B                                          PIC X(10).
          02 CPX-VAL-DT                                     PIC 9(8).
          02 CPX-AMT                                     PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 CPX-RUN-DT                                     PIC 9(8).
          02 CPX-SEQ                                        PIC 9(6).

      * CONFIRMATIONS STILL OPEN (SENT OR MISMATCH); CONFHIST HAS THE
      * SAME LAYOUT FOR THE MATCHED ONES
         FD CFR-FL.
         01 CFR-RCRD.
          02 CFR-REF                                        PIC X(16).
          02 CFR-CPTY                                       PIC X(8).
          02 CFR-ENT                                        PIC X(4).
          02 CFR-A                                          PIC X(10).
          02 CFR-B                                          PIC X(10).
          02 CFR-TRADE-DT                                   PIC 9(8).
          02 CFR-VAL-DT                                     PIC 9(8).
          02 CFR-I-V                                       PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 CFR-O-V                                       PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 CFR-NUM                                        PIC 9(10).
          02 CFR-DEN                                        PIC 9(10).
          02 CFR-STATUS                                     PIC X(8).
          02 CFR-STS-DT                                     PIC 9(8).
          02 CFR-NOTE                                       PIC X(20).

         FD CIN-FL.
         01 CIN-RCRD.
          02 CIN-REF                                        PIC X(16).
          02 CIN-CPTY                                       PIC X(8).
          02 CIN-A                                          PIC X(10).
          02 CIN-B                                          PIC X(10).
          02 CIN-VAL-DT                                     PIC 9(8).
          02 CIN-I-V                                       PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 CIN-O-V                                       PIC S9(08)V99
           SIGN IS TRAILING SEPARATE CHARACTER.

         FD OUT-FL.
         01 OUT-REC                                        PIC X(80).

         FD HST-FL.
         01 HST-REC                                        PIC X(150).

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

         FD HOLIDAY-FL.
         01 HOL-RCRD.
          02 HOL-MKT                                        PIC X(10).
          02 HOL-DT                                         PIC 9(8).

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
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'CONF0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 LIN-FL-PATH               PIC X(80)
             VALUE '.\..\fls\LIN0001.txt'.
         77 CPX-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CPTYEXP.txt'.
         77 CFR-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CONFREG.txt'.
         77 CIN-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CONFIN.txt'.
         77 OUT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CONFOUT.txt'.
         77 HST-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CONFHIST.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CONFRPT.txt'.
         77 HOLIDAY-FL-PATH           PIC X(80)
             VALUE '.\..\fls\HOLIDAY.txt'.
         77 ALRT-FL-PATH              PIC X(80)
             VALUE '.\..\fls\ALERT.txt'.
         77 LIN-FL-PATH-ENV           PIC X(80).
         77 CPX-FL-PATH-ENV           PIC X(80).
         77 CFR-FL-PATH-ENV           PIC X(80).
         77 CIN-FL-PATH-ENV           PIC X(80).
         77 OUT-FL-PATH-ENV           PIC X(80).
         77 HST-FL-PATH-ENV           PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 HOLIDAY-FL-PATH-ENV       PIC X(80).
         77 ALRT-FL-PATH-ENV          PIC X(80).
         77 REH-WRK-PATH                                   PIC X(80).

         77 STTS-LIN                                       PIC 99.
         77 STTS-CPX                                       PIC 99.
         77 STTS-CFR                                       PIC 99.
         77 STTS-CIN                                       PIC 99.
         77 STTS-OUT                                       PIC 99.
         77 STTS-HST                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 STTS-HOL                                       PIC 99.
         77 STTS-ALRT                                      PIC 99.
         77 LIN-EOF-FL                               PIC X VALUE 'N'.
          88 LIN-IS-EOF                                    VALUE 'Y'.
         77 CPX-EOF-FL                               PIC X VALUE 'N'.
          88 CPX-IS-EOF                                    VALUE 'Y'.
         77 CFR-EOF-FL                               PIC X VALUE 'N'.
          88 CFR-IS-EOF                                    VALUE 'Y'.
         77 CIN-EOF-FL                               PIC X VALUE 'N'.
          88 CIN-IS-EOF                                    VALUE 'Y'.
         77 HOL-EOF-FL                               PIC X VALUE 'N'.
          88 HOL-IS-EOF                                    VALUE 'Y'.
         77 REHEARSAL-ENV                              PIC X(3).
         77 REHEARSAL-FL                          PIC X VALUE 'N'.
          88 IS-REHEARSAL                               VALUE 'Y'.

         77 ESC-DAYS                            PIC 9(3) VALUE 2.
         77 ESC-DAYS-ENV                                   PIC X(3).
         77 OUR-BIC                    PIC X(11) VALUE 'OURBANKXXXX'.
         77 OUR-BIC-ENV                                    PIC X(11).

      * TODAY'S COUNTERPARTY BOOKINGS, KEYED BY THE LINEAGE SEQUENCE
         77 CPX-CT                                     PIC 9(4) COMP.
         77 CPX-IX                                     PIC 9(4) COMP.
         01 CPX-TBL.
          03 CPX-ENTRY OCCURS 999.
           05 CX-SEQ                                       PIC 9(6).
           05 CX-CPTY                                      PIC X(8).
           05 CX-ENT                                       PIC X(4).
         77 CPX-FOUND-FL                                   PIC X.
          88 CPX-IS-FOUND                                  VALUE 'Y'.

         77 CFR-CT                                     PIC 9(4) COMP.
         77 CFR-IX                                     PIC 9(4) COMP.
         01 CFR-TBL.
          03 CFR-ENTRY OCCURS 999.
           05 CF-REF                                       PIC X(16).
           05 CF-CPTY                                      PIC X(8).
           05 CF-ENT                                       PIC X(4).
           05 CF-A                                         PIC X(10).
           05 CF-B                                         PIC X(10).
           05 CF-TRADE-DT                                  PIC 9(8).
           05 CF-VAL-DT                                    PIC 9(8).
           05 CF-I-V                                     PIC S9(08)V99.
           05 CF-O-V                                     PIC S9(08)V99.
           05 CF-NUM                                       PIC 9(10).
           05 CF-DEN                                       PIC 9(10).
           05 CF-STATUS                                    PIC X(8).
           05 CF-STS-DT                                    PIC 9(8).
           05 CF-NOTE                                      PIC X(20).
         77 CFR-FOUND-FL                                   PIC X.
          88 CFR-IS-FOUND                                  VALUE 'Y'.

         77 HOL-CT                                     PIC 9(4) COMP.
         77 HOL-IX                                     PIC 9(4) COMP.
         01 HOL-TBL.
          02 HOL-ENTRY OCCURS 999 TIMES                   PIC 9(8).
         77 HOL-HIT-FL                                     PIC X.
          88 HOL-IS-HIT                                    VALUE 'Y'.

         77 TODAY-DT                                       PIC 9(8).
         77 TODAY-INT                                      PIC 9(9).
         77 WRK-INT                                        PIC 9(9).
         77 WRK-DOW                                        PIC 9.
         77 WRK-DT                                         PIC 9(8).
         77 AGE-DAYS                                       PIC 9(5).
         77 ALRT-SEQ-CT                         PIC 999 VALUE ZEROS.
         77 CT-NEW                              PIC 9(6) VALUE ZEROS.
         77 CT-IN                               PIC 9(6) VALUE ZEROS.
         77 CT-MATCHED                          PIC 9(6) VALUE ZEROS.
         77 CT-MISMATCH                         PIC 9(6) VALUE ZEROS.
         77 CT-UNKNOWN                          PIC 9(6) VALUE ZEROS.
         77 CT-OVERDUE                          PIC 9(6) VALUE ZEROS.
         77 CT-OPEN                             PIC 9(6) VALUE ZEROS.

         01 NEW-REF.
          03 NEW-REF-PFX                          PIC X(2) VALUE 'CF'.
          03 NEW-REF-DT                                    PIC 9(8).
          03 NEW-REF-SEQ                                   PIC 9(6).
         01 MSG-AMT                                    PIC 9(12)V99.
         01 MSG-AMT-R REDEFINES MSG-AMT.
          03 MSG-AMT-INT                                   PIC 9(12).
          03 MSG-AMT-DEC                                   PIC 99.
         77 RATE-WRK                                   PIC 9(5)V9(6).
         77 ED-RATE                                    PIC Z(4)9.9(6).
         77 ED-AMT                                     PIC -(9)9.99.
         77 ED-AMT2                                    PIC -(9)9.99.
         77 ED-AGE                                         PIC Z(4)9.



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
         DISPLAY 'MAIN: CONF0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: CONF0001'.
         ACCEPT LIN-FL-PATH-ENV FROM ENVIRONMENT 'CONF0001_LINFILE'.
         IF LIN-FL-PATH-ENV NOT = SPACES
          MOVE LIN-FL-PATH-ENV TO LIN-FL-PATH
         END-IF.
         ACCEPT CPX-FL-PATH-ENV FROM ENVIRONMENT 'CONF0001_EXPFILE'.
         IF CPX-FL-PATH-ENV NOT = SPACES
          MOVE CPX-FL-PATH-ENV TO CPX-FL-PATH
         END-IF.
         ACCEPT CFR-FL-PATH-ENV FROM ENVIRONMENT 'CONF0001_REGFILE'.
         IF CFR-FL-PATH-ENV NOT = SPACES
          MOVE CFR-FL-PATH-ENV TO CFR-FL-PATH
         END-IF.
         ACCEPT CIN-FL-PATH-ENV FROM ENVIRONMENT 'CONF0001_INFILE'.
         IF CIN-FL-PATH-ENV NOT = SPACES
          MOVE CIN-FL-PATH-ENV TO CIN-FL-PATH
         END-IF.
         ACCEPT OUT-FL-PATH-ENV FROM ENVIRONMENT 'CONF0001_OUTFILE'.
         IF OUT-FL-PATH-ENV NOT = SPACES
          MOVE OUT-FL-PATH-ENV TO OUT-FL-PATH
         END-IF.
         ACCEPT HST-FL-PATH-ENV FROM ENVIRONMENT 'CONF0001_HISTFILE'.
         IF HST-FL-PATH-ENV NOT = SPACES
          MOVE HST-FL-PATH-ENV TO HST-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'CONF0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT HOLIDAY-FL-PATH-ENV FROM ENVIRONMENT 'CONF0001_HOLFILE'.
         IF HOLIDAY-FL-PATH-ENV NOT = SPACES
          MOVE HOLIDAY-FL-PATH-ENV TO HOLIDAY-FL-PATH
         END-IF.
         ACCEPT ALRT-FL-PATH-ENV FROM ENVIRONMENT 'CONF0001_ALERTFILE'.
         IF ALRT-FL-PATH-ENV NOT = SPACES
          MOVE ALRT-FL-PATH-ENV TO ALRT-FL-PATH
         END-IF.
         ACCEPT ESC-DAYS-ENV FROM ENVIRONMENT 'CONF0001_ESCDAYS'.
         IF ESC-DAYS-ENV IS NUMERIC AND ESC-DAYS-ENV NOT = SPACES
          MOVE ESC-DAYS-ENV TO ESC-DAYS
         END-IF.
         ACCEPT OUR-BIC-ENV FROM ENVIRONMENT 'CONF0001_OURBIC'.
         IF OUR-BIC-ENV NOT = SPACES
          MOVE OUR-BIC-ENV TO OUR-BIC
         END-IF.
         ACCEPT REHEARSAL-ENV FROM ENVIRONMENT 'CHAIN_REHEARSAL'.
         IF REHEARSAL-ENV(1:1) = 'Y'
          MOVE 'Y' TO REHEARSAL-FL
          MOVE SPACES TO REH-WRK-PATH
          STRING OUT-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO OUT-FL-PATH
          MOVE SPACES TO REH-WRK-PATH
          STRING RPT-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO RPT-FL-PATH
          DISPLAY 'REHEARSAL MODE: REGISTER UNTOUCHED, NO ALERTS'
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-DT).
         MOVE 0 TO HOL-CT.
         MOVE 0 TO CPX-CT.
         MOVE 0 TO CFR-CT.
         PERFORM 101-LOAD-HOLIDAYS.
         PERFORM 103-LOAD-REGISTER.
         PERFORM 105-LOAD-TODAYS-CPTY.

        101-LOAD-HOLIDAYS.
         OPEN INPUT HOLIDAY-FL.
         IF STTS-HOL NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 102-LOAD-ONE-HOLIDAY UNTIL HOL-IS-EOF.
         CLOSE HOLIDAY-FL.

        102-LOAD-ONE-HOLIDAY.
         READ HOLIDAY-FL
          AT END
           MOVE 'Y' TO HOL-EOF-FL
          NOT AT END
           IF HOL-CT < 999
            ADD 1 TO HOL-CT
            MOVE HOL-DT TO HOL-ENTRY(HOL-CT)
           END-IF
         END-READ.
         IF STTS-HOL NOT = ZEROS AND STTS-HOL NOT = 10
          MOVE 'Y' TO HOL-EOF-FL
         END-IF.

        103-LOAD-REGISTER.
         OPEN INPUT CFR-FL.
         IF STTS-CFR NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 104-LOAD-ONE-CONF UNTIL CFR-IS-EOF.
         CLOSE CFR-FL.

        104-LOAD-ONE-CONF.
         READ CFR-FL
          AT END
           MOVE 'Y' TO CFR-EOF-FL
          NOT AT END
           IF CFR-CT >= 999
            DISPLAY 'CONFIRMATION TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO CFR-CT
           MOVE CFR-REF TO CF-REF(CFR-CT)
           MOVE CFR-CPTY TO CF-CPTY(CFR-CT)
           MOVE CFR-ENT TO CF-ENT(CFR-CT)
           MOVE CFR-A TO CF-A(CFR-CT)
           MOVE CFR-B TO CF-B(CFR-CT)
           MOVE CFR-TRADE-DT TO CF-TRADE-DT(CFR-CT)
           MOVE CFR-VAL-DT TO CF-VAL-DT(CFR-CT)
           MOVE CFR-I-V TO CF-I-V(CFR-CT)
           MOVE CFR-O-V TO CF-O-V(CFR-CT)
           MOVE CFR-NUM TO CF-NUM(CFR-CT)
           MOVE CFR-DEN TO CF-DEN(CFR-CT)
           MOVE CFR-STATUS TO CF-STATUS(CFR-CT)
           MOVE CFR-STS-DT TO CF-STS-DT(CFR-CT)
           MOVE CFR-NOTE TO CF-NOTE(CFR-CT)
         END-READ.
         IF STTS-CFR NOT = ZEROS AND STTS-CFR NOT = 10
          DISPLAY 'I/O ERROR READING CFR-FL, STATUS = ' STTS-CFR
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO CFR-EOF-FL
         END-IF.

        105-LOAD-TODAYS-CPTY.
      * CONV0001 AND HRLS0001 BOOK ONE EXPOSURE ROW PER CONVERSION
      * WITH A COUNTERPARTY, CARRYING THE LINEAGE SEQUENCE
         OPEN INPUT CPX-FL.
         IF STTS-CPX NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 106-LOAD-ONE-CPX UNTIL CPX-IS-EOF.
         CLOSE CPX-FL.

        106-LOAD-ONE-CPX.
         READ CPX-FL
          AT END
           MOVE 'Y' TO CPX-EOF-FL
          NOT AT END
           IF CPX-RUN-DT = TODAY-DT
            IF CPX-CT >= 999
             DISPLAY 'EXPOSURE TABLE FULL, RUN ABORTED'
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
            ADD 1 TO CPX-CT
            MOVE CPX-SEQ TO CX-SEQ(CPX-CT)
            MOVE CPX-CPTY TO CX-CPTY(CPX-CT)
            MOVE CPX-ENT TO CX-ENT(CPX-CT)
           END-IF
         END-READ.
         IF STTS-CPX NOT = ZEROS AND STTS-CPX NOT = 10
          DISPLAY 'I/O ERROR READING CPX-FL, STATUS = ' STTS-CPX
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO CPX-EOF-FL
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: CONF0001'.
         OPEN OUTPUT RPT-FL.
         MOVE SPACES TO RPT-REC.
         STRING 'TRADE CONFIRMATIONS ' TODAY-DT
          '  ESCALATION AFTER ' ESC-DAYS ' BUSINESS DAYS'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         PERFORM 210-ISSUE-CONFIRMATIONS.
         PERFORM 220-MATCH-INBOUND.
         PERFORM 230-AGE-OPEN.
         CLOSE RPT-FL.
         IF NOT IS-REHEARSAL
          PERFORM 250-REWRITE-REGISTER
         END-IF.

        210-ISSUE-CONFIRMATIONS.
         OPEN OUTPUT OUT-FL.
         IF STTS-OUT NOT = ZEROS
          DISPLAY 'ERROR OPENING OUT-FL, STATUS = ' STTS-OUT
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         OPEN INPUT LIN-FL.
         IF STTS-LIN NOT = ZEROS
          DISPLAY 'NO LINEAGE FILE TODAY (' LIN-FL-PATH ')'
         ELSE
          PERFORM 211-ISSUE-ONE UNTIL LIN-IS-EOF
          CLOSE LIN-FL
         END-IF.
         CLOSE OUT-FL.

        211-ISSUE-ONE.
         READ LIN-FL
          AT END
           MOVE 'Y' TO LIN-EOF-FL
          NOT AT END
           IF LIN-RUN-DT = TODAY-DT
            PERFORM 212-CONFIRM-CONVERSION
           END-IF
         END-READ.
         IF STTS-LIN NOT = ZEROS AND STTS-LIN NOT = 10
          DISPLAY 'I/O ERROR READING LIN-FL, STATUS = ' STTS-LIN
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO LIN-EOF-FL
         END-IF.

        212-CONFIRM-CONVERSION.
         MOVE 'N' TO CPX-FOUND-FL.
         MOVE 1 TO CPX-IX.
         PERFORM 213-SCAN-CPX UNTIL CPX-IX > CPX-CT OR CPX-IS-FOUND.
         IF NOT CPX-IS-FOUND
          EXIT PARAGRAPH
         END-IF.
         MOVE LIN-RUN-DT TO NEW-REF-DT.
         MOVE LIN-SEQ TO NEW-REF-SEQ.
      * A RERUN OF THE SAME DAY DOES NOT CONFIRM THE DEAL TWICE
         MOVE NEW-REF TO CIN-REF.
         PERFORM 221-FIND-REF.
         IF CFR-IS-FOUND
          EXIT PARAGRAPH
         END-IF.
         IF CFR-CT >= 999
          DISPLAY 'CONFIRMATION TABLE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO CFR-CT.
         MOVE NEW-REF TO CF-REF(CFR-CT).
         MOVE CX-CPTY(CPX-IX) TO CF-CPTY(CFR-CT).
         MOVE CX-ENT(CPX-IX) TO CF-ENT(CFR-CT).
         MOVE LIN-A TO CF-A(CFR-CT).
         MOVE LIN-B TO CF-B(CFR-CT).
         MOVE LIN-RUN-DT TO CF-TRADE-DT(CFR-CT).
         MOVE LIN-DT TO CF-VAL-DT(CFR-CT).
         MOVE LIN-I-V TO CF-I-V(CFR-CT).
         MOVE LIN-O-V TO CF-O-V(CFR-CT).
         MOVE LIN-NUM TO CF-NUM(CFR-CT).
         MOVE LIN-DEN TO CF-DEN(CFR-CT).
         MOVE 'SENT' TO CF-STATUS(CFR-CT).
         MOVE TODAY-DT TO CF-STS-DT(CFR-CT).
         MOVE SPACES TO CF-NOTE(CFR-CT).
         ADD 1 TO CT-NEW.
         PERFORM 215-WRITE-CONFIRMATION.

        213-SCAN-CPX.
         IF CX-SEQ(CPX-IX) = LIN-SEQ
          MOVE 'Y' TO CPX-FOUND-FL
         ELSE
          ADD 1 TO CPX-IX
         END-IF.

        215-WRITE-CONFIRMATION.
      * TAGGED CONFIRMATION: WE SOLD CURRENCY A (33B) AND BOUGHT
      * CURRENCY B (32B) AT THE RATE APPLIED IN CONV0001 (36)
         MOVE SPACES TO OUT-REC.
         STRING '{1:F01' OUR-BIC '}{2:I300' DELIMITED BY SIZE
           CF-CPTY(CFR-CT) DELIMITED BY SPACE
          '}' DELIMITED BY SIZE INTO OUT-REC.
         WRITE OUT-REC.
         MOVE SPACES TO OUT-REC.
         STRING ':20:' CF-REF(CFR-CT) DELIMITED BY SIZE INTO OUT-REC.
         WRITE OUT-REC.
         MOVE ':22A:NEWT' TO OUT-REC.
         WRITE OUT-REC.
         MOVE SPACES TO OUT-REC.
         STRING ':82A:' OUR-BIC ' ' CF-ENT(CFR-CT)
          DELIMITED BY SIZE INTO OUT-REC.
         WRITE OUT-REC.
         MOVE SPACES TO OUT-REC.
         STRING ':87A:' CF-CPTY(CFR-CT) DELIMITED BY SIZE
          INTO OUT-REC.
         WRITE OUT-REC.
         MOVE SPACES TO OUT-REC.
         STRING ':30T:' CF-TRADE-DT(CFR-CT) DELIMITED BY SIZE
          INTO OUT-REC.
         WRITE OUT-REC.
         MOVE SPACES TO OUT-REC.
         STRING ':30V:' CF-VAL-DT(CFR-CT) DELIMITED BY SIZE
          INTO OUT-REC.
         WRITE OUT-REC.
         MOVE ZEROS TO RATE-WRK.
         IF CF-DEN(CFR-CT) > 0
          COMPUTE RATE-WRK ROUNDED = CF-NUM(CFR-CT) / CF-DEN(CFR-CT)
           ON SIZE ERROR MOVE ZEROS TO RATE-WRK
          END-COMPUTE
         END-IF.
         MOVE RATE-WRK TO ED-RATE.
         MOVE SPACES TO OUT-REC.
         STRING ':36:' ED-RATE DELIMITED BY SIZE INTO OUT-REC.
         WRITE OUT-REC.
         IF CF-O-V(CFR-CT) < 0
          COMPUTE MSG-AMT = CF-O-V(CFR-CT) * -1
         ELSE
          MOVE CF-O-V(CFR-CT) TO MSG-AMT
         END-IF.
         MOVE SPACES TO OUT-REC.
         STRING ':32B:' CF-B(CFR-CT)(1:3) MSG-AMT-INT ',' MSG-AMT-DEC
          DELIMITED BY SIZE INTO OUT-REC.
         WRITE OUT-REC.
         IF CF-I-V(CFR-CT) < 0
          COMPUTE MSG-AMT = CF-I-V(CFR-CT) * -1
         ELSE
          MOVE CF-I-V(CFR-CT) TO MSG-AMT
         END-IF.
         MOVE SPACES TO OUT-REC.
         STRING ':33B:' CF-A(CFR-CT)(1:3) MSG-AMT-INT ',' MSG-AMT-DEC
          DELIMITED BY SIZE INTO OUT-REC.
         WRITE OUT-REC.
         MOVE '-}' TO OUT-REC.
         WRITE OUT-REC.

        220-MATCH-INBOUND.
         OPEN INPUT CIN-FL.
         IF STTS-CIN NOT = ZEROS
          DISPLAY 'NO INBOUND CONFIRMATIONS TODAY (' CIN-FL-PATH ')'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 222-MATCH-ONE UNTIL CIN-IS-EOF.
         CLOSE CIN-FL.

        221-FIND-REF.
         MOVE 'N' TO CFR-FOUND-FL.
         MOVE 1 TO CFR-IX.
         PERFORM 224-SCAN-REF UNTIL CFR-IX > CFR-CT OR CFR-IS-FOUND.

        222-MATCH-ONE.
         READ CIN-FL
          AT END
           MOVE 'Y' TO CIN-EOF-FL
          NOT AT END
           ADD 1 TO CT-IN
           PERFORM 221-FIND-REF
           IF CFR-IS-FOUND
            PERFORM 223-COMPARE-TERMS
           ELSE
            ADD 1 TO CT-UNKNOWN
            MOVE SPACES TO RPT-REC
            STRING ' UNKNOWN REFERENCE ' CIN-REF ' FROM ' CIN-CPTY
             ' ' CIN-A '/' CIN-B ' VD ' CIN-VAL-DT
             DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
           END-IF
         END-READ.
         IF STTS-CIN NOT = ZEROS AND STTS-CIN NOT = 10
          DISPLAY 'I/O ERROR READING CIN-FL, STATUS = ' STTS-CIN
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO CIN-EOF-FL
         END-IF.

        223-COMPARE-TERMS.
         IF CF-STATUS(CFR-IX) = 'MATCHED'
          EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO CF-NOTE(CFR-IX).
         EVALUATE TRUE
          WHEN CIN-CPTY NOT = CF-CPTY(CFR-IX)
           MOVE 'COUNTERPARTY' TO CF-NOTE(CFR-IX)
          WHEN CIN-A NOT = CF-A(CFR-IX) OR CIN-B NOT = CF-B(CFR-IX)
           MOVE 'CURRENCY PAIR' TO CF-NOTE(CFR-IX)
          WHEN CIN-VAL-DT NOT = CF-VAL-DT(CFR-IX)
           MOVE 'VALUE DATE' TO CF-NOTE(CFR-IX)
          WHEN CIN-I-V NOT = CF-I-V(CFR-IX)
           MOVE 'SOLD AMOUNT' TO CF-NOTE(CFR-IX)
          WHEN CIN-O-V NOT = CF-O-V(CFR-IX)
           MOVE 'BOUGHT AMOUNT' TO CF-NOTE(CFR-IX)
          WHEN OTHER
           CONTINUE
         END-EVALUATE.
         MOVE TODAY-DT TO CF-STS-DT(CFR-IX).
         IF CF-NOTE(CFR-IX) = SPACES
          MOVE 'MATCHED' TO CF-STATUS(CFR-IX)
          ADD 1 TO CT-MATCHED
         ELSE
          MOVE 'MISMATCH' TO CF-STATUS(CFR-IX)
          ADD 1 TO CT-MISMATCH
          MOVE CF-I-V(CFR-IX) TO ED-AMT
          MOVE CIN-I-V TO ED-AMT2
          MOVE SPACES TO RPT-REC
          STRING ' MISMATCH ' CF-REF(CFR-IX) ' ' CF-CPTY(CFR-IX)
           ' ON ' CF-NOTE(CFR-IX) ' OURS ' ED-AMT
           ' VD ' CF-VAL-DT(CFR-IX)
           ' THEIRS ' ED-AMT2 ' VD ' CIN-VAL-DT
           DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
         END-IF.

        224-SCAN-REF.
         IF CF-REF(CFR-IX) = CIN-REF
          MOVE 'Y' TO CFR-FOUND-FL
         ELSE
          ADD 1 TO CFR-IX
         END-IF.

        230-AGE-OPEN.
         MOVE 1 TO CFR-IX.
         PERFORM 231-AGE-ONE UNTIL CFR-IX > CFR-CT.

        231-AGE-ONE.
         IF CF-STATUS(CFR-IX) NOT = 'MATCHED'
          ADD 1 TO CT-OPEN
          PERFORM 232-COMPUTE-BUS-AGE
          IF AGE-DAYS > ESC-DAYS
           ADD 1 TO CT-OVERDUE
           MOVE AGE-DAYS TO ED-AGE
           MOVE CF-I-V(CFR-IX) TO ED-AMT
           MOVE SPACES TO RPT-REC
           STRING ' OVERDUE ' CF-STATUS(CFR-IX) ' ' CF-REF(CFR-IX)
            ' ' CF-CPTY(CFR-IX) ' ' CF-A(CFR-IX) '/' CF-B(CFR-IX)
            ' ' ED-AMT ' TRADE ' CF-TRADE-DT(CFR-IX)
            ' AGE ' ED-AGE ' ' CF-NOTE(CFR-IX)
            DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           IF NOT IS-REHEARSAL
            PERFORM 240-RAISE-ALERT
           END-IF
          END-IF
         END-IF.
         ADD 1 TO CFR-IX.

        232-COMPUTE-BUS-AGE.
         MOVE ZEROS TO AGE-DAYS.
         IF CF-TRADE-DT(CFR-IX) = 0
          MOVE 99999 TO AGE-DAYS
          EXIT PARAGRAPH
         END-IF.
         COMPUTE WRK-INT =
          FUNCTION INTEGER-OF-DATE(CF-TRADE-DT(CFR-IX)).
         PERFORM 233-COUNT-ONE-DAY UNTIL WRK-INT NOT < TODAY-INT.

        233-COUNT-ONE-DAY.
         ADD 1 TO WRK-INT.
         COMPUTE WRK-DOW = FUNCTION MOD(WRK-INT, 7).
         IF WRK-DOW = 0 OR WRK-DOW = 6
          EXIT PARAGRAPH
         END-IF.
         MOVE FUNCTION DATE-OF-INTEGER(WRK-INT) TO WRK-DT.
         MOVE 'N' TO HOL-HIT-FL.
         MOVE 1 TO HOL-IX.
         PERFORM 234-SCAN-HOLIDAY UNTIL HOL-IX > HOL-CT
          OR HOL-IS-HIT.
         IF NOT HOL-IS-HIT
          ADD 1 TO AGE-DAYS
         END-IF.

        234-SCAN-HOLIDAY.
         IF HOL-ENTRY(HOL-IX) = WRK-DT
          MOVE 'Y' TO HOL-HIT-FL
         ELSE
          ADD 1 TO HOL-IX
         END-IF.

        240-RAISE-ALERT.
         OPEN EXTEND ALRT-FL.
         IF STTS-ALRT = 35 OR STTS-ALRT = 30
          OPEN OUTPUT ALRT-FL
         END-IF.
         ADD 1 TO ALRT-SEQ-CT.
         MOVE ALRT-SEQ-CT TO ALRT-SEQ.
         MOVE 'CNF' TO ALRT-TYPE.
         MOVE CF-CPTY(CFR-IX) TO ALRT-A.
         MOVE CF-ENT(CFR-IX) TO ALRT-B.
         MOVE SPACES TO ALRT-MSG.
         IF CF-STATUS(CFR-IX) = 'MISMATCH'
          STRING 'CONFIRM MISMATCH ' CF-REF(CFR-IX)
           DELIMITED BY SIZE INTO ALRT-MSG
         ELSE
          STRING 'UNCONFIRMED DEAL ' CF-REF(CFR-IX)
           DELIMITED BY SIZE INTO ALRT-MSG
         END-IF.
         MOVE TODAY-DT TO ALRT-DT.
         MOVE FUNCTION CURRENT-DATE(1:14) TO ALRT-TS.
         WRITE ALRT-RCRD.
         CLOSE ALRT-FL.

        250-REWRITE-REGISTER.
      * MATCHED CONFIRMATIONS LEAVE THE REGISTER FOR THE HISTORY ON
      * THE NEXT DAY'S RUN, SO A RERUN TODAY STILL SEES THEM
         OPEN OUTPUT CFR-FL.
         IF STTS-CFR NOT = ZEROS
          DISPLAY 'ERROR OPENING CFR-FL, STATUS = ' STTS-CFR
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         OPEN EXTEND HST-FL.
         IF STTS-HST = 35 OR STTS-HST = 30
          OPEN OUTPUT HST-FL
         END-IF.
         MOVE 1 TO CFR-IX.
         PERFORM 251-WRITE-ONE-CONF UNTIL CFR-IX > CFR-CT.
         CLOSE HST-FL.
         CLOSE CFR-FL.
         DISPLAY 'CONFIRMATION REGISTER UPDATED: ' CFR-FL-PATH.

        251-WRITE-ONE-CONF.
         MOVE CF-REF(CFR-IX) TO CFR-REF.
         MOVE CF-CPTY(CFR-IX) TO CFR-CPTY.
         MOVE CF-ENT(CFR-IX) TO CFR-ENT.
         MOVE CF-A(CFR-IX) TO CFR-A.
         MOVE CF-B(CFR-IX) TO CFR-B.
         MOVE CF-TRADE-DT(CFR-IX) TO CFR-TRADE-DT.
         MOVE CF-VAL-DT(CFR-IX) TO CFR-VAL-DT.
         MOVE CF-I-V(CFR-IX) TO CFR-I-V.
         MOVE CF-O-V(CFR-IX) TO CFR-O-V.
         MOVE CF-NUM(CFR-IX) TO CFR-NUM.
         MOVE CF-DEN(CFR-IX) TO CFR-DEN.
         MOVE CF-STATUS(CFR-IX) TO CFR-STATUS.
         MOVE CF-STS-DT(CFR-IX) TO CFR-STS-DT.
         MOVE CF-NOTE(CFR-IX) TO CFR-NOTE.
         IF CF-STATUS(CFR-IX) = 'MATCHED'
            AND CF-STS-DT(CFR-IX) < TODAY-DT
          MOVE CFR-RCRD TO HST-REC
          WRITE HST-REC
         ELSE
          WRITE CFR-RCRD
         END-IF.
         ADD 1 TO CFR-IX.

        300-END.
         DISPLAY '-- TRADE CONFIRMATION SUMMARY --'.
         DISPLAY ' CONFIRMATIONS ISSUED: ' CT-NEW.
         DISPLAY ' INBOUND RECEIVED: ' CT-IN.
         DISPLAY ' MATCHED: ' CT-MATCHED.
         DISPLAY ' MISMATCHED: ' CT-MISMATCH.
         DISPLAY ' UNKNOWN REFERENCES: ' CT-UNKNOWN.
         DISPLAY ' STILL OPEN: ' CT-OPEN.
         DISPLAY ' OVERDUE (ESCALATED): ' CT-OVERDUE.
         IF (CT-OVERDUE > 0 OR CT-MISMATCH > 0 OR CT-UNKNOWN > 0)
            AND RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: CONF0001'.
         GOBACK.
       END PROGRAM CONF0001.
