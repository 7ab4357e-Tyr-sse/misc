      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - TAXAS MANUAIS COM DUPLA CHECAGEM
      *          (MANRATE.txt): UM OPERADOR COM PAPEL RATEENTR PROPOE A
      *          TAXA DE UM PAR SEM FIXING DO PROVEDOR, COM
      *          JUSTIFICATIVA E DATA DE EXPIRACAO; OUTRO OPERADOR, COM
      *          PAPEL RATEAPPR E DIFERENTE DO PROPONENTE, APROVA OU
      *          REJEITA. AS APROVADAS E NAO EXPIRADAS ENTRAM NA TABELA
      *          DE TAXAS DO CONV0001. TODA EXECUCAO MARCA COMO
      *          EXPIRADAS AS VENCIDAS, E TUDO VAI PARA A TRILHA
      *          MANRAUD.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. MRAT0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT MRT-FL ASSIGN MRT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-MRT.

       DATA DIVISION.
        FILE SECTION.
         FD MRT-FL.
         01 MRT-RCRD.
          COPY MRTREC.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'MRAT0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 MRT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\MANRATE.txt'.
         77 AUD-FL-PATH               PIC X(80)
             VALUE '.\..\fls\MANRAUD.txt'.
         77 MRT-FL-PATH-ENV           PIC X(80).
         77 AUD-FL-PATH-ENV           PIC X(80).

         77 STTS-MRT                                       PIC 99.
         77 AUD-REC                                        PIC X(160).
         77 AUD-WIDTH                          PIC 9(3) VALUE 160.
         77 AUDC-RC                                        PIC 99.
         77 MRT-EOF-FL                               PIC X VALUE 'N'.
          88 MRT-IS-EOF                                    VALUE 'Y'.

         77 MRT-CT                                     PIC 9(4) COMP.
         77 MRT-IX                                     PIC 9(4) COMP.
         77 DUP-IX                                     PIC 9(4) COMP.
         77 NEXT-ID                             PIC 9(6) VALUE ZEROS.
         01 MRT-TBL.
          02 MRT-ENTRY OCCURS 999 TIMES.
           COPY MRTREC REPLACING LEADING ==MRT-== BY ==MT-==.

         77 ANS-OPER                                       PIC X(3).
         77 ANS-MODE                                       PIC X.
         77 ANS-ACTION                                     PIC X.
         77 ANS-AGAIN                                      PIC X.
         77 MORE-FL                                  PIC X VALUE 'Y'.
          88 IS-MORE                                       VALUE 'Y'.
         77 SIGNED-ON-FL                             PIC X VALUE 'N'.
          88 IS-SIGNED-ON                                  VALUE 'Y'.
         77 DIRTY-FL                                 PIC X VALUE 'N'.
          88 IS-DIRTY                                      VALUE 'Y'.

         77 OPRV-FUNC                                  PIC X(3).
         77 OPRV-ROLE                                  PIC X(8).
         77 OPRV-PGM                                   PIC X(8).
         77 OPRV-RC                                    PIC 99.

         77 FLD-A                                          PIC X(10).
         77 FLD-B                                          PIC X(10).
         77 FLD-DT                                         PIC X(10).
         77 FLD-NUM                                        PIC X(12).
         77 FLD-DEN                                        PIC X(12).
         77 FLD-FIX                                        PIC X(5).
         77 FLD-TENOR                                      PIC X(3).
         77 FLD-SIDE                                       PIC X.
         77 FLD-EXP                                        PIC X(10).
         77 FLD-REASON                                     PIC X(40).
         77 WRK-REASON                                     PIC X(30).
         77 WRK-EFF-DT                                     PIC 9(8).
         77 WRK-EXP-DT                                     PIC 9(8).
         77 WRK-NUM                                        PIC 9(10).
         77 WRK-DEN                                        PIC 9(10).
         77 WRK-FIX                                        PIC X(5).
         77 WRK-TENOR                                      PIC X(3).
         77 WRK-SIDE                                       PIC X.
         77 DIGITS-OK-FL                                   PIC X.
          88 DIGITS-ARE-OK                                 VALUE 'Y'.
         77 DIGITS-FLD                                     PIC X(12).
         77 DIGITS-IX                                      PIC 99.
         77 DIGITS-SEEN                                    PIC 99.

         77 PCVT-FUNC                                      PIC X(3).
         77 PCVT-A                                         PIC X(10).
         77 PCVT-B                                         PIC X(10).
         77 PCVT-NUM                                       PIC 9(14).
         77 PCVT-DEN                                       PIC 9(14).
         77 PCVT-MKT-BASE                                  PIC X(10).
         77 PCVT-MKT-QUOTE                                 PIC X(10).
         77 PCVT-UNIT                                      PIC 9(5).
         77 PCVT-DEC                                       PIC 9.
         77 PCVT-MKT-RATE                               PIC 9(8)V9(6).
         77 PCVT-MKT-DISP                                  PIC X(16).
         77 PCVT-LO                                     PIC 9(8)V9(6).
         77 PCVT-HI                                     PIC 9(8)V9(6).
         77 PCVT-RC                                        PIC 99.

         77 DTVL-DATE                 PIC 9(8).
         77 DTVL-RC                   PIC 99.
         77 SAVED-RC                  PIC S9(9) COMP-5.
         77 TODAY-DT                                       PIC 9(8).
         77 TODAY-TS                                       PIC 9(14).
         77 PURGE-DAYS                          PIC 9(3) VALUE 30.
         77 PURGE-DT                                       PIC 9(8).
         77 AUD-BY                                         PIC X(3).
         77 AUD-NOTE                                       PIC X(12).

         77 CT-EXPIRED                          PIC 9(4) VALUE ZEROS.
         77 CT-PROPOSED                         PIC 9(4) VALUE ZEROS.
         77 CT-REFUSED                          PIC 9(4) VALUE ZEROS.
         77 CT-APPROVED                         PIC 9(4) VALUE ZEROS.
         77 CT-REJECTED                         PIC 9(4) VALUE ZEROS.
         77 CT-KEPT                             PIC 9(4) VALUE ZEROS.
         77 CT-LISTED                           PIC 9(4) VALUE ZEROS.
         77 CT-PURGED                           PIC 9(4) VALUE ZEROS.



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
         DISPLAY 'MAIN: MRAT0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: MRAT0001'.
         ACCEPT MRT-FL-PATH-ENV FROM ENVIRONMENT 'MRAT0001_MANFILE'.
         IF MRT-FL-PATH-ENV NOT = SPACES
          MOVE MRT-FL-PATH-ENV TO MRT-FL-PATH
         END-IF.
         ACCEPT AUD-FL-PATH-ENV FROM ENVIRONMENT 'MRAT0001_AUDFILE'.
         IF AUD-FL-PATH-ENV NOT = SPACES
          MOVE AUD-FL-PATH-ENV TO AUD-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO TODAY-TS.
         MOVE TODAY-TS(1:8) TO TODAY-DT.
         COMPUTE PURGE-DT = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(TODAY-DT) - PURGE-DAYS).
         MOVE 0 TO MRT-CT.
         PERFORM 101-LOAD-REGISTER.

        101-LOAD-REGISTER.
      * NO REGISTER YET IS NORMAL BEFORE THE FIRST PROPOSAL
         OPEN INPUT MRT-FL.
         IF STTS-MRT NOT = ZEROS
          DISPLAY 'NO MANUAL RATE REGISTER YET (' MRT-FL-PATH ')'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 102-LOAD-ONE-MRT UNTIL MRT-IS-EOF.
         CLOSE MRT-FL.

        102-LOAD-ONE-MRT.
         READ MRT-FL
          AT END
           MOVE 'Y' TO MRT-EOF-FL
          NOT AT END
           IF MRT-CT >= 999
            DISPLAY 'MANUAL RATE TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO MRT-CT
           MOVE MRT-RCRD TO MRT-ENTRY(MRT-CT)
           IF MRT-ID > NEXT-ID
            MOVE MRT-ID TO NEXT-ID
           END-IF
         END-READ.
         IF STTS-MRT NOT = ZEROS AND STTS-MRT NOT = 10
          DISPLAY 'I/O ERROR READING MRT-FL, STATUS = ' STTS-MRT
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: MRAT0001'.
         DISPLAY 'OPERATOR INITIALS: '.
         ACCEPT ANS-OPER.
         IF ANS-OPER = SPACES
          DISPLAY 'OPERATOR INITIALS REQUIRED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         DISPLAY 'PROPOSE, APPROVE OR LIST? (P/A/L)'.
         ACCEPT ANS-MODE.
         EVALUATE ANS-MODE
          WHEN 'P'
          WHEN 'p'
           MOVE 'P' TO ANS-MODE
           MOVE 'RATEENTR' TO OPRV-ROLE
          WHEN 'A'
          WHEN 'a'
           MOVE 'A' TO ANS-MODE
           MOVE 'RATEAPPR' TO OPRV-ROLE
          WHEN 'L'
          WHEN 'l'
           MOVE 'L' TO ANS-MODE
           MOVE SPACES TO OPRV-ROLE
          WHEN OTHER
           DISPLAY 'UNKNOWN OPTION ' ANS-MODE
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-EVALUATE.
         PERFORM 210-SIGN-ON.
         IF NOT IS-SIGNED-ON
          DISPLAY 'SIGN-ON REFUSED, NOTHING CHANGED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE 1 TO MRT-IX.
         PERFORM 220-EXPIRE-ONE UNTIL MRT-IX > MRT-CT.
         EVALUATE ANS-MODE
          WHEN 'P'
           PERFORM 230-PROPOSE-ONE UNTIL NOT IS-MORE
          WHEN 'A'
           MOVE 1 TO MRT-IX
           PERFORM 240-REVIEW-ONE UNTIL MRT-IX > MRT-CT
          WHEN 'L'
           MOVE 1 TO MRT-IX
           PERFORM 250-LIST-ONE UNTIL MRT-IX > MRT-CT
         END-EVALUATE.
         IF IS-DIRTY
          PERFORM 260-REWRITE-REGISTER
         END-IF.

        210-SIGN-ON.
         MOVE 'ON' TO OPRV-FUNC.
         MOVE 'MRAT0001' TO OPRV-PGM.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'OPRV0001' USING OPRV-FUNC ANS-OPER OPRV-ROLE
           OPRV-PGM OPRV-RC
          ON EXCEPTION
           MOVE ZEROS TO OPRV-RC
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.
         IF OPRV-RC = ZEROS
          MOVE 'Y' TO SIGNED-ON-FL
         END-IF.

        220-EXPIRE-ONE.
      * A RATE IS USABLE THROUGH ITS EXPIRY DATE; THE DAY AFTER IT IS
      * MARKED EXPIRED, PENDING OR APPROVED ALIKE
         IF (MT-STATUS(MRT-IX) = 'P' OR MT-STATUS(MRT-IX) = 'A')
            AND MT-EXP-DT(MRT-IX) < TODAY-DT
          MOVE 'X' TO MT-STATUS(MRT-IX)
          ADD 1 TO CT-EXPIRED
          MOVE 'Y' TO DIRTY-FL
          MOVE ANS-OPER TO AUD-BY
          MOVE 'EXPIRED' TO AUD-NOTE
          PERFORM 270-WRITE-AUDIT
          DISPLAY 'EXPIRED: ' MT-ID(MRT-IX) ' ' MT-A(MRT-IX) '/'
            MT-B(MRT-IX) ' EXP ' MT-EXP-DT(MRT-IX)
         END-IF.
         ADD 1 TO MRT-IX.

        230-PROPOSE-ONE.
         MOVE SPACES TO WRK-REASON.
         DISPLAY 'CURRENCY A: '.
         ACCEPT FLD-A.
         DISPLAY 'CURRENCY B: '.
         ACCEPT FLD-B.
         DISPLAY 'EFFECTIVE DATE YYYYMMDD (BLANK = TODAY): '.
         ACCEPT FLD-DT.
         DISPLAY 'RATE NUMERATOR (UNITS OF B): '.
         ACCEPT FLD-NUM.
         DISPLAY 'RATE DENOMINATOR (UNITS OF A): '.
         ACCEPT FLD-DEN.
         DISPLAY 'FIXING OPEN/MID/CLOSE (BLANK = CLOSE): '.
         ACCEPT FLD-FIX.
         DISPLAY 'TENOR SPT/1W/1M/3M/6M/1Y (BLANK = SPT): '.
         ACCEPT FLD-TENOR.
         DISPLAY 'SIDE M/B/A (BLANK = M): '.
         ACCEPT FLD-SIDE.
         DISPLAY 'EXPIRY DATE YYYYMMDD: '.
         ACCEPT FLD-EXP.
         DISPLAY 'JUSTIFICATION: '.
         ACCEPT FLD-REASON.
         PERFORM 231-VALIDATE-PROPOSAL.
         IF WRK-REASON = SPACES
          PERFORM 233-CHECK-MAGNITUDE
         END-IF.
         IF WRK-REASON = SPACES
          PERFORM 234-CHECK-OPEN-DUP
         END-IF.
         IF WRK-REASON NOT = SPACES
          ADD 1 TO CT-REFUSED
          DISPLAY 'REJECTED: ' WRK-REASON
         ELSE
          PERFORM 235-ADD-PROPOSAL
         END-IF.
         DISPLAY 'ANOTHER PROPOSAL? (Y/N)'.
         ACCEPT ANS-AGAIN.
         IF ANS-AGAIN NOT = 'Y' AND ANS-AGAIN NOT = 'y'
          MOVE 'N' TO MORE-FL
         END-IF.

        231-VALIDATE-PROPOSAL.
      * SAME FIELD RULES AS THE FEED LOAD IN RTLD0001, SO A MANUAL
      * RATE CAN NEVER CARRY WHAT A PROVIDER RATE COULD NOT
         IF FLD-A = SPACES OR FLD-B = SPACES
          MOVE 'BLANK CURRENCY CODE' TO WRK-REASON
          EXIT PARAGRAPH
         END-IF.
         IF FLD-A = FLD-B
          MOVE 'SAME CURRENCY ON BOTH SIDES' TO WRK-REASON
          EXIT PARAGRAPH
         END-IF.
         IF FLD-DT = SPACES
          MOVE TODAY-DT TO WRK-EFF-DT
         ELSE
          PERFORM 232-CHECK-DATE
          IF WRK-REASON NOT = SPACES
           MOVE 'BAD EFFECTIVE DATE' TO WRK-REASON
           EXIT PARAGRAPH
          END-IF
          MOVE DTVL-DATE TO WRK-EFF-DT
         END-IF.
         MOVE FLD-NUM TO DIGITS-FLD.
         PERFORM 910-CHECK-DIGITS.
         IF NOT DIGITS-ARE-OK OR DIGITS-SEEN = 0 OR DIGITS-SEEN > 10
          MOVE 'BAD NUMERATOR' TO WRK-REASON
          EXIT PARAGRAPH
         END-IF.
         COMPUTE WRK-NUM = FUNCTION NUMVAL(FLD-NUM).
         MOVE FLD-DEN TO DIGITS-FLD.
         PERFORM 910-CHECK-DIGITS.
         IF NOT DIGITS-ARE-OK OR DIGITS-SEEN = 0 OR DIGITS-SEEN > 10
          MOVE 'BAD DENOMINATOR' TO WRK-REASON
          EXIT PARAGRAPH
         END-IF.
         COMPUTE WRK-DEN = FUNCTION NUMVAL(FLD-DEN).
         IF WRK-NUM = 0 OR WRK-DEN = 0
          MOVE 'ZERO RATE' TO WRK-REASON
          EXIT PARAGRAPH
         END-IF.
         IF FLD-FIX = SPACES
          MOVE 'CLOSE' TO WRK-FIX
         ELSE
          IF FLD-FIX NOT = 'OPEN' AND FLD-FIX NOT = 'MID'
             AND FLD-FIX NOT = 'CLOSE'
           MOVE 'BAD FIXING CODE' TO WRK-REASON
           EXIT PARAGRAPH
          END-IF
          MOVE FLD-FIX TO WRK-FIX
         END-IF.
         IF FLD-TENOR = SPACES
          MOVE 'SPT' TO WRK-TENOR
         ELSE
          IF FLD-TENOR NOT = 'SPT' AND FLD-TENOR NOT = '1W'
             AND FLD-TENOR NOT = '1M' AND FLD-TENOR NOT = '3M'
             AND FLD-TENOR NOT = '6M' AND FLD-TENOR NOT = '1Y'
           MOVE 'BAD TENOR CODE' TO WRK-REASON
           EXIT PARAGRAPH
          END-IF
          MOVE FLD-TENOR TO WRK-TENOR
         END-IF.
         IF FLD-SIDE = SPACE
          MOVE 'M' TO WRK-SIDE
         ELSE
          IF FLD-SIDE NOT = 'M' AND FLD-SIDE NOT = 'B'
             AND FLD-SIDE NOT = 'A'
           MOVE 'BAD SIDE CODE' TO WRK-REASON
           EXIT PARAGRAPH
          END-IF
          MOVE FLD-SIDE TO WRK-SIDE
         END-IF.
         MOVE FLD-EXP TO FLD-DT.
         PERFORM 232-CHECK-DATE.
         IF WRK-REASON NOT = SPACES
          MOVE 'BAD OR MISSING EXPIRY DATE' TO WRK-REASON
          EXIT PARAGRAPH
         END-IF.
         MOVE DTVL-DATE TO WRK-EXP-DT.
         IF WRK-EXP-DT < TODAY-DT OR WRK-EXP-DT < WRK-EFF-DT
          MOVE 'EXPIRY BEFORE TODAY OR EFF DATE' TO WRK-REASON
          EXIT PARAGRAPH
         END-IF.
         IF FLD-REASON = SPACES
          MOVE 'A JUSTIFICATION IS MANDATORY' TO WRK-REASON
         END-IF.

        232-CHECK-DATE.
         MOVE FLD-DT TO DIGITS-FLD.
         PERFORM 910-CHECK-DIGITS.
         IF NOT DIGITS-ARE-OK OR DIGITS-SEEN NOT = 8
          MOVE 'BAD DATE' TO WRK-REASON
          EXIT PARAGRAPH
         END-IF.
         MOVE FLD-DT(1:8) TO DTVL-DATE.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'DTVL0001' USING DTVL-DATE DTVL-RC.
         MOVE SAVED-RC TO RETURN-CODE.
         IF DTVL-RC NOT = ZEROS
          MOVE 'BAD DATE' TO WRK-REASON
         END-IF.

        233-CHECK-MAGNITUDE.
      * THE PAIR CONVENTION BAND CATCHES AN INVERTED OR MIS-SCALED
      * RATE BEFORE IT EVER REACHES THE CHECKER
         MOVE 'MKT' TO PCVT-FUNC.
         MOVE FLD-A TO PCVT-A.
         MOVE FLD-B TO PCVT-B.
         MOVE WRK-NUM TO PCVT-NUM.
         MOVE WRK-DEN TO PCVT-DEN.
         PERFORM 915-CALL-PCVT.
         EVALUATE PCVT-RC
          WHEN 0
          WHEN 4
           DISPLAY 'MARKET QUOTE: 1 ' PCVT-MKT-BASE ' = '
             PCVT-MKT-DISP ' ' PCVT-MKT-QUOTE
          WHEN 6
           MOVE 'OUTSIDE PLAUSIBLE BAND' TO WRK-REASON
          WHEN OTHER
           MOVE 'RATE OVERFLOW' TO WRK-REASON
         END-EVALUATE.

        234-CHECK-OPEN-DUP.
         MOVE 1 TO DUP-IX.
         PERFORM 236-SCAN-OPEN-DUP
           UNTIL DUP-IX > MRT-CT OR WRK-REASON NOT = SPACES.

        236-SCAN-OPEN-DUP.
         IF (MT-STATUS(DUP-IX) = 'P' OR MT-STATUS(DUP-IX) = 'A')
            AND MT-A(DUP-IX) = FLD-A AND MT-B(DUP-IX) = FLD-B
            AND MT-EFF-DT(DUP-IX) = WRK-EFF-DT
            AND MT-FIX(DUP-IX) = WRK-FIX
            AND MT-TENOR(DUP-IX) = WRK-TENOR
            AND MT-SIDE(DUP-IX) = WRK-SIDE
          MOVE 'KEY ALREADY PENDING OR ACTIVE' TO WRK-REASON
         END-IF.
         ADD 1 TO DUP-IX.

        235-ADD-PROPOSAL.
         IF MRT-CT >= 999
          DISPLAY 'MANUAL RATE TABLE FULL, PROPOSAL NOT SAVED'
          MOVE 8 TO RETURN-CODE
          MOVE 'N' TO MORE-FL
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO MRT-CT.
         ADD 1 TO NEXT-ID.
         MOVE MRT-CT TO MRT-IX.
         MOVE NEXT-ID TO MT-ID(MRT-IX).
         MOVE FLD-A TO MT-A(MRT-IX).
         MOVE FLD-B TO MT-B(MRT-IX).
         MOVE WRK-EFF-DT TO MT-EFF-DT(MRT-IX).
         MOVE WRK-NUM TO MT-NUM(MRT-IX).
         MOVE WRK-DEN TO MT-DEN(MRT-IX).
         MOVE WRK-FIX TO MT-FIX(MRT-IX).
         MOVE WRK-TENOR TO MT-TENOR(MRT-IX).
         MOVE WRK-SIDE TO MT-SIDE(MRT-IX).
         MOVE WRK-EXP-DT TO MT-EXP-DT(MRT-IX).
         MOVE 'P' TO MT-STATUS(MRT-IX).
         MOVE ANS-OPER TO MT-MAKER(MRT-IX).
         MOVE TODAY-TS TO MT-PROP-TS(MRT-IX).
         MOVE SPACES TO MT-CHECKER(MRT-IX).
         MOVE ZEROS TO MT-DEC-TS(MRT-IX).
         MOVE FLD-REASON TO MT-REASON(MRT-IX).
         ADD 1 TO CT-PROPOSED.
         MOVE 'Y' TO DIRTY-FL.
         MOVE ANS-OPER TO AUD-BY.
         MOVE 'PROPOSED' TO AUD-NOTE.
         PERFORM 270-WRITE-AUDIT.
         DISPLAY 'PENDING APPROVAL: ' MT-ID(MRT-IX) ' '
           MT-A(MRT-IX) '/' MT-B(MRT-IX) ' EXP ' MT-EXP-DT(MRT-IX).

        240-REVIEW-ONE.
         IF MT-STATUS(MRT-IX) NOT = 'P'
          ADD 1 TO MRT-IX
          EXIT PARAGRAPH
         END-IF.
         PERFORM 251-SHOW-ENTRY.
         IF MT-MAKER(MRT-IX) = ANS-OPER
          DISPLAY 'APPROVER IS THE MAKER, PROPOSAL LEFT PENDING'
          ADD 1 TO CT-KEPT
          ADD 1 TO MRT-IX
          EXIT PARAGRAPH
         END-IF.
         DISPLAY 'APPROVE, REJECT OR SKIP? (A/R/S)'.
         ACCEPT ANS-ACTION.
         EVALUATE ANS-ACTION
          WHEN 'A'
          WHEN 'a'
           MOVE 'A' TO MT-STATUS(MRT-IX)
           ADD 1 TO CT-APPROVED
           MOVE 'APPROVED' TO AUD-NOTE
           PERFORM 241-RECORD-DECISION
          WHEN 'R'
          WHEN 'r'
           MOVE 'R' TO MT-STATUS(MRT-IX)
           ADD 1 TO CT-REJECTED
           MOVE 'REJECTED' TO AUD-NOTE
           PERFORM 241-RECORD-DECISION
          WHEN OTHER
           ADD 1 TO CT-KEPT
         END-EVALUATE.
         ADD 1 TO MRT-IX.

        241-RECORD-DECISION.
         MOVE ANS-OPER TO MT-CHECKER(MRT-IX).
         MOVE TODAY-TS TO MT-DEC-TS(MRT-IX).
         MOVE 'Y' TO DIRTY-FL.
         MOVE ANS-OPER TO AUD-BY.
         PERFORM 270-WRITE-AUDIT.

        250-LIST-ONE.
         IF MT-STATUS(MRT-IX) = 'P' OR MT-STATUS(MRT-IX) = 'A'
          PERFORM 251-SHOW-ENTRY
          ADD 1 TO CT-LISTED
         END-IF.
         ADD 1 TO MRT-IX.

        251-SHOW-ENTRY.
         DISPLAY 'MANUAL RATE ' MT-ID(MRT-IX) ' [' MT-STATUS(MRT-IX)
           '] ' MT-A(MRT-IX) '/' MT-B(MRT-IX)
           ' EFF ' MT-EFF-DT(MRT-IX) ' EXP ' MT-EXP-DT(MRT-IX).
         DISPLAY '  RATE ' MT-NUM(MRT-IX) '/' MT-DEN(MRT-IX)
           ' ' MT-FIX(MRT-IX) ' ' MT-TENOR(MRT-IX)
           ' ' MT-SIDE(MRT-IX).
         MOVE 'MKT' TO PCVT-FUNC.
         MOVE MT-A(MRT-IX) TO PCVT-A.
         MOVE MT-B(MRT-IX) TO PCVT-B.
         MOVE MT-NUM(MRT-IX) TO PCVT-NUM.
         MOVE MT-DEN(MRT-IX) TO PCVT-DEN.
         PERFORM 915-CALL-PCVT.
         IF PCVT-RC = 0 OR PCVT-RC = 4 OR PCVT-RC = 6
          DISPLAY '  MARKET QUOTE: 1 ' PCVT-MKT-BASE ' = '
            PCVT-MKT-DISP ' ' PCVT-MKT-QUOTE
         END-IF.
         IF PCVT-RC = 6
          DISPLAY '  WARNING: OUTSIDE PLAUSIBLE BAND'
         END-IF.
         DISPLAY '  MAKER ' MT-MAKER(MRT-IX) ' AT '
           MT-PROP-TS(MRT-IX) ' REASON: ' MT-REASON(MRT-IX).
         IF MT-CHECKER(MRT-IX) NOT = SPACES
          DISPLAY '  CHECKER ' MT-CHECKER(MRT-IX) ' AT '
            MT-DEC-TS(MRT-IX)
         END-IF.

        260-REWRITE-REGISTER.
      * REJECTED AND EXPIRED ROWS STAY FOR PURGE-DAYS AFTER EXPIRY SO
      * CONV0001 CAN STILL WARN ABOUT PAIRS THAT LEANED ON THEM; THE
      * PERMANENT RECORD IS THE AUDIT TRAIL
         OPEN OUTPUT MRT-FL.
         IF STTS-MRT NOT = ZEROS
          DISPLAY 'ERROR OPENING MRT-FL, STATUS = ' STTS-MRT
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO MRT-IX.
         PERFORM 261-KEEP-ONE-MRT UNTIL MRT-IX > MRT-CT.
         CLOSE MRT-FL.

        261-KEEP-ONE-MRT.
         IF (MT-STATUS(MRT-IX) = 'R' OR MT-STATUS(MRT-IX) = 'X')
            AND MT-EXP-DT(MRT-IX) < PURGE-DT
          ADD 1 TO CT-PURGED
         ELSE
          MOVE MRT-ENTRY(MRT-IX) TO MRT-RCRD
          WRITE MRT-RCRD
         END-IF.
         ADD 1 TO MRT-IX.

        270-WRITE-AUDIT.
         MOVE SPACES TO AUD-REC.
         STRING TODAY-TS ' ' AUD-NOTE ' ' MT-ID(MRT-IX)
          ' ' MT-A(MRT-IX) '/' MT-B(MRT-IX)
          ' EFF ' MT-EFF-DT(MRT-IX)
          ' ' MT-NUM(MRT-IX) '/' MT-DEN(MRT-IX)
          ' EXP ' MT-EXP-DT(MRT-IX)
          ' MAKER ' MT-MAKER(MRT-IX)
          ' BY ' AUD-BY
          ' ' MT-REASON(MRT-IX)
          DELIMITED BY SIZE INTO AUD-REC.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.

        910-CHECK-DIGITS.
         MOVE 'Y' TO DIGITS-OK-FL.
         MOVE ZEROS TO DIGITS-SEEN.
         MOVE 1 TO DIGITS-IX.
         PERFORM 911-CHECK-ONE-DIGIT UNTIL DIGITS-IX > 12.

        911-CHECK-ONE-DIGIT.
         IF DIGITS-FLD(DIGITS-IX:1) NUMERIC
          ADD 1 TO DIGITS-SEEN
         ELSE
          IF DIGITS-FLD(DIGITS-IX:1) NOT = SPACE
           MOVE 'N' TO DIGITS-OK-FL
          END-IF
         END-IF.
         ADD 1 TO DIGITS-IX.

        915-CALL-PCVT.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'PCVT0001' USING PCVT-FUNC PCVT-A PCVT-B PCVT-NUM
           PCVT-DEN PCVT-MKT-BASE PCVT-MKT-QUOTE PCVT-UNIT PCVT-DEC
           PCVT-MKT-RATE PCVT-MKT-DISP PCVT-LO PCVT-HI PCVT-RC.
         MOVE SAVED-RC TO RETURN-CODE.

        300-END.
         IF IS-SIGNED-ON
          MOVE 'OFF' TO OPRV-FUNC
          MOVE RETURN-CODE TO SAVED-RC
          CALL 'OPRV0001' USING OPRV-FUNC ANS-OPER OPRV-ROLE
            OPRV-PGM OPRV-RC
           ON EXCEPTION
            CONTINUE
          END-CALL
          MOVE SAVED-RC TO RETURN-CODE
         END-IF.
         DISPLAY '-- MANUAL RATE SUMMARY --'.
         DISPLAY ' EXPIRED THIS RUN: ' CT-EXPIRED.
         DISPLAY ' PROPOSED: ' CT-PROPOSED.
         DISPLAY ' PROPOSALS REFUSED: ' CT-REFUSED.
         DISPLAY ' APPROVED: ' CT-APPROVED.
         DISPLAY ' REJECTED: ' CT-REJECTED.
         DISPLAY ' LEFT PENDING: ' CT-KEPT.
         DISPLAY ' LISTED: ' CT-LISTED.
         DISPLAY ' PURGED FROM REGISTER: ' CT-PURGED.
         IF CT-PROPOSED > 0
          DISPLAY 'RUN MRAT0001 (A) WITH A SECOND OPERATOR TO APPROVE'
         END-IF.
         DISPLAY 'END-PROGRAM: MRAT0001'.
         GOBACK.
       END PROGRAM MRAT0001.
