         SELECT REJ2-FL ASSIGN REJ2-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-REJ2.
         SELECT LIN-FL ASSIGN LIN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-LIN.
         SELECT FSC-FL ASSIGN FSC-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-FSC.
         SELECT IOF-FL ASSIGN IOF-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-IOF.
         SELECT GSRC-FL ASSIGN GSRC-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-GSRC.
         SELECT GDST-FL ASSIGN GDST-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-GDST.
         SELECT DLT-FL ASSIGN DLT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-DLT.
         SELECT CPX-FL ASSIGN CPX-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CPX.
         SELECT FWD-FL ASSIGN FWD-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-FWD.

       DATA DIVISION.
        FILE SECTION.
          02 HLD-INV                                       PIC X.
          02 HLD-RESID                                     PIC S9V9(6)
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 HLD-CPTY                                      PIC X(8).
          02 HLD-DIR                                       PIC X.
          02 HLD-MAN                                       PIC X.

         FD O-FL.
         01 RCRD-O.
          02 REJ2-V                                         PIC X(11).
          02 REJ2-REASON                                    PIC X(20).

         FD LIN-FL.
         01 LIN-RCRD.
          02 LIN-SEQ                                        PIC 9(6).
          02 LIN-ENT                                        PIC X(4).
          02 LIN-SIDE                                       PIC X.
          02 LIN-INV                                        PIC X.
          02 LIN-DIR                                        PIC X.
          02 LIN-MAN                                        PIC X.

         FD RESID-FL.
         01 RESID-RCRD.
          02 FS-RATE-PCT                                 PIC 9(3)V9(4).
          02 FS-MIN-FEE                                  PIC 9(8)V99.

         FD IOF-FL.
         01 IOF-RCRD.
          COPY IOFREC.

         FD GSRC-FL.
         01 GSRC-REC                                       PIC X(200).

         FD GDST-FL.
         01 GDST-REC                                       PIC X(200).

         FD DLT-FL.
         01 DLT-RCRD.
          02 DLT-RUN-DT                                     PIC 9(8).
          02 DLT-MIN-A                                      PIC X(10).
          02 DLT-MIN-B                                      PIC X(10).

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

         FD FWD-FL.
         01 FWD-RCRD.
          COPY FWDREC.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'HRLS0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 HOLD-FL-PATH              PIC X(80)
             VALUE '.\..\fls\HOLD0001.txt'.
         77 O-FL-PATH                 PIC X(80)
             VALUE '.\..\fls\FEESCHED.txt'.
         77 DLT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CONV0001.DLT'.
         77 CPX-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CPTYEXP.txt'.
         77 CPX-FL-PATH-ENV           PIC X(80).
         77 FWD-FL-PATH               PIC X(80)
             VALUE '.\..\fls\FWDREG.txt'.
         77 FWD-FL-PATH-ENV           PIC X(80).
         77 IOF-FL-PATH               PIC X(80)
             VALUE '.\..\fls\IOF0001.txt'.
         77 IOF-FL-PATH-ENV           PIC X(80).
         77 GSRC-FL-PATH                                   PIC X(80).
         77 GDST-FL-PATH                                   PIC X(80).
         77 LIN-FL-PATH-ENV           PIC X(80).
         77 RESID-FL-PATH-ENV         PIC X(80).
         77 FEE-FL-PATH-ENV           PIC X(80).
         77 STTS-HOLD                                      PIC 99.
         77 STTS-O                                         PIC 99.
         77 STTS-REJ2                                      PIC 99.
         77 AUD-REC                                        PIC X(100).
         77 AUD-WIDTH                          PIC 9(3) VALUE 100.
         77 AUDC-RC                                        PIC 99.
         77 STTS-LIN                                       PIC 99.
         77 STTS-RESID                                     PIC 99.
         77 STTS-FEE                                       PIC 99.
         77 STTS-FSC                                       PIC 99.
         77 STTS-DLT                                       PIC 99.
         77 STTS-CPX                                       PIC 99.
         77 STTS-FWD                                       PIC 99.
         77 STTS-IOF                                       PIC 99.
         77 STTS-GSRC                                      PIC 99.
         77 STTS-GDST                                      PIC 99.
         77 IOF-ACTIVE-FL                            PIC X VALUE 'N'.
          88 IOF-IS-ACTIVE                                 VALUE 'Y'.
         77 GSRC-EOF-FL                                    PIC X.
          88 GSRC-IS-EOF                                   VALUE 'Y'.
         77 IOFC-FUNC                                      PIC X(3).
         77 IOFC-DIR                                       PIC X.
         77 IOFC-OPTYPE                                    PIC X(3).
         77 IOFC-ENT                                       PIC X(4).
         77 IOFC-DATE                                      PIC 9(8).
         77 IOFC-BASE                                   PIC 9(12)V99.
         77 IOFC-RATE-PCT                               PIC 9(3)V9(4).
         77 IOFC-BAND                                      PIC X(4).
         77 IOFC-AMT                                     PIC 9(8)V99.
         77 IOFC-RC                                        PIC 99.
         77 GEN-FUNC                  PIC X(3).
         77 GEN-FILE-ID               PIC X(10).
         77 GEN-DATE                  PIC 9(8).
         77 GEN-KEEP                  PIC 9(4) VALUE ZEROS.
         77 GEN-RC                    PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.
         77 LIN-EOF-FL                                     PIC X.
          88 LIN-IS-EOF                                    VALUE 'Y'.
         77 FSC-EOF-FL                               PIC X VALUE 'N'.
           03 HT-MID                                       PIC X(10).
           03 HT-INV                                       PIC X.
           03 HT-RESID                                   PIC S9V9(6).
           03 HT-CPTY                                      PIC X(8).
           03 HT-DIR                                       PIC X.
           03 HT-MAN                                       PIC X.

         77 RWR-CT                                     PIC 9(4) COMP.
         77 RWR-IX                                     PIC 9(4) COMP.

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
         DISPLAY 'MAIN: HRLS0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
         IF DLT-FL-PATH-ENV NOT = SPACES
          MOVE DLT-FL-PATH-ENV TO DLT-FL-PATH
         END-IF.
         ACCEPT CPX-FL-PATH-ENV FROM ENVIRONMENT 'HRLS0001_CPTYEXPFILE'.
         IF CPX-FL-PATH-ENV NOT = SPACES
          MOVE CPX-FL-PATH-ENV TO CPX-FL-PATH
         END-IF.
         ACCEPT FWD-FL-PATH-ENV FROM ENVIRONMENT 'HRLS0001_FWDFILE'.
         IF FWD-FL-PATH-ENV NOT = SPACES
          MOVE FWD-FL-PATH-ENV TO FWD-FL-PATH
         END-IF.
         ACCEPT IOF-FL-PATH-ENV FROM ENVIRONMENT 'HRLS0001_IOFFILE'.
         IF IOF-FL-PATH-ENV NOT = SPACES
          MOVE IOF-FL-PATH-ENV TO IOF-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO TODAY-TS.
         MOVE TODAY-TS(1:8) TO TODAY-DT.
         MOVE 0 TO HLD-CT.
         MOVE 0 TO FSC-CT.
         PERFORM 101-LOAD-HELD.
         PERFORM 103-LOAD-FEE-SCHEDULE.
         PERFORM 107-LOAD-IOF-RATES.
         PERFORM 105-FIND-NEXT-LIN-SEQ.

        101-LOAD-HELD.
           MOVE HLD-MID TO HT-MID(HLD-CT)
           MOVE HLD-INV TO HT-INV(HLD-CT)
           MOVE HLD-RESID TO HT-RESID(HLD-CT)
           MOVE HLD-CPTY TO HT-CPTY(HLD-CT)
           MOVE HLD-DIR TO HT-DIR(HLD-CT)
           MOVE HLD-MAN TO HT-MAN(HLD-CT)
         END-READ.
         IF STTS-HOLD NOT = ZEROS AND STTS-HOLD NOT = 10
          DISPLAY 'I/O ERROR READING HOLD-FL, STATUS = ' STTS-HOLD
          MOVE 'Y' TO FSC-EOF-FL
         END-IF.

        107-LOAD-IOF-RATES.
         MOVE 'LOD' TO IOFC-FUNC.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'IOFC0001' USING IOFC-FUNC IOFC-DIR IOFC-OPTYPE IOFC-ENT
           IOFC-DATE IOFC-BASE IOFC-RATE-PCT IOFC-BAND IOFC-AMT IOFC-RC.
         MOVE SAVED-RC TO RETURN-CODE.
         IF IOFC-RC = ZEROS
          MOVE 'Y' TO IOF-ACTIVE-FL
         ELSE
          DISPLAY 'NO IOF RATE TABLE, RELEASED RECORDS CARRY NO IOF'
         END-IF.

        105-FIND-NEXT-LIN-SEQ.
      * RELEASED RECORDS CONTINUE THE LINEAGE NUMBERING WHERE THE
      * CONVERSION RUN LEFT OFF
          GOBACK
         END-IF.
         PERFORM 280-SIGN-ON-OPERATOR.
         MOVE 1 TO HLD-IX.
         PERFORM 201-REVIEW-ONE UNTIL HLD-IX > HLD-CT.
         IF CT-APPROVED > 0
          PERFORM 210-APPEND-TO-OUTPUT
         END-IF.
          ' ' HT-A(HLD-IX) '/' HT-B(HLD-IX) ' ' HT-DT(HLD-IX)
          ' O-V ' ED-V ' SUPERVISOR ' ANS-SUPER
          DELIMITED BY SIZE INTO AUD-REC.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.

        210-APPEND-TO-OUTPUT.
      * THE OUTPUT TRAILER MUST STAY LAST AND COVER THE RELEASED
           OPEN OUTPUT FEE-FL
          END-IF
         END-IF.
         IF IOF-IS-ACTIVE
          OPEN EXTEND IOF-FL
          IF STTS-IOF = 35 OR STTS-IOF = 30
           OPEN OUTPUT IOF-FL
          END-IF
         END-IF.
         MOVE ZEROS TO RELEASED-SUM.
         OPEN OUTPUT O-FL.
         MOVE 1 TO RWR-IX.
         IF FSC-CT > 0
          CLOSE FEE-FL
         END-IF.
         IF IOF-IS-ACTIVE
          CLOSE IOF-FL
         END-IF.
         DISPLAY 'RELEASED ' CT-APPROVED ' RECORD(S) TO ' O-FL-PATH.
         PERFORM 240-REFRESH-DELTA-STATE.
         PERFORM 250-REFRESH-GENERATIONS.

        211-LOAD-ONE-OUT.
         READ O-FL

        214-WRITE-RELEASE-ARTIFACTS.
      * A RELEASED RECORD GETS THE SAME PAPER TRAIL AS ONE CONVERTED
      * STRAIGHT THROUGH: LINEAGE, RESIDUAL, FEE AND IOF, USING THE RATE
      * DATA FROZEN ON THE HOLD AT CONVERSION TIME
         ADD 1 TO NEXT-LIN-SEQ.
         MOVE NEXT-LIN-SEQ TO LIN-SEQ.
         MOVE HT-ENT(HLD-IX) TO LIN-ENT.
         MOVE HT-SIDE(HLD-IX) TO LIN-SIDE.
         MOVE HT-INV(HLD-IX) TO LIN-INV.
         MOVE HT-DIR(HLD-IX) TO LIN-DIR.
         MOVE HT-MAN(HLD-IX) TO LIN-MAN.
         WRITE LIN-RCRD.
         MOVE HT-A(HLD-IX) TO RES-A.
         MOVE HT-B(HLD-IX) TO RES-B.
         IF FSC-CT > 0
          PERFORM 215-COMPUTE-RELEASE-FEE
         END-IF.
         IF IOF-IS-ACTIVE
          PERFORM 219-COMPUTE-RELEASE-IOF
         END-IF.
         IF HT-CPTY(HLD-IX) NOT = SPACES
          PERFORM 217-BOOK-CPTY-EXPOSURE
         END-IF.
         IF HT-TENOR(HLD-IX) NOT = 'SPT'
            AND HT-TENOR(HLD-IX) NOT = SPACES
          PERFORM 218-REGISTER-FORWARD
         END-IF.

        215-COMPUTE-RELEASE-FEE.
         IF O-V < 0
          ADD 1 TO FSC-IX
         END-IF.

        217-BOOK-CPTY-EXPOSURE.
      * A RELEASED CONVERSION USES THE COUNTERPARTY'S CREDIT LINE
      * FROM NOW ON, EVEN WHEN THE SUPERVISOR APPROVED A BREACH
         OPEN EXTEND CPX-FL.
         IF STTS-CPX = 35 OR STTS-CPX = 30
          OPEN OUTPUT CPX-FL
         END-IF.
         IF STTS-CPX NOT = ZEROS
          DISPLAY 'ERROR OPENING CPX-FL, STATUS = ' STTS-CPX
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE HT-CPTY(HLD-IX) TO CPX-CPTY.
         MOVE HT-ENT(HLD-IX) TO CPX-ENT.
         MOVE HT-A(HLD-IX) TO CPX-A.
         MOVE HT-B(HLD-IX) TO CPX-B.
         MOVE HT-DT(HLD-IX) TO CPX-VAL-DT.
         MOVE HT-O-V(HLD-IX) TO CPX-AMT.
         MOVE TODAY-DT TO CPX-RUN-DT.
         MOVE NEXT-LIN-SEQ TO CPX-SEQ.
         WRITE CPX-RCRD.
         CLOSE CPX-FL.

        218-REGISTER-FORWARD.
      * A RELEASED FORWARD ENTERS THE FORWARD REGISTER AT THE RATE
      * FROZEN ON THE HOLD, JUST AS ONE CONVERTED STRAIGHT THROUGH
         OPEN EXTEND FWD-FL.
         IF STTS-FWD = 35 OR STTS-FWD = 30
          OPEN OUTPUT FWD-FL
         END-IF.
         IF STTS-FWD NOT = ZEROS
          DISPLAY 'ERROR OPENING FWD-FL, STATUS = ' STTS-FWD
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE TODAY-DT TO FWD-TRADE-DT.
         MOVE NEXT-LIN-SEQ TO FWD-SEQ.
         MOVE HT-A(HLD-IX) TO FWD-A.
         MOVE HT-B(HLD-IX) TO FWD-B.
         MOVE HT-ENT(HLD-IX) TO FWD-ENT.
         MOVE HT-DT(HLD-IX) TO FWD-MAT-DT.
         MOVE HT-I-V(HLD-IX) TO FWD-SOLD.
         MOVE HT-O-V(HLD-IX) TO FWD-BOUGHT.
         MOVE HT-NUM(HLD-IX) TO FWD-NUM.
         MOVE HT-DEN(HLD-IX) TO FWD-DEN.
         MOVE HT-TENOR(HLD-IX) TO FWD-TENOR.
         MOVE HT-DIR(HLD-IX) TO FWD-DIR.
         MOVE HT-CPTY(HLD-IX) TO FWD-CPTY.
         MOVE 'OPEN' TO FWD-STATUS.
         MOVE TODAY-DT TO FWD-MTM-DT.
         MOVE HT-NUM(HLD-IX) TO FWD-MTM-NUM.
         MOVE HT-DEN(HLD-IX) TO FWD-MTM-DEN.
         MOVE ZEROS TO FWD-MTM.
         MOVE ZEROS TO FWD-REL-DT.
         WRITE FWD-RCRD.
         CLOSE FWD-FL.

        219-COMPUTE-RELEASE-IOF.
         IF O-V < 0
          COMPUTE IOFC-BASE = O-V * -1
         ELSE
          MOVE O-V TO IOFC-BASE
         END-IF.
         IF HT-TENOR(HLD-IX) = 'SPT'
          MOVE 'SPT' TO IOFC-OPTYPE
         ELSE
          MOVE 'FWD' TO IOFC-OPTYPE
         END-IF.
         MOVE HT-DIR(HLD-IX) TO IOFC-DIR.
         MOVE O-ENT TO IOFC-ENT.
         MOVE O-DT TO IOFC-DATE.
         MOVE 'CMP' TO IOFC-FUNC.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'IOFC0001' USING IOFC-FUNC IOFC-DIR IOFC-OPTYPE IOFC-ENT
           IOFC-DATE IOFC-BASE IOFC-RATE-PCT IOFC-BAND IOFC-AMT IOFC-RC.
         MOVE SAVED-RC TO RETURN-CODE.
         IF IOFC-RC NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         MOVE NEXT-LIN-SEQ TO IOF-SEQ.
         MOVE O-A TO IOF-A.
         MOVE O-B TO IOF-B.
         MOVE O-DT TO IOF-DT.
         MOVE O-ENT TO IOF-ENT.
         MOVE IOFC-DIR TO IOF-DIR.
         MOVE IOFC-OPTYPE TO IOF-OPTYPE.
         MOVE O-V TO IOF-BASE.
         MOVE IOFC-RATE-PCT TO IOF-RATE-PCT.
         MOVE IOFC-BAND TO IOF-BAND.
         MOVE IOFC-AMT TO IOF-AMT.
         MOVE TODAY-DT TO IOF-RUN-DT.
         WRITE IOF-RCRD.

        240-REFRESH-DELTA-STATE.
      * A SAME-DAY DELTA RESUME REBUILDS THE TRAILER FROM THE SAVED
      * STATE, SO THE STATE MUST FOLLOW THE RELEASED RECORDS INTO
         CLOSE DLT-FL.
         DISPLAY 'DELTA STATE REFRESHED WITH THE RELEASED RECORDS'.

        250-REFRESH-GENERATIONS.
      * TODAY'S GENERATIONS WERE TAKEN AT THE END OF THE CONVERSION
      * RUN; THEY ARE RECOPIED SO THE MONTHLY READERS (CENTRAL BANK
      * REPORT, IOF COLLECTION, ENTITY STATEMENT) SEE THE RELEASES.
      * A FILE WITH NO GENERATION FOR TODAY IS LEFT ALONE
         MOVE 'O0001' TO GEN-FILE-ID.
         MOVE O-FL-PATH TO GSRC-FL-PATH.
         PERFORM 251-REFRESH-ONE-GENERATION.
         MOVE 'LIN0001' TO GEN-FILE-ID.
         MOVE LIN-FL-PATH TO GSRC-FL-PATH.
         PERFORM 251-REFRESH-ONE-GENERATION.
         IF FSC-CT > 0
          MOVE 'FEE0001' TO GEN-FILE-ID
          MOVE FEE-FL-PATH TO GSRC-FL-PATH
          PERFORM 251-REFRESH-ONE-GENERATION
         END-IF.
         IF IOF-IS-ACTIVE
          MOVE 'IOF0001' TO GEN-FILE-ID
          MOVE IOF-FL-PATH TO GSRC-FL-PATH
          PERFORM 251-REFRESH-ONE-GENERATION
         END-IF.

        251-REFRESH-ONE-GENERATION.
         MOVE 'GET' TO GEN-FUNC.
         MOVE TODAY-DT TO GEN-DATE.
         MOVE SPACES TO GDST-FL-PATH.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'GCAT0001' USING GEN-FUNC GEN-FILE-ID GEN-DATE
           GDST-FL-PATH GEN-KEEP GEN-RC.
         MOVE SAVED-RC TO RETURN-CODE.
         IF GEN-RC NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO GSRC-EOF-FL.
         OPEN INPUT GSRC-FL.
         IF STTS-GSRC NOT = ZEROS
          DISPLAY 'GENERATION REFRESH SKIPPED, SOURCE STATUS = '
           STTS-GSRC
          EXIT PARAGRAPH
         END-IF.
         OPEN OUTPUT GDST-FL.
         IF STTS-GDST NOT = ZEROS
          DISPLAY 'GENERATION REFRESH SKIPPED, TARGET STATUS = '
           STTS-GDST
          CLOSE GSRC-FL
          EXIT PARAGRAPH
         END-IF.
         PERFORM 252-COPY-ONE-GEN-LINE UNTIL GSRC-IS-EOF.
         CLOSE GDST-FL.
         CLOSE GSRC-FL.
         DISPLAY 'GENERATION REFRESHED: ' GDST-FL-PATH.

        252-COPY-ONE-GEN-LINE.
         READ GSRC-FL
          AT END
           MOVE 'Y' TO GSRC-EOF-FL
          NOT AT END
           MOVE GSRC-REC TO GDST-REC
           WRITE GDST-REC
         END-READ.
         IF STTS-GSRC NOT = ZEROS AND STTS-GSRC NOT = 10
          DISPLAY 'I/O ERROR COPYING GENERATION, STATUS = ' STTS-GSRC
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO GSRC-EOF-FL
         END-IF.

        220-REWRITE-REJECTS.
      * APPROVED ITEMS LOSE THEIR 'HELD FOR REVIEW' PLACEHOLDER IN
      * R0002; REJECTED ITEMS KEEP THE LINE WITH THE FINAL REASON
          MOVE HT-MID(HLD-IX) TO HLD-MID
          MOVE HT-INV(HLD-IX) TO HLD-INV
          MOVE HT-RESID(HLD-IX) TO HLD-RESID
          MOVE HT-CPTY(HLD-IX) TO HLD-CPTY
          MOVE HT-DIR(HLD-IX) TO HLD-DIR
          MOVE HT-MAN(HLD-IX) TO HLD-MAN
          WRITE HOLD-RCRD
         END-IF.
         ADD 1 TO HLD-IX.
