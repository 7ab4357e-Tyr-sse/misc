         SELECT CUR-FL ASSIGN CUR-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CUR.
         SELECT EMS-FL ASSIGN EMS-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-EMS.
         SELECT REJ2-FL ASSIGN REJ2-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-REJ2.
         SELECT FWH-FL ASSIGN FWH-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-FWH.
         SELECT FWD-FL ASSIGN FWD-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-FWD.
         SELECT CUT-FL ASSIGN CUT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CUT.
         SELECT MRT-FL ASSIGN MRT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-MRT.
         SELECT CRL-FL ASSIGN CRL-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CRL.
         SELECT SUS-FL ASSIGN SUS-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-SUS.
         SELECT SHL-FL ASSIGN SHL-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-SHL.
         SELECT FPR-FL ASSIGN FPR-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-FPR.
         SELECT FEE-FL ASSIGN FEE-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-FEE.
         SELECT IOF-FL ASSIGN IOF-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-IOF.
         SELECT CPT-FL ASSIGN CPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CPT.
         SELECT CPX-FL ASSIGN CPX-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CPX.
         SELECT RBW-FL ASSIGN RBW-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RBW.



          02 RAW-ENT                                        PIC X(4).
          02 RAW-DIR                                        PIC X.
          02 RAW-ACT                                        PIC X.
          02 RAW-CPTY                                       PIC X(8).
          02 RAW-TS                                         PIC 9(14).
          02 RAW-SRC                                        PIC X(8).
         01 RAW-TRL-RCRD.
          02 RAW-TRL-TAG                                    PIC X(10).
          02 RAW-TRL-CT                                     PIC 9(6).
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 SRT-ENT                                        PIC X(4).
          02 SRT-DIR                                        PIC X.
          02 SRT-CPTY                                       PIC X(8).
          02 SRT-TS                                         PIC 9(14).
          02 SRT-SRC                                        PIC X(8).

         FD IN-FL.
         01 RCRD-IN.
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 I-ENT                                         PIC X(4).
          02 I-DIR                                         PIC X.
          02 I-CPTY                                        PIC X(8).
          02 I-TS                                          PIC 9(14).
          02 I-SRC                                         PIC X(8).

         FD OUT-FL.
         01 RCRD-OUT.
         01 CUR-RCRD.
          COPY CURREC.

         FD EMS-FL.
         01 EMS-RCRD.
          COPY ENTMREC.

         FD REJ2-FL.
         01 RCRD-REJ2.
          02 REJ2-A                                         PIC X(10).
          02 LIN-ENT                                        PIC X(4).
          02 LIN-SIDE                                       PIC X.
          02 LIN-INV                                        PIC X.
          02 LIN-DIR                                        PIC X.
          02 LIN-MAN                                        PIC X.

         FD STAT-FL.
         01 STAT-RCRD.
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 CRY-ENT                                        PIC X(4).
          02 CRY-DIR                                        PIC X.
          02 CRY-CPTY                                       PIC X(8).

         FD PCL-FL.
         01 PCL-RCRD.
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 CWK-ENT                                        PIC X(4).
          02 CWK-DIR                                        PIC X.
          02 CWK-CPTY                                       PIC X(8).

         FD HOLD-FL.
         01 HOLD-RCRD.
          02 HLD-INV                                       PIC X.
          02 HLD-RESID                                     PIC S9V9(6)
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 HLD-CPTY                                      PIC X(8).
          02 HLD-DIR                                       PIC X.
          02 HLD-MAN                                       PIC X.

         FD FWH-FL.
         01 FWH-RCRD.
          02 FW-ENT                                        PIC X(4).
          02 FW-DIR                                        PIC X.
          02 FW-RECV-DT                                    PIC 9(8).
          02 FW-CPTY                                       PIC X(8).
          02 FW-TS                                         PIC 9(14).
          02 FW-SRC                                        PIC X(8).

         FD FWD-FL.
         01 FWD-RCRD.
          COPY FWDREC.

         FD CUT-FL.
         01 CUT-RCRD.
          02 CUT-CUR                                        PIC X(10).
          02 CUT-ENT                                        PIC X(4).
          02 CUT-DIR                                        PIC X.
          02 CUT-TIME                                       PIC 9(4).

         FD CRL-FL.
         01 CRL-RCRD.
          COPY CUTREC.

         FD MRT-FL.
         01 MRT-RCRD.
          COPY MRTREC.

         FD SUS-FL.
         01 SUS-RCRD.
          02 SHL-DIR                                       PIC X.
          02 SHL-REASON                                    PIC X(30).

         FD FPR-FL.
         01 FPR-RCRD.
          02 FP-DT                                          PIC 9(8).
          02 FEE-AMT                                      PIC 9(08)V99.
          02 FEE-ENT                                        PIC X(4).

         FD IOF-FL.
         01 IOF-RCRD.
          COPY IOFREC.

         FD CPT-FL.
         01 CPT-RCRD.
          COPY CPTYREC.

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

         FD RBW-FL.
         01 RBW-RCRD                                       PIC X(159).

         FD ENT-FL.
         01 ENT-RCRD.
          02 ETR-ENT                                        PIC X(4).
          02 DLT-MIN-B                                      PIC X(10).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'CONV0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 RAW-FL-PATH                PIC X(80)
             VALUE '.\..\fls\I0001.txt'.
         77 OUT-FL-PATH                PIC X(80)
           03 RT-FIX                                       PIC X(5).
           03 RT-TENOR                                     PIC X(3).
           03 RT-SIDE                                      PIC X.
           03 RT-MAN                                       PIC X.
         77 WANT-SIDE                                      PIC X.
         77 USE-SIDE                                       PIC X.
         77 CT-SIDE-FB                           PIC 9(6) VALUE ZEROS.
          88 INVNORM-IS-ON                                 VALUE 'Y'.
         77 INV-USED-FL                                    PIC X.
          88 INV-WAS-USED                                  VALUE 'Y'.
         77 MAN-USED-FL                                    PIC X.
          88 MAN-WAS-USED                                  VALUE 'Y'.
         77 CHAIN-MAN1                                     PIC X.
         77 CHAIN-MAN2                                     PIC X.
         77 SWAP-HOLD                                      PIC X(10).
         77 SWAP-NUM                                       PIC 9(10).
         77 SAVE-WANT-SIDE                                 PIC X.
          88 FEE-IS-FOUND                                  VALUE 'Y'.
         77 TOT-FEE                         PIC 9(12)V99 VALUE ZEROS.
         77 CT-FEES                             PIC 9(6) VALUE ZEROS.
         77 IOF-FL-PATH                PIC X(80)
             VALUE '.\..\fls\IOF0001.txt'.
         77 IOF-FL-PATH-ENV            PIC X(80).
         77 STTS-IOF                                       PIC 99.
         77 IOF-ACTIVE-FL                            PIC X VALUE 'N'.
          88 IOF-IS-ACTIVE                                 VALUE 'Y'.
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
         77 TOT-IOF                         PIC 9(12)V99 VALUE ZEROS.
         77 CT-IOF                              PIC 9(6) VALUE ZEROS.
         77 CT-IOF-NORATE                       PIC 9(6) VALUE ZEROS.
         77 CPT-FL-PATH                PIC X(80)
             VALUE '.\..\fls\CPTYMST.txt'.
         77 CPT-FL-PATH-ENV            PIC X(80).
         77 STTS-CPT                                       PIC 99.
         77 CPT-EOF-FL                               PIC X VALUE 'N'.
          88 CPT-IS-EOF                                    VALUE 'Y'.
         77 CPT-LOADED-FL                            PIC X VALUE 'N'.
          88 CPT-IS-LOADED                                 VALUE 'Y'.
         77 CPX-FL-PATH                PIC X(80)
             VALUE '.\..\fls\CPTYEXP.txt'.
         77 CPX-FL-PATH-ENV            PIC X(80).
         77 STTS-CPX                                       PIC 99.
         77 CPX-EOF-FL                               PIC X VALUE 'N'.
          88 CPX-IS-EOF                                    VALUE 'Y'.
      * A FULL SAME-DAY RERUN REWRITES O0001 FROM SCRATCH, SO WHAT THE
      * EARLIER RUN BOOKED TODAY IS TAKEN OUT BEFORE IT IS BOOKED AGAIN
         77 RBW-FL-PATH                                    PIC X(80).
         77 STTS-RBW                                       PIC 99.
         77 RBW-EOF-FL                               PIC X VALUE 'N'.
          88 RBW-IS-EOF                                    VALUE 'Y'.
         77 FWD-EOF-FL                               PIC X VALUE 'N'.
          88 FWD-IS-EOF                                    VALUE 'Y'.
         77 CT-RERUN-CPX                        PIC 9(6) VALUE ZEROS.
         77 CT-RERUN-FWD                        PIC 9(6) VALUE ZEROS.
         77 CPT-CT                                     PIC 9(4) COMP.
         77 CPT-IX                                     PIC 9(4) COMP.
         77 CPT-HIT                                    PIC 9(4) COMP.
         01 CPT-TBL.
          02 CPT-ENTRY OCCURS 999 TIMES.
           03 CP-ID                                        PIC X(8).
           03 CP-ENT                                       PIC X(4).
           03 CP-STATUS                                    PIC X.
           03 CP-LIMIT                                   PIC 9(12)V99.
           03 CP-USED                                    PIC 9(12)V99.
           03 CP-LIM-CUR                                   PIC X(10).
           03 CP-NORATE                                    PIC X.
           03 CP-RERUN                                   PIC 9(12)V99.
         77 CPT-KEY-ID                                     PIC X(8).
         77 CPT-KEY-ENT                                    PIC X(4).
         77 CPT-BAD-REASON                                 PIC X(20).
         77 CPT-AMT                                    PIC 9(12)V99.
         77 CPT-AVAIL                                 PIC S9(12)V99.
         77 CT-CPTY-REJ                         PIC 9(6) VALUE ZEROS.
         77 CT-CPTY-HELD                        PIC 9(6) VALUE ZEROS.
      * EVERY AMOUNT IS TAKEN INTO THE LIMIT CURRENCY AT THE LATEST
      * SPOT MID RATE, DIRECT OR INVERSE, BEFORE IT IS COMPARED WITH
      * OR ADDED TO THE LINE
         77 LMC-FROM                                       PIC X(10).
         77 LMC-TO                                         PIC X(10).
         77 LMC-AMT-IN                                 PIC 9(12)V99.
         77 LMC-AMT                                    PIC 9(12)V99.
         77 LMC-NUM                                        PIC 9(10).
         77 LMC-DEN                                        PIC 9(10).
         77 LMC-BEST-DT                                    PIC 9(8).
         77 LMC-IX                                     PIC 9(6) COMP.
         77 LMC-END-FL                                     PIC X.
          88 LMC-IS-ENDED                                  VALUE 'Y'.
         77 LMC-FOUND-FL                                   PIC X.
          88 LMC-IS-FOUND                                  VALUE 'Y'.
         77 CT-LIM-NORATE                       PIC 9(6) VALUE ZEROS.

         77 MFST-FL-PATH               PIC X(80)
             VALUE '.\..\fls\RUNMFST.txt'.
         77 CUR-CHECK-CODE                                 PIC X(10).
         77 CUR-BAD-REASON                                 PIC X(20).
         77 CT-BADCODE                          PIC 9(6) VALUE ZEROS.
         77 EMS-FL-PATH                PIC X(80)
             VALUE '.\..\fls\ENTMST.txt'.
         77 EMS-FL-PATH-ENV            PIC X(80).
         77 STTS-EMS                                        PIC 99.
         77 EMS-EOF-FL                               PIC X VALUE 'N'.
          88 EMS-IS-EOF                                    VALUE 'Y'.
         77 EMS-LOADED-FL                            PIC X VALUE 'N'.
          88 EMS-IS-LOADED                                 VALUE 'Y'.
         77 EMS-FOUND-FL                                   PIC X.
          88 EMS-IS-FOUND                                  VALUE 'Y'.
         77 EMS-CT                                     PIC 9(4) COMP.
         77 EMS-IX                                     PIC 9(4) COMP.
         01 EMS-TBL.
          02 EMS-ENTRY OCCURS 999 TIMES.
           03 EM-CODE                                      PIC X(4).
           03 EM-STATUS                                    PIC X.
           03 EM-EFF                                       PIC 9(8).
         77 EMS-BAD-REASON                                 PIC X(20).
         77 CT-BADENT                           PIC 9(6) VALUE ZEROS.
         77 HOL-CT                                     PIC 9(4) COMP.
         77 HOL-IX                                     PIC 9(4) COMP.
         01 HOL-TBL.
             VALUE '.\..\fls\FWHSE.txt'.
         77 FWH-FL-PATH-ENV            PIC X(80).
         77 STTS-FWH                                       PIC 99.
         77 FWD-FL-PATH                PIC X(80)
             VALUE '.\..\fls\FWDREG.txt'.
         77 FWD-FL-PATH-ENV            PIC X(80).
         77 STTS-FWD                                       PIC 99.
         77 CT-FWD-DEALS                        PIC 9(6) VALUE ZEROS.
         77 CUT-FL-PATH                PIC X(80)
             VALUE '.\..\fls\CUTOFF.txt'.
         77 CRL-FL-PATH                PIC X(80)
             VALUE '.\..\fls\CUTROLL.txt'.
         77 CUT-FL-PATH-ENV            PIC X(80).
         77 CRL-FL-PATH-ENV            PIC X(80).
         77 STTS-CUT                                       PIC 99.
         77 STTS-CRL                                       PIC 99.
         77 CUT-EOF-FL                               PIC X VALUE 'N'.
          88 CUT-IS-EOF                                    VALUE 'Y'.
      * MARKET CUT-OFF PER CURRENCY; A BLANK ENTITY OR DIRECTION IS A
      * WILDCARD AND THE MOST SPECIFIC ROW WINS
         77 CUT-CT                              PIC 9(4) COMP VALUE 0.
         77 CUT-IX                                     PIC 9(4) COMP.
         01 CUT-TBL.
          02 CUT-ENTRY OCCURS 999 TIMES.
           03 CT-CUR                                       PIC X(10).
           03 CT-ENT                                       PIC X(4).
           03 CT-DIR                                       PIC X.
           03 CT-TIME                                      PIC 9(4).
         77 CUT-KEY-CUR                                    PIC X(10).
         77 CUT-SCORE                                      PIC 9.
         77 CUT-BEST-SCORE                                 PIC 9.
         77 CUT-BEST-TM                                    PIC 9(4).
         77 CUT-FOUND-FL                                   PIC X.
          88 CUT-IS-FOUND                                  VALUE 'Y'.
         77 CUT-TS-DT                                      PIC 9(8).
         77 CUT-TS-TM                                      PIC 9(4).
         77 MRT-FL-PATH                PIC X(80)
             VALUE '.\..\fls\MANRATE.txt'.
         77 MRT-FL-PATH-ENV            PIC X(80).
         77 STTS-MRT                                       PIC 99.
         77 MRT-EOF-FL                               PIC X VALUE 'N'.
          88 MRT-IS-EOF                                    VALUE 'Y'.
         77 CT-MAN-LOADED                       PIC 9(6) VALUE ZEROS.
         77 CT-MAN-USED                         PIC 9(6) VALUE ZEROS.
      * APPROVED MANUAL RATES PAST THEIR EXPIRY (OR ALREADY MARKED
      * EXPIRED BY MRAT0001); A RECORD OF ONE OF THESE PAIRS THAT ENDS
      * UP UNRATED RAISES ONE ALERT PER PAIR
         77 MRX-CT                              PIC 9(4) COMP VALUE 0.
         77 MRX-IX                                     PIC 9(4) COMP.
         01 MRX-TBL.
          02 MRX-ENTRY OCCURS 999 TIMES.
           03 MX-A                                         PIC X(10).
           03 MX-B                                         PIC X(10).
           03 MX-ALERTED                                   PIC X.
         77 MRX-NEW-FL                                     PIC X.
         77 MRX-OLD-FL                                     PIC X.
         77 CUT-TS-INT                                     PIC 9(9).
         77 CUT-EARLIEST                                   PIC 9(8).
         77 CUT-LATEST-DT                                  PIC 9(8).
         77 CUT-MISS-CUR                                   PIC X(10).
         77 CUT-MISS-TM                                    PIC 9(4).
         77 CT-CUT-ROLLED                       PIC 9(6) VALUE ZEROS.
         77 FWD-HORIZON                        PIC 9(4) VALUE 370.
         77 FWD-HORIZON-ENV                                PIC X(4).
         77 CT-WAREHOUSED                       PIC 9(6) VALUE ZEROS.
         77 AMD-FL-PATH                PIC X(80)
             VALUE '.\..\fls\AMNDAUD.txt'.
         77 AMD-FL-PATH-ENV            PIC X(80).
         77 AMD-REC                                        PIC X(100).
         77 AMD-WIDTH                          PIC 9(3) VALUE 100.
         77 AMDC-RC                                        PIC 99.
         77 ACT-CT                                     PIC 9(4) COMP.
         77 ACT-IX                                     PIC 9(4) COMP.
         01 ACT-TBL.
           03 CR-V                                        PIC S9(08)V99.
           03 CR-ENT                                       PIC X(4).
           03 CR-DIR                                       PIC X.
           03 CR-CPTY                                      PIC X(8).
         77 CT-CARRIED-IN                       PIC 9(4) VALUE ZEROS.
         77 CT-CARRIED-OUT                      PIC 9(4) VALUE ZEROS.
         77 MRG-CT                              PIC 9(6) VALUE ZEROS.


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
         MOVE 'I' TO LOG-SEV.
         MOVE 'CONV0101I' TO LOG-MSGID.
         MOVE SPACES TO LOG-TEXT.
         STRING 'PROGRAM START BUILD ' BLD-ID
          DELIMITED BY SIZE INTO LOG-TEXT.
         PERFORM 990-WRITE-LOG.
         PERFORM 100-INIT.
         PERFORM 292-DROP-RERUN-BOOKINGS.

         OPEN INPUT IN-FL.
         IF NOT IS-DRY-RUN
            OPEN OUTPUT FEE-FL
           END-IF
          END-IF
          IF IOF-IS-ACTIVE
           IF DELTA-IS-RESUMED
            OPEN EXTEND IOF-FL
           ELSE
            OPEN OUTPUT IOF-FL
           END-IF
          END-IF
         END-IF.
         PERFORM 102-WRITE-HEADERS.
         PERFORM 148-FLUSH-DIVERTED.
         IF NOT IS-DRY-RUN AND FSC-CT > 0
          CLOSE FEE-FL
         END-IF.
         IF NOT IS-DRY-RUN AND IOF-IS-ACTIVE
          CLOSE IOF-FL
         END-IF.


         PERFORM 300-END.
         OPEN INPUT RATE-FL.
         PERFORM 101-LOAD-RATE UNTIL IS-RATE-EOF.
         CLOSE RATE-FL.
         PERFORM 164-LOAD-MANUAL-RATES.
      * ON THE SAME EFFECTIVE DATE THE PROVIDER ROW SORTS LAST, AND THE
      * SCANS KEEP THE LAST QUALIFYING ROW, SO THE FEED BEATS A MANUAL
      * RATE AS SOON AS THE PROVIDER PUBLISHES THE PAIR
         IF RATE-CT = 0
          DISPLAY 'WARNING: RATE-FL HAS ZERO RECORDS'
         ELSE
          SORT RATE-ENTRY ON ASCENDING KEY RT-A RT-B RT-EFF-DT
                             DESCENDING KEY RT-MAN
         END-IF.
         PERFORM 105-LOAD-CURRENCY.
         PERFORM 160-LOAD-ENTITIES.
         PERFORM 162-LOAD-CUTOFFS.
         PERFORM 123-LOAD-FEE-SCHEDULE.
         PERFORM 159-LOAD-IOF-RATES.
         PERFORM 125-LOAD-COUNTERPARTIES.
         PERFORM 127-LOAD-SUSPENSIONS.
         PERFORM 119-LOAD-PERIOD-CLOSES.
         PERFORM 117-LOAD-CARRYOVER.
          MOVE 'Y' TO CUR-EOF-FL
         END-IF.

        160-LOAD-ENTITIES.
         MOVE 0 TO EMS-CT.
         OPEN INPUT EMS-FL.
         IF STTS-EMS NOT = ZEROS
          DISPLAY 'ENTITY MASTER NOT FOUND, VALIDATION SKIPPED'
         ELSE
          PERFORM 161-LOAD-ONE-ENTITY UNTIL EMS-IS-EOF
          CLOSE EMS-FL
          MOVE 'Y' TO EMS-LOADED-FL
         END-IF.

        161-LOAD-ONE-ENTITY.
         READ EMS-FL
          AT END
           MOVE 'Y' TO EMS-EOF-FL
          NOT AT END
           IF EMS-CT >= 999
            DISPLAY 'ENTITY TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO EMS-CT
           MOVE EMS-CODE TO EM-CODE(EMS-CT)
           MOVE EMS-STATUS TO EM-STATUS(EMS-CT)
           IF EMS-EFF-DT NUMERIC
            MOVE EMS-EFF-DT TO EM-EFF(EMS-CT)
           ELSE
            MOVE ZEROS TO EM-EFF(EMS-CT)
           END-IF
         END-READ.
         IF STTS-EMS NOT = ZEROS AND STTS-EMS NOT = 10
          DISPLAY 'I/O ERROR READING EMS-FL, STATUS = ' STTS-EMS
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO EMS-EOF-FL
         END-IF.

        162-LOAD-CUTOFFS.
         OPEN INPUT CUT-FL.
         IF STTS-CUT NOT = ZEROS
          DISPLAY 'CUT-OFF TABLE NOT FOUND, NO CUT-OFF CHECK'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 163-LOAD-ONE-CUTOFF UNTIL CUT-IS-EOF.
         CLOSE CUT-FL.
         DISPLAY 'CUT-OFF TIMES LOADED: ' CUT-CT.

        163-LOAD-ONE-CUTOFF.
         READ CUT-FL
          AT END
           MOVE 'Y' TO CUT-EOF-FL
          NOT AT END
           IF CUT-CUR NOT = SPACES AND CUT-TIME IS NUMERIC
            IF CUT-CT >= 999
             DISPLAY 'CUT-OFF TABLE FULL, RUN ABORTED'
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
            ADD 1 TO CUT-CT
            MOVE CUT-CUR TO CT-CUR(CUT-CT)
            MOVE CUT-ENT TO CT-ENT(CUT-CT)
            MOVE CUT-DIR TO CT-DIR(CUT-CT)
            MOVE CUT-TIME TO CT-TIME(CUT-CT)
           END-IF
         END-READ.
         IF STTS-CUT NOT = ZEROS AND STTS-CUT NOT = 10
          DISPLAY 'I/O ERROR READING CUT-FL, STATUS = ' STTS-CUT
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO CUT-EOF-FL
         END-IF.

        164-LOAD-MANUAL-RATES.
      * APPROVED ROWS OF THE MANUAL RATE REGISTER (MRAT0001) JOIN THE
      * RATE TABLE WHILE THE RUN DATE IS NOT PAST THEIR EXPIRY
         OPEN INPUT MRT-FL.
         IF STTS-MRT NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 165-LOAD-ONE-MANUAL UNTIL MRT-IS-EOF.
         CLOSE MRT-FL.
         IF CT-MAN-LOADED > 0 OR MRX-CT > 0
          DISPLAY 'MANUAL RATES LOADED: ' CT-MAN-LOADED
           '  EXPIRED: ' MRX-CT
         END-IF.

        165-LOAD-ONE-MANUAL.
         READ MRT-FL
          AT END
           MOVE 'Y' TO MRT-EOF-FL
          NOT AT END
           EVALUATE TRUE
            WHEN MRT-STATUS = 'A' AND MRT-EXP-DT NOT < TODAY-DT
             IF RATE-CT >= 100000
              DISPLAY 'RATE TABLE FULL, RUN ABORTED'
              MOVE 8 TO RETURN-CODE
              GOBACK
             END-IF
             ADD 1 TO RATE-CT
             ADD 1 TO CT-MAN-LOADED
             MOVE MRT-A TO RT-A(RATE-CT)
             MOVE MRT-B TO RT-B(RATE-CT)
             MOVE MRT-EFF-DT TO RT-EFF-DT(RATE-CT)
             MOVE MRT-NUM TO RT-NUM(RATE-CT)
             MOVE MRT-DEN TO RT-DEN(RATE-CT)
             MOVE MRT-FIX TO RT-FIX(RATE-CT)
             MOVE MRT-TENOR TO RT-TENOR(RATE-CT)
             MOVE MRT-SIDE TO RT-SIDE(RATE-CT)
             MOVE 'Y' TO RT-MAN(RATE-CT)
            WHEN MRT-STATUS = 'A' OR MRT-STATUS = 'X'
             IF MRX-CT < 999
              ADD 1 TO MRX-CT
              MOVE MRT-A TO MX-A(MRX-CT)
              MOVE MRT-B TO MX-B(MRX-CT)
              MOVE 'N' TO MX-ALERTED(MRX-CT)
             END-IF
            WHEN OTHER
             CONTINUE
           END-EVALUATE
         END-READ.
         IF STTS-MRT NOT = ZEROS AND STTS-MRT NOT = 10
          DISPLAY 'I/O ERROR READING MRT-FL, STATUS = ' STTS-MRT
          MOVE 'Y' TO MRT-EOF-FL
         END-IF.

        106-LOAD-PATHS.
         ACCEPT RAW-FL-PATH-ENV FROM ENVIRONMENT 'CONV0001_INFILE'.
         IF RAW-FL-PATH-ENV NOT = SPACES
         IF CUR-FL-PATH-ENV NOT = SPACES
          MOVE CUR-FL-PATH-ENV TO CUR-FL-PATH
         END-IF.
         ACCEPT EMS-FL-PATH-ENV FROM ENVIRONMENT 'CONV0001_ENTFILE'.
         IF EMS-FL-PATH-ENV NOT = SPACES
          MOVE EMS-FL-PATH-ENV TO EMS-FL-PATH
         END-IF.
         ACCEPT REJ2-FL-PATH-ENV FROM ENVIRONMENT 'CONV0001_REJFILE'.
         IF REJ2-FL-PATH-ENV NOT = SPACES
          MOVE REJ2-FL-PATH-ENV TO REJ2-FL-PATH
         IF FEE-FL-PATH-ENV NOT = SPACES
          MOVE FEE-FL-PATH-ENV TO FEE-FL-PATH
         END-IF.
         ACCEPT IOF-FL-PATH-ENV FROM ENVIRONMENT 'CONV0001_IOFFILE'.
         IF IOF-FL-PATH-ENV NOT = SPACES
          MOVE IOF-FL-PATH-ENV TO IOF-FL-PATH
         END-IF.
         ACCEPT CPT-FL-PATH-ENV FROM ENVIRONMENT 'CONV0001_CPTYFILE'.
         IF CPT-FL-PATH-ENV NOT = SPACES
          MOVE CPT-FL-PATH-ENV TO CPT-FL-PATH
         END-IF.
         ACCEPT CPX-FL-PATH-ENV FROM ENVIRONMENT 'CONV0001_CPTYEXPFILE'.
         IF CPX-FL-PATH-ENV NOT = SPACES
          MOVE CPX-FL-PATH-ENV TO CPX-FL-PATH
         END-IF.
         ACCEPT FPR-FL-PATH-ENV FROM ENVIRONMENT 'CONV0001_FPRFILE'.
         IF FPR-FL-PATH-ENV NOT = SPACES
          MOVE FPR-FL-PATH-ENV TO FPR-FL-PATH
         IF FWH-FL-PATH-ENV NOT = SPACES
          MOVE FWH-FL-PATH-ENV TO FWH-FL-PATH
         END-IF.
         ACCEPT FWD-FL-PATH-ENV FROM ENVIRONMENT 'CONV0001_FWDFILE'.
         IF FWD-FL-PATH-ENV NOT = SPACES
          MOVE FWD-FL-PATH-ENV TO FWD-FL-PATH
         END-IF.
         ACCEPT CUT-FL-PATH-ENV FROM ENVIRONMENT 'CONV0001_CUTFILE'.
         IF CUT-FL-PATH-ENV NOT = SPACES
          MOVE CUT-FL-PATH-ENV TO CUT-FL-PATH
         END-IF.
         ACCEPT MRT-FL-PATH-ENV FROM ENVIRONMENT
          'CONV0001_MANRATEFILE'.
         IF MRT-FL-PATH-ENV NOT = SPACES
          MOVE MRT-FL-PATH-ENV TO MRT-FL-PATH
         END-IF.
         ACCEPT CRL-FL-PATH-ENV FROM ENVIRONMENT 'CONV0001_CUTLOG'.
         IF CRL-FL-PATH-ENV NOT = SPACES
          MOVE CRL-FL-PATH-ENV TO CRL-FL-PATH
         END-IF.
         ACCEPT FWD-HORIZON-ENV FROM ENVIRONMENT 'CONV0001_FWDHORIZON'.
         IF FWD-HORIZON-ENV IS NUMERIC AND FWD-HORIZON-ENV NOT = SPACES
          MOVE FWD-HORIZON-ENV TO FWD-HORIZON
         MOVE FEE-FL-PATH TO REH-WRK-PATH.
         PERFORM 149-SUFFIX-ONE-PATH.
         MOVE REH-WRK-PATH TO FEE-FL-PATH.
         MOVE IOF-FL-PATH TO REH-WRK-PATH.
         PERFORM 149-SUFFIX-ONE-PATH.
         MOVE REH-WRK-PATH TO IOF-FL-PATH.
         MOVE ENT-FL-PATH TO REH-WRK-PATH.
         PERFORM 149-SUFFIX-ONE-PATH.
         MOVE REH-WRK-PATH TO ENT-FL-PATH.
          DELIMITED BY SIZE INTO ALRT-HDR-REC.
         WRITE ALRT-HDR-REC.

        125-LOAD-COUNTERPARTIES.
      * THE COUNTERPARTY MASTER GIVES EACH CREDIT LINE; THE OPEN
      * EXPOSURE FILE (EVERY BOOKED CONVERSION WHOSE VALUE DATE HAS
      * NOT YET PASSED) TELLS HOW MUCH OF THE LINE IS ALREADY USED
         MOVE 0 TO CPT-CT.
         OPEN INPUT CPT-FL.
         IF STTS-CPT NOT = ZEROS
          DISPLAY 'COUNTERPARTY MASTER NOT FOUND, LIMIT CHECK SKIPPED'
          EXIT PARAGRAPH
         END-IF.
         PERFORM 126-LOAD-ONE-CPTY UNTIL CPT-IS-EOF.
         CLOSE CPT-FL.
         MOVE 'Y' TO CPT-LOADED-FL.
         OPEN INPUT CPX-FL.
         IF STTS-CPX = ZEROS
          PERFORM 156-LOAD-ONE-EXPOSURE UNTIL CPX-IS-EOF
          CLOSE CPX-FL
         END-IF.
         DISPLAY 'COUNTERPARTY CREDIT LINES LOADED: ' CPT-CT.

        126-LOAD-ONE-CPTY.
         READ CPT-FL
          AT END
           MOVE 'Y' TO CPT-EOF-FL
          NOT AT END
           IF CPT-CT >= 999
            DISPLAY 'COUNTERPARTY TABLE FULL, RUN ABORTED'
            MOVE 8 TO RETURN-CODE
            GOBACK
           END-IF
           ADD 1 TO CPT-CT
           MOVE CPT-ID TO CP-ID(CPT-CT)
           MOVE CPT-ENT TO CP-ENT(CPT-CT)
           MOVE CPT-STATUS TO CP-STATUS(CPT-CT)
           IF CPT-LIMIT NUMERIC
            MOVE CPT-LIMIT TO CP-LIMIT(CPT-CT)
           ELSE
            MOVE ZEROS TO CP-LIMIT(CPT-CT)
           END-IF
           MOVE ZEROS TO CP-USED(CPT-CT)
           IF CPT-LIM-CUR = SPACES
            MOVE 'USD' TO CP-LIM-CUR(CPT-CT)
           ELSE
            MOVE CPT-LIM-CUR TO CP-LIM-CUR(CPT-CT)
           END-IF
           MOVE 'N' TO CP-NORATE(CPT-CT)
           MOVE ZEROS TO CP-RERUN(CPT-CT)
         END-READ.
         IF STTS-CPT NOT = ZEROS AND STTS-CPT NOT = 10
          DISPLAY 'I/O ERROR READING CPT-FL, STATUS = ' STTS-CPT
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO CPT-EOF-FL
         END-IF.

        156-LOAD-ONE-EXPOSURE.
         READ CPX-FL
          AT END
           MOVE 'Y' TO CPX-EOF-FL
          NOT AT END
           IF CPX-VAL-DT NUMERIC AND CPX-VAL-DT NOT < TODAY-DT
            MOVE CPX-CPTY TO CPT-KEY-ID
            MOVE CPX-ENT TO CPT-KEY-ENT
            PERFORM 157-FIND-CPTY-LINE
            IF CPT-HIT > 0
             IF CPX-AMT < 0
              COMPUTE LMC-AMT-IN = 0 - CPX-AMT
             ELSE
              MOVE CPX-AMT TO LMC-AMT-IN
             END-IF
             MOVE CPX-B TO LMC-FROM
             PERFORM 288-TO-LIMIT-CUR
             IF LMC-IS-FOUND
              ADD LMC-AMT TO CP-USED(CPT-HIT)
              IF CPX-RUN-DT = TODAY-DT
               ADD LMC-AMT TO CP-RERUN(CPT-HIT)
              END-IF
             ELSE
      * A LINE WHOSE USE CANNOT BE MEASURED TAKES NO NEW DEAL UNSEEN
              MOVE 'Y' TO CP-NORATE(CPT-HIT)
              ADD 1 TO CT-LIM-NORATE
             END-IF
            END-IF
           END-IF
         END-READ.
         IF STTS-CPX NOT = ZEROS AND STTS-CPX NOT = 10
          DISPLAY 'I/O ERROR READING CPX-FL, STATUS = ' STTS-CPX
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO CPX-EOF-FL
         END-IF.

        157-FIND-CPTY-LINE.
      * THE ENTITY'S OWN LINE WINS OVER A GROUP-WIDE (BLANK ENTITY)
      * LINE FOR THE SAME COUNTERPARTY
         MOVE 0 TO CPT-HIT.
         MOVE 1 TO CPT-IX.
         PERFORM 158-SCAN-CPTY-LINE UNTIL CPT-IX > CPT-CT.

        158-SCAN-CPTY-LINE.
         IF CP-ID(CPT-IX) = CPT-KEY-ID
          IF CP-ENT(CPT-IX) = CPT-KEY-ENT
           MOVE CPT-IX TO CPT-HIT
           MOVE CPT-CT TO CPT-IX
          ELSE
           IF CP-ENT(CPT-IX) = SPACES AND CPT-HIT = 0
            MOVE CPT-IX TO CPT-HIT
           END-IF
          END-IF
         END-IF.
         ADD 1 TO CPT-IX.

        127-LOAD-SUSPENSIONS.
         MOVE 0 TO SUS-CT.
         OPEN INPUT SUS-FL.
          DISPLAY 'FEE SCHEDULE ACTIVE: ' FSC-CT ' BAND(S)'
         END-IF.

        159-LOAD-IOF-RATES.
         MOVE 'LOD' TO IOFC-FUNC.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'IOFC0001' USING IOFC-FUNC IOFC-DIR IOFC-OPTYPE IOFC-ENT
           IOFC-DATE IOFC-BASE IOFC-RATE-PCT IOFC-BAND IOFC-AMT IOFC-RC.
         MOVE SAVED-RC TO RETURN-CODE.
         IF IOFC-RC = ZEROS
          MOVE 'Y' TO IOF-ACTIVE-FL
         ELSE
          DISPLAY 'NO IOF RATE TABLE, IOF NOT CALCULATED'
         END-IF.

        124-LOAD-ONE-FEE.
         READ FSC-FL
          AT END
           MOVE CRY-V TO CR-V(CRY-CT)
           MOVE CRY-ENT TO CR-ENT(CRY-CT)
           MOVE CRY-DIR TO CR-DIR(CRY-CT)
           MOVE CRY-CPTY TO CR-CPTY(CRY-CT)
         END-READ.
         IF STTS-CARRY NOT = ZEROS AND STTS-CARRY NOT = 10
          DISPLAY 'I/O ERROR READING CARRY-FL, STATUS = ' STTS-CARRY
         MOVE CR-V(CRY-IX) TO SRT-V.
         MOVE CR-ENT(CRY-IX) TO SRT-ENT.
         MOVE CR-DIR(CRY-IX) TO SRT-DIR.
         MOVE CR-CPTY(CRY-IX) TO SRT-CPTY.
         MOVE ZEROS TO SRT-TS.
         MOVE SPACES TO SRT-SRC.
         RELEASE SRT-REC.
         MOVE CR-A(CRY-IX) TO CIN-A.
         MOVE CR-B(CRY-IX) TO CIN-B.
              MOVE RAW-V TO SRT-V
              MOVE RAW-ENT TO SRT-ENT
              MOVE RAW-DIR TO SRT-DIR
              MOVE RAW-CPTY TO SRT-CPTY
              IF RAW-TS IS NUMERIC
               MOVE RAW-TS TO SRT-TS
              ELSE
               MOVE ZEROS TO SRT-TS
              END-IF
              MOVE RAW-SRC TO SRT-SRC
              RELEASE SRT-REC
             END-IF
            END-IF
          IF AC-ACT(ACT-IX) = 'C'
           ADD 1 TO CT-CANCELLED
           PERFORM 146-BUFFER-DIVERT
           PERFORM 147-WRITE-AMEND-AUDIT
          ELSE
           ADD 1 TO CT-AMENDED
           MOVE RAW-V TO WRK-OLD-V
         END-IF.

        147-WRITE-AMEND-AUDIT.
      * CANCELLATIONS ARE LOGGED IN THE SAME LAYOUT SO THE MONTHLY STP
      * REPORT (STPR0001) CAN COUNT BOTH KINDS OF ACTION-CODE TOUCH
         MOVE SPACES TO AMD-REC.
         IF AC-ACT(ACT-IX) = 'C'
          STRING TODAY-DT ' CANCEL ' RAW-A '/' RAW-B ' ' RAW-DT
           ' ' RAW-ENT ' BEFORE ' RAW-V
           DELIMITED BY SIZE INTO AMD-REC
         ELSE
          STRING TODAY-DT ' AMEND  ' RAW-A '/' RAW-B ' ' RAW-DT
           ' ' RAW-ENT ' BEFORE ' WRK-OLD-V
           ' AFTER ' AC-NEW-V(ACT-IX)
           DELIMITED BY SIZE INTO AMD-REC
         END-IF.
         CALL 'AUDC0001' USING AMD-FL-PATH AMD-REC AMD-WIDTH AMDC-RC.

        148-FLUSH-DIVERTED.
         MOVE 1 TO DIV-IX.
           ELSE
            MOVE RATE-SIDE TO RT-SIDE(RATE-CT)
           END-IF
           MOVE 'N' TO RT-MAN(RATE-CT)
         END-READ.
         IF STTS-RATE NOT = ZEROS AND STTS-RATE NOT = 10
          DISPLAY 'I/O ERROR READING RATE-FL, STATUS = ' STTS-RATE
          MOVE I-ENT TO FW-ENT
          MOVE I-DIR TO FW-DIR
          MOVE TODAY-DT TO FW-RECV-DT
          MOVE I-CPTY TO FW-CPTY
          MOVE I-TS TO FW-TS
          MOVE I-SRC TO FW-SRC
          WRITE FWH-RCRD
          CLOSE FWH-FL
         ELSE
          MOVE 'NIL' TO ERR
         END-IF.

        274-CHECK-COUNTERPARTY.
         MOVE SPACES TO CPT-BAD-REASON.
         MOVE I-CPTY TO CPT-KEY-ID.
         MOVE I-ENT TO CPT-KEY-ENT.
         PERFORM 157-FIND-CPTY-LINE.
         IF CPT-HIT = 0
          MOVE 'UNKNOWN CPTY' TO CPT-BAD-REASON
         ELSE
          EVALUATE CP-STATUS(CPT-HIT)
           WHEN 'A'
            CONTINUE
           WHEN 'S'
            MOVE 'CPTY SUSPENDED' TO CPT-BAD-REASON
           WHEN OTHER
            MOVE 'CPTY INACTIVE' TO CPT-BAD-REASON
          END-EVALUATE
         END-IF.

        276-REJECT-COUNTERPARTY.
         ADD 1 TO CT-CPTY-REJ.
         DISPLAY 'CONTRAPARTE INVALIDA: ' I-CPTY ' ' I-A '/' I-B
          ' ' I-DT ' - ' CPT-BAD-REASON.
         MOVE I-A TO REJ2-A.
         MOVE I-B TO REJ2-B.
         MOVE I-V TO REJ2-V.
         MOVE CPT-BAD-REASON TO REJ2-REASON.
         WRITE RCRD-REJ2.
         PERFORM 251-COUNT-ERROR.

        279-CHECK-ENTITY.
      * THE BOOKING ENTITY MUST BE ON THE ENTITY MASTER AND ACTIVE ON
      * THE TRADE DATE, WITH THE SAME DATING RULE AS THE CURRENCIES
         MOVE SPACES TO EMS-BAD-REASON.
         MOVE 'N' TO EMS-FOUND-FL.
         MOVE 1 TO EMS-IX.
         PERFORM 280-SCAN-ENTITY UNTIL EMS-IX > EMS-CT
          OR EMS-IS-FOUND.
         IF NOT EMS-IS-FOUND
          MOVE 'UNKNOWN ENTITY' TO EMS-BAD-REASON
          EXIT PARAGRAPH
         END-IF.
         IF (EM-STATUS(EMS-IX) = 'A' AND EM-EFF(EMS-IX) > I-DT)
            OR (EM-STATUS(EMS-IX) NOT = 'A'
                AND EM-EFF(EMS-IX) NOT > I-DT)
          MOVE 'INACTIVE ENTITY' TO EMS-BAD-REASON
         END-IF.

        280-SCAN-ENTITY.
         IF EM-CODE(EMS-IX) = I-ENT
          MOVE 'Y' TO EMS-FOUND-FL
         ELSE
          ADD 1 TO EMS-IX
         END-IF.

        281-REJECT-ENTITY.
         ADD 1 TO CT-BADENT.
         DISPLAY 'ENTIDADE INVALIDA: ' I-ENT ' ' I-A '/' I-B
          ' ' I-DT ' - ' EMS-BAD-REASON.
         MOVE I-A TO REJ2-A.
         MOVE I-B TO REJ2-B.
         MOVE I-V TO REJ2-V.
         MOVE EMS-BAD-REASON TO REJ2-REASON.
         WRITE RCRD-REJ2.
         PERFORM 251-COUNT-ERROR.

        277-CHECK-CPTY-LIMIT.
      * THE CONVERTED AMOUNT MUST FIT IN WHAT IS LEFT OF THE LINE
      * AFTER THE OPEN EXPOSURE AND EVERYTHING BOOKED EARLIER IN
      * THIS RUN; A BREACH GOES TO THE SAME SUPERVISOR HOLD AS THE
      * VALUE THRESHOLD, AND HRLS0001 BOOKS THE EXPOSURE ON RELEASE
         PERFORM 289-DEAL-TO-LIMIT-CUR.
         IF NOT LMC-IS-FOUND OR CP-NORATE(CPT-HIT) = 'Y'
          MOVE 'Y' TO HOLD-REC-FL
          ADD 1 TO CT-CPTY-HELD
          DISPLAY 'ALERTA: SEM TAXA PARA A MOEDA DO LIMITE '
           CP-LIM-CUR(CPT-HIT) ' - ' I-CPTY ' ' O-A '/' O-B
           ' = ' O-V
          MOVE 'CPL' TO ERR
          MOVE I-CPTY TO ALRT-A
          MOVE I-ENT TO ALRT-B
          MOVE 'MOEDA DO LIMITE SEM TAXA, EM REVISAO' TO ALRT-MSG
          PERFORM 225-RAISE-ALERT
          MOVE 'NIL' TO ERR
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
          EXIT PARAGRAPH
         END-IF.
         COMPUTE CPT-AVAIL = CP-LIMIT(CPT-HIT) - CP-USED(CPT-HIT).
         IF CPT-AMT > CPT-AVAIL
          MOVE 'Y' TO HOLD-REC-FL
          ADD 1 TO CT-CPTY-HELD
          DISPLAY 'ALERTA: LIMITE DA CONTRAPARTE EXCEDIDO - '
           I-CPTY ' ' O-A '/' O-B ' = ' O-V
          MOVE 'CPL' TO ERR
          MOVE I-CPTY TO ALRT-A
          MOVE I-ENT TO ALRT-B
          MOVE 'LIMITE DA CONTRAPARTE EXCEDIDO, EM REVISAO'
           TO ALRT-MSG
          PERFORM 225-RAISE-ALERT
          MOVE 'NIL' TO ERR
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
         END-IF.

        278-BOOK-CPTY-EXPOSURE.
         PERFORM 289-DEAL-TO-LIMIT-CUR.
         IF LMC-IS-FOUND
          ADD CPT-AMT TO CP-USED(CPT-HIT)
         ELSE
          MOVE 'Y' TO CP-NORATE(CPT-HIT)
         END-IF.
         IF IS-REHEARSAL
          EXIT PARAGRAPH
         END-IF.
         OPEN EXTEND CPX-FL.
         IF STTS-CPX = 35 OR STTS-CPX = 30
          OPEN OUTPUT CPX-FL
         END-IF.
         IF STTS-CPX NOT = ZEROS
          DISPLAY 'ERROR OPENING CPX-FL, STATUS = ' STTS-CPX
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         MOVE I-CPTY TO CPX-CPTY.
         MOVE O-ENT TO CPX-ENT.
         MOVE O-A TO CPX-A.
         MOVE O-B TO CPX-B.
         MOVE O-DT TO CPX-VAL-DT.
         MOVE O-V TO CPX-AMT.
         MOVE TODAY-DT TO CPX-RUN-DT.
         MOVE LIN-SEQ-CT TO CPX-SEQ.
         WRITE CPX-RCRD.
         CLOSE CPX-FL.

        282-REGISTER-FORWARD.
      * A CONVERSION ON A FORWARD TENOR IS A DEAL THAT ONLY SETTLES ON
      * ITS VALUE DATE: IT GOES TO THE FORWARD REGISTER AT THE
      * CONTRACT RATE, WHERE THE POSITION RUN LEAVES IT UNTIL FWDM0001
      * RELEASES IT AT MATURITY
         ADD 1 TO CT-FWD-DEALS.
         IF IS-REHEARSAL
          EXIT PARAGRAPH
         END-IF.
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
         MOVE LIN-SEQ-CT TO FWD-SEQ.
         MOVE O-A TO FWD-A.
         MOVE O-B TO FWD-B.
         MOVE O-ENT TO FWD-ENT.
         MOVE O-DT TO FWD-MAT-DT.
         MOVE I-V TO FWD-SOLD.
         MOVE O-V TO FWD-BOUGHT.
         MOVE NUM TO FWD-NUM.
         MOVE DEN TO FWD-DEN.
         MOVE USE-TENOR TO FWD-TENOR.
         MOVE I-DIR TO FWD-DIR.
         MOVE I-CPTY TO FWD-CPTY.
         MOVE 'OPEN' TO FWD-STATUS.
         MOVE TODAY-DT TO FWD-MTM-DT.
         MOVE NUM TO FWD-MTM-NUM.
         MOVE DEN TO FWD-MTM-DEN.
         MOVE ZEROS TO FWD-MTM.
         MOVE ZEROS TO FWD-REL-DT.
         WRITE FWD-RCRD.
         CLOSE FWD-FL.

        283-CHECK-CUTOFF.
      * A DEAL CAN ONLY VALUE ON A DAY WHOSE CUT-OFF IT MADE: FROM THE
      * TRANSACTION TIMESTAMP, THE EARLIEST VALUE DATE IS THE ARRIVAL
      * DAY (OR THE NEXT DAY WHEN PAST THE CUT-OFF) ROLLED OVER THE
      * MARKET HOLIDAYS; BOTH LEGS ARE JUDGED AND THE LATER ONE WINS
         MOVE I-TS(1:8) TO CUT-TS-DT.
         MOVE I-TS(9:4) TO CUT-TS-TM.
         MOVE 0 TO CUT-TS-INT.
         COMPUTE CUT-TS-INT = FUNCTION INTEGER-OF-DATE(CUT-TS-DT)
          ON SIZE ERROR MOVE 0 TO CUT-TS-INT
         END-COMPUTE.
         IF CUT-TS-INT = 0
          EXIT PARAGRAPH
         END-IF.
         MOVE O-DT TO CUT-LATEST-DT.
         MOVE SPACES TO CUT-MISS-CUR.
         MOVE I-A TO CUT-KEY-CUR.
         PERFORM 284-JUDGE-ONE-LEG.
         MOVE I-B TO CUT-KEY-CUR.
         PERFORM 284-JUDGE-ONE-LEG.
         IF CUT-MISS-CUR = SPACES
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CT-CUT-ROLLED.
         DISPLAY 'CUT-OFF MISSED (' CUT-MISS-CUR ' ' CUT-MISS-TM
          '): ' I-A '/' I-B ' ' O-DT ' -> ' CUT-LATEST-DT.
         MOVE TODAY-DT TO CRL-RUN-DT.
         MOVE I-SRC TO CRL-SRC.
         MOVE I-A TO CRL-A.
         MOVE I-B TO CRL-B.
         MOVE I-ENT TO CRL-ENT.
         MOVE I-DIR TO CRL-DIR.
         MOVE I-V TO CRL-V.
         MOVE I-CPTY TO CRL-CPTY.
         MOVE I-TS TO CRL-TS.
         MOVE CUT-MISS-CUR TO CRL-CUR.
         MOVE CUT-MISS-TM TO CRL-CUT-TM.
         MOVE O-DT TO CRL-ORIG-DT.
         MOVE CUT-LATEST-DT TO CRL-NEW-DT.
         MOVE CUT-LATEST-DT TO O-DT.
         IF IS-REHEARSAL OR IS-DRY-RUN
          EXIT PARAGRAPH
         END-IF.
         OPEN EXTEND CRL-FL.
         IF STTS-CRL = 35 OR STTS-CRL = 30
          OPEN OUTPUT CRL-FL
         END-IF.
         IF STTS-CRL NOT = ZEROS
          DISPLAY 'ERROR OPENING CRL-FL, STATUS = ' STTS-CRL
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         WRITE CRL-RCRD.
         CLOSE CRL-FL.

        284-JUDGE-ONE-LEG.
         MOVE 'N' TO CUT-FOUND-FL.
         MOVE 0 TO CUT-BEST-SCORE.
         MOVE 1 TO CUT-IX.
         PERFORM 285-SCAN-CUTOFF UNTIL CUT-IX > CUT-CT.
         IF NOT CUT-IS-FOUND
          EXIT PARAGRAPH
         END-IF.
         MOVE CUT-TS-INT TO ROLL-INT.
         IF CUT-TS-TM > CUT-BEST-TM
          ADD 1 TO ROLL-INT
         END-IF.
         MOVE FUNCTION DATE-OF-INTEGER(ROLL-INT) TO ROLL-DT.
         MOVE 'N' TO ROLL-DONE-FL.
         MOVE ZEROS TO ROLL-TRIES.
         PERFORM 248-CHECK-ROLL UNTIL ROLL-IS-DONE.
         MOVE ROLL-DT TO CUT-EARLIEST.
         IF CUT-EARLIEST > CUT-LATEST-DT
          MOVE CUT-EARLIEST TO CUT-LATEST-DT
          MOVE CUT-KEY-CUR TO CUT-MISS-CUR
          MOVE CUT-BEST-TM TO CUT-MISS-TM
         END-IF.

        285-SCAN-CUTOFF.
         IF CT-CUR(CUT-IX) = CUT-KEY-CUR
            AND (CT-ENT(CUT-IX) = SPACES OR CT-ENT(CUT-IX) = I-ENT)
            AND (CT-DIR(CUT-IX) = SPACE OR CT-DIR(CUT-IX) = I-DIR)
          MOVE 1 TO CUT-SCORE
          IF CT-ENT(CUT-IX) NOT = SPACES
           ADD 2 TO CUT-SCORE
          END-IF
          IF CT-DIR(CUT-IX) NOT = SPACE
           ADD 1 TO CUT-SCORE
          END-IF
          IF CUT-SCORE > CUT-BEST-SCORE
           MOVE CUT-SCORE TO CUT-BEST-SCORE
           MOVE CT-TIME(CUT-IX) TO CUT-BEST-TM
           MOVE 'Y' TO CUT-FOUND-FL
          END-IF
         END-IF.
         ADD 1 TO CUT-IX.

        286-CHECK-EXPIRED-MANUAL.
      * THE PAIR (EITHER DIRECTION) LEANED ON A MANUAL RATE THAT HAS
      * EXPIRED: SOMEONE HAS TO RENEW IT OR GET THE PROVIDER TO FIX IT
         MOVE 'N' TO MRX-NEW-FL.
         MOVE 'N' TO MRX-OLD-FL.
         MOVE 1 TO MRX-IX.
         PERFORM 287-SCAN-EXPIRED-MANUAL UNTIL MRX-IX > MRX-CT.
         IF MRX-NEW-FL = 'Y' AND MRX-OLD-FL NOT = 'Y'
          MOVE 'MRX' TO ERR
          MOVE I-A TO ALRT-A
          MOVE I-B TO ALRT-B
          MOVE 'MANUAL RATE EXPIRED, PAIR NOW UNRATED'
           TO ALRT-MSG
          PERFORM 225-RAISE-ALERT
          MOVE 'NIL' TO ERR
         END-IF.

        287-SCAN-EXPIRED-MANUAL.
         IF (MX-A(MRX-IX) = I-A AND MX-B(MRX-IX) = I-B)
            OR (MX-A(MRX-IX) = I-B AND MX-B(MRX-IX) = I-A)
          IF MX-ALERTED(MRX-IX) = 'Y'
           MOVE 'Y' TO MRX-OLD-FL
          ELSE
           MOVE 'Y' TO MRX-NEW-FL
           MOVE 'Y' TO MX-ALERTED(MRX-IX)
          END-IF
         END-IF.
         ADD 1 TO MRX-IX.

        256-REJECT-BAD-DATE.
         ADD 1 TO CT-BADDATE.
         DISPLAY 'DATA INVALIDA: ' I-A '/' I-B ' ' I-DT
          PERFORM 273-DIVERT-TO-WAREHOUSE
          EXIT PARAGRAPH
         END-IF.
         IF EMS-IS-LOADED
          PERFORM 279-CHECK-ENTITY
          IF EMS-BAD-REASON NOT = SPACES
           PERFORM 281-REJECT-ENTITY
           EXIT PARAGRAPH
          END-IF
         END-IF.
         MOVE 0 TO CPT-HIT.
         IF CPT-IS-LOADED AND I-CPTY NOT = SPACES
          PERFORM 274-CHECK-COUNTERPARTY
          IF CPT-BAD-REASON NOT = SPACES
           PERFORM 276-REJECT-COUNTERPARTY
           EXIT PARAGRAPH
          END-IF
         END-IF.
         PERFORM 215-LOOKUP-RATE.
         IF RATE-IS-FOUND AND MAN-WAS-USED
          ADD 1 TO CT-MAN-USED
         END-IF.
         IF NOT RATE-IS-FOUND AND MRX-CT > 0
          PERFORM 286-CHECK-EXPIRED-MANUAL
         END-IF.
         IF UNRATED-IS-REJECT AND NOT RATE-IS-FOUND
          PERFORM 241-REJECT-UNRATED
         ELSE
          MOVE I-DT TO O-DT
          MOVE I-ENT TO O-ENT
          PERFORM 247-ROLL-VALUE-DATE
          IF CUT-CT > 0 AND I-TS NOT = ZEROS
           PERFORM 283-CHECK-CUTOFF
          END-IF
          PERFORM 240-CONVERT-VALUE
          PERFORM 263-CHECK-THRESHOLD
          IF NOT HOLD-REC-IS-SET AND CPT-HIT > 0
           PERFORM 277-CHECK-CPTY-LIMIT
          END-IF
          IF HOLD-REC-IS-SET AND NOT IS-DRY-RUN
           PERFORM 258-DIVERT-TO-HOLD
          ELSE
            IF FSC-CT > 0
             PERFORM 266-COMPUTE-FEE
            END-IF
            IF IOF-IS-ACTIVE
             PERFORM 269-COMPUTE-IOF
            END-IF
            IF CPT-HIT > 0
             PERFORM 278-BOOK-CPTY-EXPOSURE
            END-IF
            IF USE-TENOR NOT = 'SPT' AND RATE-IS-FOUND
             PERFORM 282-REGISTER-FORWARD
            END-IF
           END-IF
          END-IF
         END-IF.
          ADD 1 TO FSC-IX
         END-IF.

        269-COMPUTE-IOF.
      * IOF IS LEVIED ON THE CONVERTED VALUE AT THE RATE IN FORCE ON
      * THE VALUE DATE FOR THE DEAL'S DIRECTION, OPERATION TYPE AND
      * ENTITY; THE TAX LINE CARRIES THE LINEAGE SEQUENCE
         IF O-V < 0
          COMPUTE IOFC-BASE = O-V * -1
         ELSE
          MOVE O-V TO IOFC-BASE
         END-IF.
         IF USE-TENOR = 'SPT'
          MOVE 'SPT' TO IOFC-OPTYPE
         ELSE
          MOVE 'FWD' TO IOFC-OPTYPE
         END-IF.
         MOVE I-DIR TO IOFC-DIR.
         MOVE O-ENT TO IOFC-ENT.
         MOVE O-DT TO IOFC-DATE.
         MOVE 'CMP' TO IOFC-FUNC.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'IOFC0001' USING IOFC-FUNC IOFC-DIR IOFC-OPTYPE IOFC-ENT
           IOFC-DATE IOFC-BASE IOFC-RATE-PCT IOFC-BAND IOFC-AMT IOFC-RC.
         MOVE SAVED-RC TO RETURN-CODE.
         IF IOFC-RC NOT = ZEROS
          ADD 1 TO CT-IOF-NORATE
          EXIT PARAGRAPH
         END-IF.
         ADD 1 TO CT-IOF.
         ADD IOFC-AMT TO TOT-IOF.
         MOVE LIN-SEQ-CT TO IOF-SEQ.
         MOVE O-A TO IOF-A.
         MOVE O-B TO IOF-B.
         MOVE O-DT TO IOF-DT.
         MOVE O-ENT TO IOF-ENT.
         MOVE I-DIR TO IOF-DIR.
         MOVE IOFC-OPTYPE TO IOF-OPTYPE.
         MOVE O-V TO IOF-BASE.
         MOVE IOFC-RATE-PCT TO IOF-RATE-PCT.
         MOVE IOFC-BAND TO IOF-BAND.
         MOVE IOFC-AMT TO IOF-AMT.
         MOVE TODAY-DT TO IOF-RUN-DT.
         WRITE IOF-RCRD.

        252-WRITE-LINEAGE.
         ADD 1 TO LIN-SEQ-CT.
         MOVE LIN-SEQ-CT TO LIN-SEQ.
         MOVE I-ENT TO LIN-ENT.
         MOVE USE-SIDE TO LIN-SIDE.
         MOVE INV-USED-FL TO LIN-INV.
         MOVE I-DIR TO LIN-DIR.
         MOVE MAN-USED-FL TO LIN-MAN.
         WRITE LIN-RCRD.

        247-ROLL-VALUE-DATE.
         MOVE ZEROS TO BEST-EFF-DT.
         MOVE 'N' TO CHAIN-USED-FL.
         MOVE 'N' TO RATE-FOUND-FL.
         MOVE 'N' TO MAN-USED-FL.
         MOVE I-A TO FND-A.
         MOVE I-B TO FND-B.
         PERFORM 930-FIND-PAIR-GROUP.
           MOVE RT-EFF-DT(RATE-IX) TO BEST-EFF-DT
           MOVE RT-NUM(RATE-IX) TO NUM
           MOVE RT-DEN(RATE-IX) TO DEN
           MOVE RT-MAN(RATE-IX) TO MAN-USED-FL
           MOVE 'Y' TO RATE-FOUND-FL
          END-IF
         ELSE
          MOVE RT-NUM(CHAIN-IX) TO CHAIN-NUM1
          MOVE RT-DEN(CHAIN-IX) TO CHAIN-DEN1
          MOVE RT-EFF-DT(CHAIN-IX) TO CHAIN-EFF1
          MOVE RT-MAN(CHAIN-IX) TO CHAIN-MAN1
          MOVE 'Y' TO HOP1-HAVE-FL
         END-IF.
         ADD 1 TO CHAIN-IX.
          END-IF
          MOVE 'Y' TO RATE-FOUND-FL
          MOVE 'Y' TO CHAIN-USED-FL
          IF CHAIN-MAN1 = 'Y' OR CHAIN-MAN2 = 'Y'
           MOVE 'Y' TO MAN-USED-FL
          END-IF
          DISPLAY 'MULTI-HOP RATE: ' I-A '/' CHAIN-MID '/' I-B
         END-IF.

          MOVE RT-NUM(CHAIN-IY) TO CHAIN-NUM2
          MOVE RT-DEN(CHAIN-IY) TO CHAIN-DEN2
          MOVE RT-EFF-DT(CHAIN-IY) TO CHAIN-EFF2
          MOVE RT-MAN(CHAIN-IY) TO CHAIN-MAN2
          MOVE 'Y' TO HOP2-HAVE-FL
         END-IF.
         ADD 1 TO CHAIN-IY.

        288-TO-LIMIT-CUR.
         MOVE CP-LIM-CUR(CPT-HIT) TO LMC-TO.
         MOVE 'N' TO LMC-FOUND-FL.
         IF LMC-FROM = LMC-TO
          MOVE LMC-AMT-IN TO LMC-AMT
          MOVE 'Y' TO LMC-FOUND-FL
          EXIT PARAGRAPH
         END-IF.
         MOVE LMC-FROM TO FND-A.
         MOVE LMC-TO TO FND-B.
         PERFORM 290-FIND-LIMIT-RATE.
         IF LMC-IS-FOUND
          COMPUTE LMC-AMT ROUNDED = LMC-AMT-IN * LMC-NUM / LMC-DEN
           ON SIZE ERROR MOVE ALL '9' TO LMC-AMT
          END-COMPUTE
          EXIT PARAGRAPH
         END-IF.
         MOVE LMC-TO TO FND-A.
         MOVE LMC-FROM TO FND-B.
         PERFORM 290-FIND-LIMIT-RATE.
         IF LMC-IS-FOUND
          COMPUTE LMC-AMT ROUNDED = LMC-AMT-IN * LMC-DEN / LMC-NUM
           ON SIZE ERROR MOVE ALL '9' TO LMC-AMT
          END-COMPUTE
         END-IF.

        289-DEAL-TO-LIMIT-CUR.
      * THE CONVERTED VALUE IS IN THE BOUGHT CURRENCY OF THE DEAL
         IF O-V < 0
          COMPUTE LMC-AMT-IN = O-V * -1
         ELSE
          MOVE O-V TO LMC-AMT-IN
         END-IF.
         MOVE O-B TO LMC-FROM.
         PERFORM 288-TO-LIMIT-CUR.
         MOVE LMC-AMT TO CPT-AMT.

        290-FIND-LIMIT-RATE.
         MOVE ZEROS TO LMC-BEST-DT.
         IF RATE-CT = 0
          EXIT PARAGRAPH
         END-IF.
         PERFORM 930-FIND-PAIR-GROUP.
         IF FND-IX = 0
          EXIT PARAGRAPH
         END-IF.
         MOVE 'N' TO LMC-END-FL.
         MOVE FND-IX TO LMC-IX.
         PERFORM 291-SCAN-LIMIT-RATE UNTIL LMC-IX > RATE-CT
          OR LMC-IS-ENDED.

        291-SCAN-LIMIT-RATE.
         IF RT-A(LMC-IX) = FND-A AND RT-B(LMC-IX) = FND-B
          IF RT-TENOR(LMC-IX) = 'SPT' AND RT-SIDE(LMC-IX) = 'M'
             AND RT-EFF-DT(LMC-IX) NOT > TODAY-DT
             AND RT-EFF-DT(LMC-IX) NOT < LMC-BEST-DT
             AND RT-NUM(LMC-IX) > 0 AND RT-DEN(LMC-IX) > 0
           MOVE RT-EFF-DT(LMC-IX) TO LMC-BEST-DT
           MOVE RT-NUM(LMC-IX) TO LMC-NUM
           MOVE RT-DEN(LMC-IX) TO LMC-DEN
           MOVE 'Y' TO LMC-FOUND-FL
          END-IF
         ELSE
          MOVE 'Y' TO LMC-END-FL
         END-IF.
         ADD 1 TO LMC-IX.

        292-DROP-RERUN-BOOKINGS.
      * A DELTA RUN AND A CHECKPOINT RESTART KEEP WHAT WAS BOOKED
      * BEFORE THEM; ANY OTHER RUN REPLACES THE DAY, SO THE EXPOSURE
      * AND FORWARD ROWS DATED TODAY ARE DROPPED AND BOOKED AGAIN
         IF DELTA-IS-RESUMED OR RESTART-CT > 0
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO CPT-IX.
         PERFORM 293-UNBOOK-ONE-LINE UNTIL CPT-IX > CPT-CT.
         IF IS-DRY-RUN OR IS-REHEARSAL
          EXIT PARAGRAPH
         END-IF.
         PERFORM 294-STRIP-EXPOSURE.
         PERFORM 296-STRIP-FORWARDS.
         IF CT-RERUN-CPX > 0 OR CT-RERUN-FWD > 0
          DISPLAY 'SAME-DAY RERUN: DROPPED ' CT-RERUN-CPX
           ' EXPOSURE AND ' CT-RERUN-FWD ' FORWARD ROW(S) OF TODAY'
         END-IF.

        293-UNBOOK-ONE-LINE.
         IF CP-RERUN(CPT-IX) > CP-USED(CPT-IX)
          MOVE ZEROS TO CP-USED(CPT-IX)
         ELSE
          SUBTRACT CP-RERUN(CPT-IX) FROM CP-USED(CPT-IX)
         END-IF.
         MOVE ZEROS TO CP-RERUN(CPT-IX).
         ADD 1 TO CPT-IX.

        294-STRIP-EXPOSURE.
         MOVE SPACES TO RBW-FL-PATH.
         STRING CPX-FL-PATH DELIMITED BY SPACE
          '.NEW' DELIMITED BY SIZE
          INTO RBW-FL-PATH.
         OPEN INPUT CPX-FL.
         IF STTS-CPX NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         OPEN OUTPUT RBW-FL.
         IF STTS-RBW NOT = ZEROS
          DISPLAY 'ERROR OPENING RBW-FL, STATUS = ' STTS-RBW
          MOVE 8 TO RETURN-CODE
          CLOSE CPX-FL
          GOBACK
         END-IF.
         MOVE 'N' TO CPX-EOF-FL.
         PERFORM 295-KEEP-ONE-EXPOSURE UNTIL CPX-IS-EOF.
         CLOSE CPX-FL.
         CLOSE RBW-FL.
         IF CT-RERUN-CPX = 0
          EXIT PARAGRAPH
         END-IF.
         OPEN INPUT RBW-FL.
         OPEN OUTPUT CPX-FL.
         MOVE 'N' TO RBW-EOF-FL.
         PERFORM 298-COPY-BACK-EXPOSURE UNTIL RBW-IS-EOF.
         CLOSE RBW-FL.
         CLOSE CPX-FL.

        295-KEEP-ONE-EXPOSURE.
         READ CPX-FL
          AT END
           MOVE 'Y' TO CPX-EOF-FL
          NOT AT END
           IF CPX-RUN-DT = TODAY-DT
            ADD 1 TO CT-RERUN-CPX
           ELSE
            WRITE RBW-RCRD FROM CPX-RCRD
           END-IF
         END-READ.
         IF STTS-CPX NOT = ZEROS AND STTS-CPX NOT = 10
          DISPLAY 'I/O ERROR READING CPX-FL, STATUS = ' STTS-CPX
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        296-STRIP-FORWARDS.
         MOVE SPACES TO RBW-FL-PATH.
         STRING FWD-FL-PATH DELIMITED BY SPACE
          '.NEW' DELIMITED BY SIZE
          INTO RBW-FL-PATH.
         OPEN INPUT FWD-FL.
         IF STTS-FWD NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         OPEN OUTPUT RBW-FL.
         IF STTS-RBW NOT = ZEROS
          DISPLAY 'ERROR OPENING RBW-FL, STATUS = ' STTS-RBW
          MOVE 8 TO RETURN-CODE
          CLOSE FWD-FL
          GOBACK
         END-IF.
         MOVE 'N' TO FWD-EOF-FL.
         PERFORM 297-KEEP-ONE-FORWARD UNTIL FWD-IS-EOF.
         CLOSE FWD-FL.
         CLOSE RBW-FL.
         IF CT-RERUN-FWD = 0
          EXIT PARAGRAPH
         END-IF.
         OPEN INPUT RBW-FL.
         OPEN OUTPUT FWD-FL.
         MOVE 'N' TO RBW-EOF-FL.
         PERFORM 299-COPY-BACK-FORWARD UNTIL RBW-IS-EOF.
         CLOSE RBW-FL.
         CLOSE FWD-FL.

        297-KEEP-ONE-FORWARD.
         READ FWD-FL
          AT END
           MOVE 'Y' TO FWD-EOF-FL
          NOT AT END
           IF FWD-TRADE-DT = TODAY-DT
            ADD 1 TO CT-RERUN-FWD
           ELSE
            WRITE RBW-RCRD FROM FWD-RCRD
           END-IF
         END-READ.
         IF STTS-FWD NOT = ZEROS AND STTS-FWD NOT = 10
          DISPLAY 'I/O ERROR READING FWD-FL, STATUS = ' STTS-FWD
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.

        298-COPY-BACK-EXPOSURE.
         READ RBW-FL
          AT END
           MOVE 'Y' TO RBW-EOF-FL
          NOT AT END
           WRITE CPX-RCRD FROM RBW-RCRD
         END-READ.

        299-COPY-BACK-FORWARD.
         READ RBW-FL
          AT END
           MOVE 'Y' TO RBW-EOF-FL
          NOT AT END
           WRITE FWD-RCRD FROM RBW-RCRD
         END-READ.

        930-FIND-PAIR-GROUP.
         MOVE 1 TO BS-LO.
         MOVE RATE-CT TO BS-HI.
         MOVE I-V TO CWK-V.
         MOVE I-ENT TO CWK-ENT.
         MOVE I-DIR TO CWK-DIR.
         MOVE I-CPTY TO CWK-CPTY.
         WRITE RCRD-CWK.
         ADD 1 TO CT-CARRIED-OUT.

         END-IF.
         MOVE INV-USED-FL TO HLD-INV.
         MOVE RESID-WRK TO HLD-RESID.
         MOVE I-CPTY TO HLD-CPTY.
         MOVE I-DIR TO HLD-DIR.
         MOVE MAN-USED-FL TO HLD-MAN.
         WRITE HOLD-RCRD.
         CLOSE HOLD-FL.
         ADD 1 TO CT-HELD.
          DISPLAY ' FEES CALCULATED: ' CT-FEES
           '  TOTAL ' TOT-FEE
         END-IF.
         IF CT-IOF > 0 OR CT-IOF-NORATE > 0
          DISPLAY ' IOF LINES: ' CT-IOF '  TOTAL ' TOT-IOF
           '  NO RATE IN FORCE: ' CT-IOF-NORATE
         END-IF.
         IF CT-INVERTED > 0
          DISPLAY ' INVERSE RATES APPLIED: ' CT-INVERTED
         END-IF.
         IF CT-MAN-USED > 0
          DISPLAY ' RECORDS ON MANUAL RATES: ' CT-MAN-USED
         END-IF.
         IF CT-AMENDED > 0 OR CT-CANCELLED > 0
          DISPLAY ' ORIGINALS AMENDED: ' CT-AMENDED
           '  CANCELLED: ' CT-CANCELLED
         IF CT-SUSPENDED > 0
          DISPLAY ' RECORDS HELD ON SUSPENDED PAIRS: ' CT-SUSPENDED
         END-IF.
         IF CT-FWD-DEALS > 0
          DISPLAY ' FORWARD DEALS REGISTERED: ' CT-FWD-DEALS
         END-IF.
         IF CT-CUT-ROLLED > 0
          DISPLAY ' CUT-OFF MISSES ROLLED TO NEXT BUSINESS DAY: '
           CT-CUT-ROLLED
         END-IF.
         IF CT-WAREHOUSED > 0
          DISPLAY ' FUTURE-DATED RECORDS WAREHOUSED: ' CT-WAREHOUSED
         END-IF.
         IF CT-BADDATE > 0
          DISPLAY ' INVALID-DATE RECORDS REJECTED: ' CT-BADDATE
         END-IF.
         IF CT-CPTY-REJ > 0
          DISPLAY ' UNKNOWN/INACTIVE COUNTERPARTY REJECTED: '
           CT-CPTY-REJ
         END-IF.
         IF CT-BADENT > 0
          DISPLAY ' UNKNOWN/INACTIVE ENTITY REJECTED: ' CT-BADENT
         END-IF.
         IF CT-LIM-NORATE > 0
          DISPLAY ' EXPOSURES WITH NO RATE TO THE LIMIT CURRENCY: '
           CT-LIM-NORATE
         END-IF.
         IF CT-CPTY-HELD > 0
          DISPLAY ' COUNTERPARTY LIMIT BREACHES HELD: ' CT-CPTY-HELD
         END-IF.
         IF CT-HELD > 0
          DISPLAY ' CONVERSIONS HELD FOR REVIEW: ' CT-HELD
          DISPLAY ' RUN HRLS0001 TO APPROVE OR REJECT THEM'
           MOVE CWK-V TO CRY-V
           MOVE CWK-ENT TO CRY-ENT
           MOVE CWK-DIR TO CRY-DIR
           MOVE CWK-CPTY TO CRY-CPTY
           WRITE CARRY-RCRD
         END-READ.
         IF STTS-CWK NOT = ZEROS AND STTS-CWK NOT = 10
         MOVE 'O0002' TO GEN-FILE-ID.
         MOVE L-FL-PATH TO GSRC-FL-PATH.
         PERFORM 321-MAKE-ONE-GENERATION.
      * THE LINEAGE IS KEPT BY DAY TOO SO MONTHLY READERS OF O0001
      * CAN PICK UP THE APPLIED RATE AND DIRECTION OF EACH DEAL
         MOVE 'LIN0001' TO GEN-FILE-ID.
         MOVE LIN-FL-PATH TO GSRC-FL-PATH.
         PERFORM 321-MAKE-ONE-GENERATION.
      * DAILY FEE LINES FEED THE MONTHLY ENTITY STATEMENT
         IF FSC-CT > 0
          MOVE 'FEE0001' TO GEN-FILE-ID
          MOVE FEE-FL-PATH TO GSRC-FL-PATH
          PERFORM 321-MAKE-ONE-GENERATION
         END-IF.
      * DAILY TAX LINES FEED THE MONTHLY IOF COLLECTION REPORT
         IF IOF-IS-ACTIVE
          MOVE 'IOF0001' TO GEN-FILE-ID
          MOVE IOF-FL-PATH TO GSRC-FL-PATH
          PERFORM 321-MAKE-ONE-GENERATION
         END-IF.
      * THE CARRYOVER RE-ENTRY IMAGE IS KEPT BY DAY SO THE MONTHLY STP
      * REPORT CAN TELL WHICH CONVERSIONS CAME BACK FROM CARRYOVER
         IF CRY-CT > 0
          MOVE 'CARRYIN' TO GEN-FILE-ID
          MOVE CIN-FL-PATH TO GSRC-FL-PATH
          PERFORM 321-MAKE-ONE-GENERATION
         END-IF.

        321-MAKE-ONE-GENERATION.
         MOVE SPACES TO GDST-FL-PATH.
