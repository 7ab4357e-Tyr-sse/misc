      * Date: 20220722
      * Purpose: ESTUDAR COBOL - DRIVER DE LOTE (BATCH DRIVER)
      * BATCH DRIVER 0001
      *          AVISO BLOQUEANTE EM VIGOR NA DATA DE NEGOCIO (NTCB0001)
      *          PAUSA A CADEIA ATE CONFIRMACAO (BDRV0001_ACKNOTICE=Y)
      *          NA RECUPERACAO (CATCH-UP) CADA DIA SO RODA COM O DIA
      *          UTIL ANTERIOR CERTIFICADO NO EODC0001 OU COM OVERRIDE
      *          REGISTRADO (BDRV0001_FORCEUNCERT=Y); SENAO PAUSA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         SELECT CCKP-FL ASSIGN CCKP-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CCKP.
         SELECT STPD-FL ASSIGN STPD-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-STPD.
         SELECT DONE-FL ASSIGN DONE-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-DONE.
         SELECT CERT-FL ASSIGN CERT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CERT.
         SELECT RELR-FL ASSIGN RELR-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RELR.
         SELECT ALRT-FL ASSIGN ALRT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-ALRT.


       DATA DIVISION.
          02 RH-END                                         PIC 9(14).
          02 RH-RC                                          PIC 999.
          02 RH-WARN                                        PIC X.
          02 RH-BUILD                                       PIC X(12).

         FD DECK-FL.
         01 DECK-REC                                        PIC X(80).
         01 CCKP-RCRD.
          02 CCKP-NEXT-DT                                   PIC 9(8).

         FD STPD-FL.
         01 STPD-RCRD.
          02 SD-STEP                                        PIC X(8).
          02 SD-START                                       PIC 9(14).
          02 SD-END                                         PIC 9(14).
          02 SD-RC                                          PIC 999.
          02 SD-BUILD                                       PIC X(12).

         FD DONE-FL.
         01 DONE-RCRD.
          02 DN-RUN-ID                                      PIC 9(14).
          02 DN-IX                                          PIC 99.
          02 DN-STEP                                        PIC X(8).
          02 DN-RC                                          PIC 999.

         FD CERT-FL.
         01 CERT-RCRD.
          02 CERT-DATA.
           COPY EODCREC.
          02 CERT-LINK                                     PIC X(32).

         FD RELR-FL.
         01 RELR-RCRD.
          02 RR-PGM                                         PIC X(8).
          02 RR-BUILD                                       PIC X(12).
          02 RR-APPR-DT                                     PIC 9(8).
          02 RR-APPR-BY                                     PIC X(10).

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
         77 CHAIN-STATUS                              PIC X VALUE 'Y'.
          88 CHAIN-OK                                  VALUE 'Y'.
          02 DECK-ENTRY OCCURS 50 TIMES.
           03 DK-STEP                                      PIC X(8).
           03 DK-PARMS                                     PIC X(71).
           03 DK-STATE                                     PIC X.
            88 DK-IS-PENDING                               VALUE 'P'.
            88 DK-IS-RUNNING                               VALUE 'R'.
            88 DK-IS-WAITING                               VALUE 'W'.
            88 DK-IS-RESOLVED                 VALUE 'D' 'F' 'S' 'K'.
            88 DK-HAS-RUN                         VALUE 'D' 'F' 'K'.
           03 DK-ONERR                                     PIC X.
           03 DK-RC                                        PIC 999.
           03 DK-TRIES                                     PIC 99.
           03 DK-RETRY-MAX                                 PIC 99.
           03 DK-WAIT                                      PIC 9(4).
           03 DK-RETRY-AT                                  PIC 9(11).
           03 DK-WAITFILE                                  PIC X(8).
           03 DK-DEP-CT                                    PIC 99.
           03 DK-DEP OCCURS 10 TIMES                       PIC 99.
         77 PARM-TXT                                   PIC X(71).
         01 PARM-TOKENS.
          02 PARM-TOKEN OCCURS 5 TIMES                    PIC X(40).
         77 STEP-IFRC-HI                               PIC 999.
         77 STEP-ONERR-FL                               PIC X.
          88 STEP-IS-ONERROR                            VALUE 'Y'.
         77 STEP-WAITFILE                              PIC X(8).
         77 ARRV-FUNC                          PIC X(4) VALUE 'WAIT'.
         77 ARRV-STATUS                                PIC X(8).
         77 ARRV-RC                                    PIC 99.
         77 STEP-DAYSKIP-FL                             PIC X.
          88 STEP-SKIPS-TODAY                           VALUE 'Y'.
         77 COND-SKIP-FL                                PIC X.
         77 PRMS-RC                                    PIC 99.
         77 OVRR-GATE                                  PIC X(20).
         77 OVRR-RC                                    PIC 99.
         77 NTCB-DATE                                  PIC 9(8).
         01 NTCB-AREA.
           COPY NTCBREC.
         77 NTCB-RC                                    PIC 99.
         77 NTC-IX                                     PIC 99.
         77 NTC-ACK-ENV                                PIC X(3).
         77 NTC-PAUSE-FL                          PIC X VALUE 'N'.
          88 NOTICE-HAS-PAUSED                          VALUE 'Y'.
         77 REHEARSAL-ENV                              PIC X(3).
         77 REHEARSAL-FL                          PIC X VALUE 'N'.
          88 IS-REHEARSAL                               VALUE 'Y'.
         77 CT-DAYS-RUN                      PIC 9(3) VALUE ZEROS.
         77 CATCH-FAIL-FL                         PIC X VALUE 'N'.
          88 CATCHUP-HAS-FAILED                         VALUE 'Y'.
         77 STEP-END-TS                      PIC 9(14) VALUE ZEROS.
      * A STEP RUN IN ITS OWN PROCESS REPORTS ITS BUILD THERE; THE
      * COMPLETION RECORD BRINGS IT BACK FOR THE RUNHIST LINE
         77 STEP-BUILD                                     PIC X(12).
         77 STEP-BUILD-FL                         PIC X VALUE 'N'.
          88 STEP-BUILD-IS-KNOWN                        VALUE 'Y'.
         77 MAX-PAR-ENV                                PIC X(2).
         77 MAX-PAR                                PIC 99 VALUE 1.
         77 GRAPH-FL                              PIC X VALUE 'N'.
          88 GRAPH-IS-ON                                VALUE 'Y'.
         77 GRAPH-ERR-FL                               PIC X.
          88 GRAPH-HAS-ERROR                            VALUE 'Y'.
         77 POLL-SEC                             PIC 9(4) VALUE 1.
         77 POLL-SEC-ENV                               PIC X(4).
         77 SPAWN-PGM                  PIC X(60) VALUE 'BSTP0001'.
         77 SPAWN-PGM-ENV              PIC X(60).
         77 SPAWN-SFX                  PIC X(20) VALUE '&'.
         77 SPAWN-SFX-ENV              PIC X(20).
         77 SPAWN-CMD                  PIC X(200).
         77 SPAWN-RC                   PIC S9(9) COMP-5.
         77 STPD-BASE                  PIC X(80)
             VALUE '.\..\fls\BDRVSTEP.'.
         77 STPD-BASE-ENV              PIC X(80).
         77 STPD-FL-PATH               PIC X(80).
         77 STTS-STPD                                  PIC 99.
         77 DONE-FL-PATH               PIC X(80)
             VALUE '.\..\fls\BDRVDONE.CKP'.
         77 DONE-FL-PATH-ENV           PIC X(80).
         77 STTS-DONE                                  PIC 99.
         77 DONE-EOF-FL                                PIC X.
          88 DONE-IS-EOF                                VALUE 'Y'.
         77 DEL-RC                     PIC S9(9) COMP-5.
         77 GX                                     PIC 9(2) COMP.
         77 DX                                     PIC 9(2) COMP.
         77 RUN-CT                                 PIC 9(2) COMP.
         77 OPEN-CT                                PIC 9(2) COMP.
         77 ORD-OPEN-CT                            PIC 9(2) COMP.
         77 KEEP-CT                                PIC 9(2) COMP.
         77 AFTER-FOUND-FL                             PIC X.
          88 AFTER-WAS-FOUND                            VALUE 'Y'.
         77 DEP-READY-FL                               PIC X.
          88 DEPS-ARE-READY                             VALUE 'Y'.
         77 DEP-MAX-RC                                 PIC 999.
         77 CHAIN-MAX-RC                               PIC 999.
         77 ACTIVITY-FL                                PIC X.
          88 CYCLE-HAD-ACTIVITY                         VALUE 'Y'.
         01 DEP-NAMES.
          02 DEP-NAME OCCURS 5 TIMES                    PIC X(8).
         77 DEP-NX                                 PIC 9(2) COMP.
         77 PX                                     PIC 9(2) COMP.
         77 DEP-FOUND-FL                               PIC X.
          88 DEP-WAS-FOUND                              VALUE 'Y'.
         77 STPD-READ-FL                               PIC X.
          88 STPD-WAS-READ                              VALUE 'Y'.
         77 IX-TXT                                     PIC 99.
         77 NOW-TS                                     PIC 9(14).
         77 NOW-SEC                                    PIC 9(11).
         77 CERT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\EODCERT.txt'.
         77 CERT-FL-PATH-ENV           PIC X(80).
         77 STTS-CERT                                  PIC 99.
         77 CERT-EOF-FL                                PIC X.
          88 CERT-IS-EOF                                VALUE 'Y'.
         77 CERT-FOUND-FL                              PIC X.
          88 PRIOR-IS-CERTIFIED                         VALUE 'Y'.
         77 CERT-OVERRIDE-ENV                          PIC X(3).
         77 PRIOR-DT                                   PIC 9(8).
         77 PRIOR-INT                                  PIC 9(9).
         77 PRIOR-DOW                                  PIC 9.
         77 CERT-PAUSE-FL                         PIC X VALUE 'N'.
          88 CERT-HAS-PAUSED                            VALUE 'Y'.
         77 BLDV-FUNC                                  PIC X(4).
         77 BLDV-PGM                                   PIC X(8).
         77 BLDV-BUILD                                 PIC X(12).
         77 BLDV-RC                                    PIC 99.
         77 RELR-FL-PATH               PIC X(80)
             VALUE '.\..\fls\RELREG.txt'.
         77 RELR-FL-PATH-ENV           PIC X(80).
         77 STTS-RELR                                  PIC 99.
         77 RELR-EOF-FL                                PIC X.
          88 RELR-IS-EOF                                VALUE 'Y'.
         77 RELR-FOUND-FL                         PIC X VALUE 'N'.
          88 RELR-WAS-FOUND                             VALUE 'Y'.
         77 RG-CT                                  PIC 9(3) COMP.
         77 RG-IX                                  PIC 9(3) COMP.
         01 RG-TBL.
          02 RG-ENTRY OCCURS 200 TIMES.
           03 RG-PGM                                       PIC X(8).
           03 RG-BUILD                                     PIC X(12).
         77 RG-PGM-FL                                  PIC X.
          88 RG-PGM-IS-LISTED                           VALUE 'Y'.
         77 RG-BUILD-FL                                PIC X.
          88 RG-BUILD-IS-APPROVED                       VALUE 'Y'.
      * THE FIXED CHAIN'S STEPS, IN RUN ORDER, FOR THE VERSION CHECK
         01 VI-LIST.
          02 FILLER                PIC X(8) VALUE 'FHDR0001'.
          02 FILLER                PIC X(8) VALUE 'FHDR0004'.
          02 FILLER                PIC X(8) VALUE 'PROG0001'.
          02 FILLER                PIC X(8) VALUE 'PROG0002'.
          02 FILLER                PIC X(8) VALUE 'RTVL0001'.
          02 FILLER                PIC X(8) VALUE 'RTMV0001'.
          02 FILLER                PIC X(8) VALUE 'RTCV0001'.
          02 FILLER                PIC X(8) VALUE 'EMBG0001'.
          02 FILLER                PIC X(8) VALUE 'CONV0001'.
          02 FILLER                PIC X(8) VALUE 'FHDR0002'.
          02 FILLER                PIC X(8) VALUE 'FHDR0003'.
          02 FILLER                PIC X(8) VALUE 'FHDR0005'.
         01 VI-TBL REDEFINES VI-LIST.
          02 VI-PGM OCCURS 12 TIMES                     PIC X(8).
      * PROGRAMS THAT REPORT A BUILD STAMP AND STOP ON A VERSION
      * INQUIRY; ONLY THESE ARE CALLED BY THE VERSION CHECK
         01 ST-LIST.
          02 FILLER                PIC X(40)
              VALUE 'ACCR0001ADJM0001AGRC0001ALWS0001APRV0001'.
          02 FILLER                PIC X(40)
              VALUE 'ARCH0001ARRM0001AUDQ0001AUDV0001BRKM0001'.
          02 FILLER                PIC X(40)
              VALUE 'BRST0001CAPR0001CARY0001CBRP0001CHGB0001'.
          02 FILLER                PIC X(40)
              VALUE 'CLON0001CMPR0001CONF0001CONS0001CONV0001'.
          02 FILLER                PIC X(40)
              VALUE 'CPLR0001CTOF0001CURM0001DIXB0001DQPF0001'.
          02 FILLER                PIC X(40)
              VALUE 'DRBK0001DWEX0001ELVR0001EMBG0001ENTM0001'.
          02 FILLER                PIC X(40)
              VALUE 'EODC0001EODR0001FHDR0001FHDR0002FHDR0003'.
          02 FILLER                PIC X(40)
              VALUE 'FHDR0004FHDR0005FWDM0001FWRL0001GLCF0001'.
          02 FILLER                PIC X(40)
              VALUE 'HOLC0001HOLM0001HRLS0001INVC0001IOFR0001'.
          02 FILLER                PIC X(40)
              VALUE 'IXUT0001JRNL0001KMNT0001LAYC0001LAYM0001'.
          02 FILLER                PIC X(40)
              VALUE 'LGHM0001LGHR0001LHDR0001LINQ0001LOGQ0001'.
          02 FILLER                PIC X(40)
              VALUE 'LQLD0001MANT0001MNTH0001MONI0001MRAT0001'.
          02 FILLER                PIC X(40)
              VALUE 'NOST0001NWCD0001ODAK0001ODST0001OPER0001'.
          02 FILLER                PIC X(40)
              VALUE 'OVRP0001PAYM0001PHIS0001PJRC0001PMRG0001'.
          02 FILLER                PIC X(40)
              VALUE 'PNDQ0001POSN0001PREO0001PREV0001PROG0001'.
          02 FILLER                PIC X(40)
              VALUE 'PROG0002PSPL0001RARX0001RCAK0001RCLL0001'.
          02 FILLER                PIC X(40)
              VALUE 'RCPT0001RDNM0001RECN0001REVA0001REVR0001'.
          02 FILLER                PIC X(40)
              VALUE 'RJAN0001RJRP0001ROUT0001RPRT0001RPUB0001'.
          02 FILLER                PIC X(40)
              VALUE 'RTCV0001RTLD0001RTMV0001RTSC0001RTUT0001'.
          02 FILLER                PIC X(40)
              VALUE 'RTVL0001RTXV0001RUNQ0001RVAP0001RVJR0001'.
          02 FILLER                PIC X(40)
              VALUE 'RVRQ0001SCRN0001SEQG0001SETL0001SLAM0001'.
          02 FILLER                PIC X(40)
              VALUE 'SNAP0001SODR0001STMT0001STPR0001STRS0001'.
          02 FILLER                PIC X(40)
              VALUE 'SUBL0001SUMR0001SUSP0001TACK0001TGEN0001'.
          02 FILLER                PIC X(40)
              VALUE 'TRCE0001TRND0001TRSX0001TXLD0001VARH0001'.
          02 FILLER                PIC X(16)
              VALUE 'WHAT0001YEND0001'.
         01 ST-TBL REDEFINES ST-LIST.
          02 ST-PGM OCCURS 122 TIMES                    PIC X(8).
         77 ST-IX                                  PIC 9(3) COMP.
         77 ST-PGM-FL                                  PIC X.
          88 ST-PGM-IS-STAMPED                          VALUE 'Y'.
         77 VI-IX                                  PIC 9(2) COMP.
         77 VI-NAME                                    PIC X(8).
         77 VI-CALLED-FL                               PIC X.
          88 VI-WAS-CALLED                              VALUE 'Y'.
         77 VERSION-STOP-ENV                           PIC X(3).
         77 CT-VERSION-ERR                   PIC 9(3) VALUE ZEROS.
         77 ALRT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ALERT.txt'.
         77 ALRT-FL-PATH-ENV           PIC X(80).
         77 STTS-ALRT                                  PIC 99.
         77 ALRT-SEQ-CT                      PIC 999 VALUE ZEROS.



          WHEN 6 MOVE 'SAT' TO RUN-DAY-NAME
         END-EVALUATE.
         PERFORM 107-CHECK-BATCH-WINDOW.
         PERFORM 118-CHECK-PRIOR-CERTIFIED.
         PERFORM 108-TAKE-RUN-LOCK.
         PERFORM 112-TAKE-SNAPSHOT.
         ACCEPT DECK-FL-PATH-ENV FROM ENVIRONMENT 'BDRV0001_DECKFILE'.
          MOVE DECK-FL-PATH-ENV TO DECK-FL-PATH
         END-IF.
         PERFORM 105-LOAD-DECK.
         PERFORM 121-CHECK-BUILD-VERSIONS.
         ACCEPT RESTART-ENV FROM ENVIRONMENT 'BDRV0001_RESTART'.
         IF RESTART-ENV(1:1) = 'Y'
          PERFORM 102-FIND-RESTART-STEP
         PERFORM 101-BYPASS-MANIFEST-CHECK.
         PERFORM 116-SET-REHEARSAL-MODE.
         PERFORM 114-SETUP-CATCHUP.
         PERFORM 117-SET-PARALLEL-MODE.
         IF NOT CATCHUP-IS-ON
          MOVE RUN-DT8 TO NTCB-DATE
          PERFORM 131-CHECK-BLOCKING-NOTICES
          IF NOTICE-HAS-PAUSED
           PERFORM 310-RELEASE-RUN-LOCK
           MOVE 12 TO RETURN-CODE
           GOBACK
          END-IF
         END-IF.

        113-APPLY-PARM-LIBRARY.
      * THE CENTRAL LIBRARY SETS THE WHOLE CHAIN'S ENVIRONMENT BEFORE
         MOVE CUR-DAY-DT TO CCKP-NEXT-DT.
         WRITE CCKP-RCRD.
         CLOSE CCKP-FL.
         MOVE CUR-DAY-DT TO NTCB-DATE.
         PERFORM 131-CHECK-BLOCKING-NOTICES.
         IF NOTICE-HAS-PAUSED
          MOVE 'Y' TO CATCH-FAIL-FL
          MOVE 'N' TO CHAIN-STATUS
          MOVE 12 TO RETURN-CODE
          DISPLAY 'CATCH-UP PAUSED AT DAY ' CUR-DAY-DT
          DISPLAY 'REMAINING DAYS STAY QUEUED IN ' CCKP-FL-PATH
          EXIT PARAGRAPH
         END-IF.
      * EACH REPLAYED DAY STARTS ON A SIGNED-OFF PREDECESSOR, THE
      * SAME RULE A NORMAL RUN MEETS AT START-UP
         PERFORM 136-FIND-PRIOR-BUS-DAY.
         PERFORM 135-CHECK-DATE-CERTIFIED.
         IF CERT-HAS-PAUSED
          MOVE 'Y' TO CATCH-FAIL-FL
          MOVE 'N' TO CHAIN-STATUS
          MOVE 12 TO RETURN-CODE
          MOVE 'E' TO LOG-SEV
          MOVE 'BDRV0112E' TO LOG-MSGID
          MOVE SPACES TO LOG-TEXT
          STRING 'CATCH-UP PAUSED, ' PRIOR-DT ' NOT CERTIFIED'
           DELIMITED BY SIZE INTO LOG-TEXT
          PERFORM 990-WRITE-LOG
          DISPLAY 'CATCH-UP PAUSED AT DAY ' CUR-DAY-DT
          DISPLAY 'REMAINING DAYS STAY QUEUED IN ' CCKP-FL-PATH
          EXIT PARAGRAPH
         END-IF.
         PERFORM 403-SET-DAY-ENVIRONMENT.
         MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-ID.
         MOVE 'Y' TO CHAIN-STATUS.
          END-IF
         END-IF.

        118-CHECK-PRIOR-CERTIFIED.
      * THE PRIOR BUSINESS DATE IS THE LAST DAY BEFORE TODAY THE CHAIN
      * RAN ON; A NEW DATE DOES NOT START ON TOP OF IT UNTIL A
      * SUPERVISOR HAS SIGNED IT OFF IN EODC0001
         ACCEPT CERT-FL-PATH-ENV FROM ENVIRONMENT 'BDRV0001_CERTFILE'.
         IF CERT-FL-PATH-ENV NOT = SPACES
          MOVE CERT-FL-PATH-ENV TO CERT-FL-PATH
         END-IF.
      * A CATCH-UP REPLAYS PAST DATES AND CHECKS THE DAY BEFORE EACH
      * ONE AS IT COMES UP (401), NOT THE WALL-CLOCK DATE
         ACCEPT CATCH-FROM-ENV FROM ENVIRONMENT 'BDRV0001_CATCHFROM'.
         ACCEPT CATCH-TO-ENV FROM ENVIRONMENT 'BDRV0001_CATCHTO'.
         IF CATCH-FROM-ENV IS NUMERIC AND CATCH-TO-ENV IS NUMERIC
            AND CATCH-FROM-ENV NOT = SPACES
          EXIT PARAGRAPH
         END-IF.
         MOVE ZEROS TO PRIOR-DT.
         MOVE 'N' TO HIST-EOF-FL.
         OPEN INPUT HIST-FL.
         IF STTS-HIST NOT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 119-SCAN-PRIOR-RUN UNTIL HIST-IS-EOF.
         CLOSE HIST-FL.
         IF PRIOR-DT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         PERFORM 135-CHECK-DATE-CERTIFIED.
         IF CERT-HAS-PAUSED
          MOVE 12 TO RETURN-CODE
          GOBACK
         END-IF.

        119-SCAN-PRIOR-RUN.
         READ HIST-FL
          AT END
           MOVE 'Y' TO HIST-EOF-FL
          NOT AT END
           IF RH-RUN-ID(1:8) < RUN-DT8
              AND RH-RUN-ID(1:8) > PRIOR-DT
            MOVE RH-RUN-ID(1:8) TO PRIOR-DT
           END-IF
         END-READ.
         IF STTS-HIST NOT = ZEROS AND STTS-HIST NOT = 10
          DISPLAY 'I/O ERROR READING HIST-FL, STATUS = ' STTS-HIST
          MOVE 'Y' TO HIST-EOF-FL
         END-IF.

        120-SCAN-ONE-CERT.
         READ CERT-FL
          AT END
           MOVE 'Y' TO CERT-EOF-FL
          NOT AT END
           IF EC-BUS-DT = PRIOR-DT AND EC-ACTION = 'CERTIFY'
            MOVE 'Y' TO CERT-FOUND-FL
           END-IF
         END-READ.
         IF STTS-CERT NOT = ZEROS AND STTS-CERT NOT = 10
          MOVE 'Y' TO CERT-EOF-FL
         END-IF.

        121-CHECK-BUILD-VERSIONS.
      * EVERY STEP REPORTS ITS BUILD THROUGH BLDV0001 BEFORE DOING ANY
      * WORK; IN INQUIRY MODE IT STOPS THERE, SO THE DRIVER HOLDS EACH
      * VERSION AGAINST THE RELEASE REGISTER BEFORE THE CHAIN RUNS.
      * ONLY PROGRAMS THE REGISTER KNOWS ARE ASKED: A DECK CARD FOR AN
      * UNREGISTERED PROGRAM IS REPORTED WITHOUT BEING CALLED
         ACCEPT RELR-FL-PATH-ENV FROM ENVIRONMENT 'BDRV0001_RELFILE'.
         IF RELR-FL-PATH-ENV NOT = SPACES
          MOVE RELR-FL-PATH-ENV TO RELR-FL-PATH
         END-IF.
         ACCEPT ALRT-FL-PATH-ENV FROM ENVIRONMENT 'BDRV0001_ALERTFILE'.
         IF ALRT-FL-PATH-ENV NOT = SPACES
          MOVE ALRT-FL-PATH-ENV TO ALRT-FL-PATH
         END-IF.
         MOVE ZEROS TO CT-VERSION-ERR.
         MOVE 0 TO RG-CT.
         MOVE 'N' TO RELR-EOF-FL.
         OPEN INPUT RELR-FL.
         IF STTS-RELR = ZEROS
          MOVE 'Y' TO RELR-FOUND-FL
          PERFORM 122-LOAD-ONE-RELEASE UNTIL RELR-IS-EOF
          CLOSE RELR-FL
         ELSE
          DISPLAY 'RELEASE REGISTER NOT FOUND: ' RELR-FL-PATH
          MOVE 'BDRV0001' TO ALRT-A
          MOVE 'RELREG' TO ALRT-B
          MOVE 'RELEASE REGISTER NOT FOUND' TO ALRT-MSG
          PERFORM 127-RAISE-VERSION-ALERT
         END-IF.
         IF RELR-WAS-FOUND
          MOVE 'INQ' TO BLDV-FUNC
          PERFORM 126-CALL-BLDV
          IF BLDV-RC NOT = ZEROS
           DISPLAY 'BLDV0001 NOT AVAILABLE, VERSION CHECK SKIPPED'
           EXIT PARAGRAPH
          END-IF
          IF DECK-IS-LOADED
           MOVE 1 TO DECK-IX
           PERFORM 123-INQUIRE-DECK-STEP UNTIL DECK-IX > DECK-CT
          ELSE
           MOVE 1 TO VI-IX
           PERFORM 124-INQUIRE-BUILTIN-STEP UNTIL VI-IX > 12
          END-IF
          MOVE 'RUN' TO BLDV-FUNC
          PERFORM 126-CALL-BLDV
         END-IF.
         IF CT-VERSION-ERR = ZEROS
          DISPLAY 'ALL STEP BUILDS ARE IN THE RELEASE REGISTER'
          EXIT PARAGRAPH
         END-IF.
         DISPLAY CT-VERSION-ERR ' BUILD VERSION EXCEPTION(S) FOUND'.
         ACCEPT VERSION-STOP-ENV FROM ENVIRONMENT
          'BDRV0001_VERSIONSTOP'.
         IF VERSION-STOP-ENV(1:1) = 'Y'
          DISPLAY 'CHAIN STOPPED, PROMOTE AN APPROVED BUILD OR'
          DISPLAY 'REGISTER THE NEW ONE IN ' RELR-FL-PATH
          MOVE 'E' TO LOG-SEV
          MOVE 'BDRV0109E' TO LOG-MSGID
          MOVE 'CHAIN STOPPED ON UNAPPROVED BUILD VERSION' TO LOG-TEXT
          PERFORM 990-WRITE-LOG
          PERFORM 310-RELEASE-RUN-LOCK
          MOVE 12 TO RETURN-CODE
          GOBACK
         END-IF.
         DISPLAY 'CHAIN CONTINUES, SET BDRV0001_VERSIONSTOP=Y TO STOP'.
         MOVE 'Y' TO CHAIN-WARN-FL.

        122-LOAD-ONE-RELEASE.
         READ RELR-FL
          AT END
           MOVE 'Y' TO RELR-EOF-FL
          NOT AT END
           IF RELR-RCRD = SPACES OR RR-PGM(1:1) = '*'
            CONTINUE
           ELSE
            IF RG-CT < 200
             ADD 1 TO RG-CT
             MOVE RR-PGM TO RG-PGM(RG-CT)
             MOVE RR-BUILD TO RG-BUILD(RG-CT)
            ELSE
             DISPLAY 'RELEASE REGISTER FULL, ENTRY IGNORED: ' RR-PGM
            END-IF
           END-IF
         END-READ.
         IF STTS-RELR NOT = ZEROS AND STTS-RELR NOT = 10
          DISPLAY 'I/O ERROR READING RELR-FL, STATUS = ' STTS-RELR
          MOVE 'Y' TO RELR-EOF-FL
         END-IF.

        123-INQUIRE-DECK-STEP.
      * A PROGRAM CARDED TWICE IS ASKED ONCE
         MOVE DK-STEP(DECK-IX) TO VI-NAME.
         MOVE 'N' TO VI-CALLED-FL.
         MOVE 1 TO DX.
         PERFORM 128-CHECK-EARLIER-CARD UNTIL DX >= DECK-IX
          OR VI-WAS-CALLED.
         IF NOT VI-WAS-CALLED
          PERFORM 125-CHECK-ONE-BUILD
         END-IF.
         ADD 1 TO DECK-IX.

        124-INQUIRE-BUILTIN-STEP.
         MOVE VI-PGM(VI-IX) TO VI-NAME.
         PERFORM 125-CHECK-ONE-BUILD.
         ADD 1 TO VI-IX.

        125-CHECK-ONE-BUILD.
         MOVE SPACES TO BLDV-BUILD.
         PERFORM 129-SCAN-REGISTER.
         MOVE VI-NAME TO ALRT-A.
         MOVE 'RELREG' TO ALRT-B.
         IF NOT RG-PGM-IS-LISTED
          MOVE 'NO APPROVED BUILD REGISTERED' TO ALRT-MSG
          PERFORM 127-RAISE-VERSION-ALERT
          EXIT PARAGRAPH
         END-IF.
      * A PROGRAM WITHOUT THE STAMP WOULD RUN ITS WHOLE STEP IF CALLED
         PERFORM 133-SCAN-STAMPED.
         IF NOT ST-PGM-IS-STAMPED
          MOVE 'NO BUILD STAMP, PROGRAM NOT ASKED' TO ALRT-MSG
          PERFORM 127-RAISE-VERSION-ALERT
          EXIT PARAGRAPH
         END-IF.
         MOVE 'Y' TO VI-CALLED-FL.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL VI-NAME
          ON EXCEPTION
           MOVE 'N' TO VI-CALLED-FL
         END-CALL.
         IF VI-WAS-CALLED
      * THE REAL RUN MUST START FROM FRESH WORKING STORAGE
          CANCEL VI-NAME
         END-IF.
         MOVE SAVED-RC TO RETURN-CODE.
         IF NOT VI-WAS-CALLED
          DISPLAY 'STEP PROGRAM NOT FOUND: ' VI-NAME
          EXIT PARAGRAPH
         END-IF.
         MOVE 'GET' TO BLDV-FUNC.
         MOVE VI-NAME TO BLDV-PGM.
         PERFORM 126-CALL-BLDV.
         IF BLDV-BUILD = SPACES
          MOVE 'NO BUILD STAMP REPORTED' TO ALRT-MSG
          PERFORM 127-RAISE-VERSION-ALERT
          EXIT PARAGRAPH
         END-IF.
         PERFORM 129-SCAN-REGISTER.
         IF RG-BUILD-IS-APPROVED
          DISPLAY 'BUILD ' VI-NAME ' ' BLDV-BUILD ' APPROVED'
         ELSE
          MOVE SPACES TO ALRT-MSG
          STRING 'BUILD ' DELIMITED BY SIZE
           BLDV-BUILD DELIMITED BY SPACE
           ' NOT IN REGISTER' DELIMITED BY SIZE INTO ALRT-MSG
          PERFORM 127-RAISE-VERSION-ALERT
         END-IF.

        126-CALL-BLDV.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'BLDV0001' USING BLDV-FUNC BLDV-PGM BLDV-BUILD BLDV-RC
          ON EXCEPTION
           MOVE SPACES TO BLDV-BUILD
           MOVE 99 TO BLDV-RC
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.

        127-RAISE-VERSION-ALERT.
         ADD 1 TO CT-VERSION-ERR.
         OPEN EXTEND ALRT-FL.
         IF STTS-ALRT = 35 OR STTS-ALRT = 30
          OPEN OUTPUT ALRT-FL
         END-IF.
         ADD 1 TO ALRT-SEQ-CT.
         MOVE ALRT-SEQ-CT TO ALRT-SEQ.
         MOVE 'VER' TO ALRT-TYPE.
         MOVE RUN-DT8 TO ALRT-DT.
         MOVE FUNCTION CURRENT-DATE(1:14) TO ALRT-TS.
         DISPLAY 'ALERT: VER - ' ALRT-A ' ' ALRT-MSG.
         IF STTS-ALRT = ZEROS
          WRITE ALRT-RCRD
          CLOSE ALRT-FL
         END-IF.
         MOVE 'W' TO LOG-SEV.
         MOVE 'BDRV0108W' TO LOG-MSGID.
         MOVE SPACES TO LOG-TEXT.
         STRING ALRT-A DELIMITED BY SPACE
          ': ' ALRT-MSG DELIMITED BY SIZE INTO LOG-TEXT.
         PERFORM 990-WRITE-LOG.

        128-CHECK-EARLIER-CARD.
         IF DK-STEP(DX) = VI-NAME
          MOVE 'Y' TO VI-CALLED-FL
         ELSE
          ADD 1 TO DX
         END-IF.

        129-SCAN-REGISTER.
         MOVE 'N' TO RG-PGM-FL.
         MOVE 'N' TO RG-BUILD-FL.
         MOVE 1 TO RG-IX.
         PERFORM 130-CHECK-ONE-RELEASE UNTIL RG-IX > RG-CT
          OR RG-BUILD-IS-APPROVED.

        130-CHECK-ONE-RELEASE.
         IF RG-PGM(RG-IX) = VI-NAME
          MOVE 'Y' TO RG-PGM-FL
          IF RG-BUILD(RG-IX) = BLDV-BUILD
           MOVE 'Y' TO RG-BUILD-FL
          END-IF
         END-IF.
         ADD 1 TO RG-IX.

        133-SCAN-STAMPED.
         MOVE 'N' TO ST-PGM-FL.
         MOVE 1 TO ST-IX.
         PERFORM 134-CHECK-ONE-STAMPED UNTIL ST-IX > 122
          OR ST-PGM-IS-STAMPED.

        134-CHECK-ONE-STAMPED.
         IF ST-PGM(ST-IX) = VI-NAME
          MOVE 'Y' TO ST-PGM-FL
         END-IF.
         ADD 1 TO ST-IX.

        131-CHECK-BLOCKING-NOTICES.
      * A BLOCKING NOTICE ON THE DESK'S BOARD (MARKET CLOSED, PROVIDER
      * DOWN) HOLDS THE CHAIN FOR THAT BUSINESS DATE UNTIL AN OPERATOR
      * CONFIRMS THE RUN; THE CONFIRMATION IS A REGISTERED OVERRIDE
         MOVE 'N' TO NTC-PAUSE-FL.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'NTCB0001' USING NTCB-DATE NTCB-AREA NTCB-RC
          ON EXCEPTION
           MOVE 8 TO NTCB-RC
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.
         IF NTCB-RC = 8
          DISPLAY 'NOTICE BOARD UNAVAILABLE, NOTICES NOT CHECKED'
          EXIT PARAGRAPH
         END-IF.
         IF NTCB-BLOCK-CT = ZEROS
          EXIT PARAGRAPH
         END-IF.
         DISPLAY NTCB-BLOCK-CT ' BLOCKING NOTICE(S) IN FORCE FOR '
           NTCB-DATE.
         MOVE 1 TO NTC-IX.
         PERFORM 132-SHOW-BLOCKING-NOTICE UNTIL NTC-IX > NTCB-LIST-CT.
         ACCEPT NTC-ACK-ENV FROM ENVIRONMENT 'BDRV0001_ACKNOTICE'.
         IF NTC-ACK-ENV(1:1) = 'Y'
          MOVE 'BLOCKNOTICE' TO OVRR-GATE
          PERFORM 980-REGISTER-OVERRIDE
          IF OVRR-RC NOT = ZEROS
           DISPLAY 'OVERRIDE REFUSED WITHOUT A REASON CODE'
           PERFORM 310-RELEASE-RUN-LOCK
           MOVE 12 TO RETURN-CODE
           GOBACK
          END-IF
          DISPLAY 'BDRV0001_ACKNOTICE SET, RUNNING ANYWAY'
          MOVE 'W' TO LOG-SEV
          MOVE 'BDRV0110W' TO LOG-MSGID
          MOVE SPACES TO LOG-TEXT
          STRING 'BLOCKING NOTICE CONFIRMED FOR ' NTCB-DATE
           DELIMITED BY SIZE INTO LOG-TEXT
          PERFORM 990-WRITE-LOG
         ELSE
          DISPLAY 'CHAIN PAUSED ON A BLOCKING OPERATIONS NOTICE'
          DISPLAY 'SET BDRV0001_ACKNOTICE=Y TO CONFIRM AND RUN'
          MOVE 'E' TO LOG-SEV
          MOVE 'BDRV0111E' TO LOG-MSGID
          MOVE SPACES TO LOG-TEXT
          STRING 'CHAIN PAUSED ON BLOCKING NOTICE FOR ' NTCB-DATE
           DELIMITED BY SIZE INTO LOG-TEXT
          PERFORM 990-WRITE-LOG
          MOVE 'Y' TO NTC-PAUSE-FL
         END-IF.

        135-CHECK-DATE-CERTIFIED.
      * PRIOR-DT MUST CARRY A CERTIFY ENTRY IN EODCERT; WITHOUT ONE
      * ONLY A REGISTERED OVERRIDE LETS THE CHAIN GO ON
         MOVE 'N' TO CERT-PAUSE-FL.
         MOVE 'N' TO CERT-FOUND-FL.
         MOVE 'N' TO CERT-EOF-FL.
         OPEN INPUT CERT-FL.
         IF STTS-CERT = ZEROS
          PERFORM 120-SCAN-ONE-CERT UNTIL CERT-IS-EOF
           OR PRIOR-IS-CERTIFIED
          CLOSE CERT-FL
         END-IF.
         IF PRIOR-IS-CERTIFIED
          DISPLAY 'PRIOR BUSINESS DATE ' PRIOR-DT ' CERTIFIED BY '
           EC-OPER
          EXIT PARAGRAPH
         END-IF.
         DISPLAY 'PRIOR BUSINESS DATE ' PRIOR-DT ' IS NOT CERTIFIED'.
         ACCEPT CERT-OVERRIDE-ENV FROM ENVIRONMENT
          'BDRV0001_FORCEUNCERT'.
         IF CERT-OVERRIDE-ENV(1:1) = 'Y'
          MOVE 'UNCERTIFIED' TO OVRR-GATE
          PERFORM 980-REGISTER-OVERRIDE
          IF OVRR-RC NOT = ZEROS
           DISPLAY 'OVERRIDE REFUSED WITHOUT A REASON CODE'
           MOVE 'Y' TO CERT-PAUSE-FL
           EXIT PARAGRAPH
          END-IF
          DISPLAY 'BDRV0001_FORCEUNCERT SET, RUNNING ANYWAY'
         ELSE
          DISPLAY 'CHAIN REFUSED, CERTIFY THE DATE WITH EODC0001'
          DISPLAY 'SET BDRV0001_FORCEUNCERT=Y TO OVERRIDE'
          MOVE 'Y' TO CERT-PAUSE-FL
         END-IF.

        136-FIND-PRIOR-BUS-DAY.
      * THE BUSINESS DAY BEFORE THE ONE BEING REPLAYED, PASSING OVER
      * WEEKENDS AND CALENDAR HOLIDAYS AS THE CATCH-UP LOOP DOES; IT
      * MAY HAVE RUN BEFORE THE OUTAGE OR EARLIER IN THIS CATCH-UP
         MOVE CUR-DAY-INT TO PRIOR-INT.
         MOVE 'Y' TO HOL-HIT-FL.
         PERFORM 137-STEP-BACK-ONE-DAY UNTIL NOT DAY-IS-HOLIDAY.

        137-STEP-BACK-ONE-DAY.
         SUBTRACT 1 FROM PRIOR-INT.
         MOVE FUNCTION DATE-OF-INTEGER(PRIOR-INT) TO PRIOR-DT.
         COMPUTE PRIOR-DOW = FUNCTION MOD(PRIOR-INT, 7).
         MOVE 'N' TO HOL-HIT-FL.
         IF PRIOR-DOW = 0 OR PRIOR-DOW = 6
          MOVE 'Y' TO HOL-HIT-FL
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO CHOL-IX.
         PERFORM 138-SCAN-PRIOR-CHOL UNTIL CHOL-IX > CHOL-CT
          OR DAY-IS-HOLIDAY.

        138-SCAN-PRIOR-CHOL.
         IF CHOL-ENTRY(CHOL-IX) = PRIOR-DT
          MOVE 'Y' TO HOL-HIT-FL
         ELSE
          ADD 1 TO CHOL-IX
         END-IF.

        132-SHOW-BLOCKING-NOTICE.
         IF NTCB-SEV(NTC-IX) = 'B'
          DISPLAY '  ' NTCB-EFF-DT(NTC-IX) '-' NTCB-EXP-DT(NTC-IX)
           ' ' NTCB-DESC-A(NTC-IX)
         END-IF.
         ADD 1 TO NTC-IX.

        112-TAKE-SNAPSHOT.
         ACCEPT SNAP-SKIP-ENV FROM ENVIRONMENT 'BDRV0001_NOSNAPSHOT'.
         IF SNAP-SKIP-ENV(1:1) = 'Y'
          MOVE 'Y' TO DECK-EOF-FL
         END-IF.

        117-SET-PARALLEL-MODE.
      * WITH MORE THAN ONE SLOT THE DECK RUNS AS A DEPENDENCY GRAPH:
      * EACH READY STEP IS STARTED IN ITS OWN PROCESS THROUGH
      * BSTP0001 AND THE DRIVER WAITS FOR ITS COMPLETION FILE
         IF NOT DECK-IS-LOADED
          EXIT PARAGRAPH
         END-IF.
         ACCEPT MAX-PAR-ENV FROM ENVIRONMENT 'BDRV0001_MAXPAR'.
         IF MAX-PAR-ENV NOT = SPACES
          IF MAX-PAR-ENV(2:1) = SPACE
           MOVE MAX-PAR-ENV(1:1) TO MAX-PAR-ENV(2:1)
           MOVE '0' TO MAX-PAR-ENV(1:1)
          END-IF
          IF MAX-PAR-ENV IS NUMERIC
           MOVE MAX-PAR-ENV TO MAX-PAR
          END-IF
         END-IF.
         IF MAX-PAR > 20
          MOVE 20 TO MAX-PAR
         END-IF.
         IF MAX-PAR < 2
          MOVE 1 TO MAX-PAR
          EXIT PARAGRAPH
         END-IF.
         MOVE 'Y' TO GRAPH-FL.
         ACCEPT POLL-SEC-ENV FROM ENVIRONMENT 'BDRV0001_POLLSEC'.
         IF POLL-SEC-ENV IS NUMERIC AND POLL-SEC-ENV NOT = SPACES
          MOVE POLL-SEC-ENV TO POLL-SEC
         END-IF.
         ACCEPT SPAWN-PGM-ENV FROM ENVIRONMENT 'BDRV0001_SPAWNPGM'.
         IF SPAWN-PGM-ENV NOT = SPACES
          MOVE SPAWN-PGM-ENV TO SPAWN-PGM
         END-IF.
         ACCEPT SPAWN-SFX-ENV FROM ENVIRONMENT 'BDRV0001_SPAWNSFX'.
         IF SPAWN-SFX-ENV NOT = SPACES
          MOVE SPAWN-SFX-ENV TO SPAWN-SFX
         END-IF.
         ACCEPT STPD-BASE-ENV FROM ENVIRONMENT 'BDRV0001_STEPDONE'.
         IF STPD-BASE-ENV NOT = SPACES
          MOVE STPD-BASE-ENV TO STPD-BASE
         END-IF.
         ACCEPT DONE-FL-PATH-ENV FROM ENVIRONMENT 'BDRV0001_DONEFILE'.
         IF DONE-FL-PATH-ENV NOT = SPACES
          MOVE DONE-FL-PATH-ENV TO DONE-FL-PATH
         END-IF.
         DISPLAY 'PARALLEL MODE: UP TO ' MAX-PAR ' STEP(S) AT ONCE'.

        116-SET-REHEARSAL-MODE.
      * ONE SWITCH, WHOLE CHAIN: EVERY WRITER THAT HONOURS
      * CHAIN_REHEARSAL PRODUCES ITS FULL OUTPUT TO REHEARSAL PATHS
        200-PROCESS.
         DISPLAY 'PROCESS: BDRV0001'.
         IF DECK-IS-LOADED
          IF GRAPH-IS-ON
           PERFORM 240-RUN-DECK-GRAPH
          ELSE
           PERFORM 230-RUN-DECK-STEPS
          END-IF
          PERFORM 216-CHECK-RESTART-CONSUMED
          EXIT PARAGRAPH
         END-IF.
         IF CHAIN-OK
          PERFORM 209-RUN-RTCV0001
         END-IF.
         IF CHAIN-OK
          PERFORM 213-RUN-EMBG0001
         END-IF.
         IF CHAIN-OK
          PERFORM 205-RUN-CONV0001
         END-IF.
         CALL 'RTCV0001'.
         PERFORM 210-CHECK-STEP-RC.

        213-RUN-EMBG0001.
         MOVE 'EMBG0001' TO STEP-NAME.
         PERFORM 215-CHECK-RESTART-SKIP.
         IF STEP-IS-SKIPPED
          EXIT PARAGRAPH
         END-IF.
         DISPLAY 'STEP: ' STEP-NAME.
         MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START-TS.
         MOVE ZERO TO RETURN-CODE.
         CALL 'EMBG0001'.
         PERFORM 210-CHECK-STEP-RC.

        205-RUN-CONV0001.
         MOVE 'CONV0001' TO STEP-NAME.
         PERFORM 215-CHECK-RESTART-SKIP.
          MOVE RETURN-CODE TO HOLD-FAIL-RC
         END-IF.
         MOVE ZEROS TO ATTEMPT-CT.
         MOVE ZEROS TO ARRV-RC.
         IF STEP-WAITFILE NOT = SPACES
          PERFORM 239-WAIT-FOR-INBOUND
         END-IF.
      * A TRANSIENT FAILURE (RATE FILE STILL BEING WRITTEN, A LOCKED
      * OUTPUT) OFTEN CLEARS ON A SECOND TRY; EACH ATTEMPT LEAVES ITS
      * OWN RUNHIST LINE SO RUNQ0001 SHOWS THE RETRIES
         IF ARRV-RC < 8
          PERFORM 234-TRY-DECK-STEP
          PERFORM 235-RETRY-DECK-STEP UNTIL RETURN-CODE < 8
           OR ATTEMPT-CT >= STEP-RETRY-MAX
         END-IF.
         PERFORM 210-CHECK-STEP-RC.
         MOVE RETURN-CODE TO PREV-STEP-RC.
      * AN ON-ERROR STEP MUST NOT MASK THE FAILURE THAT TRIGGERED IT
         MOVE 255 TO STEP-IFRC-HI.
         MOVE 'N' TO STEP-ONERR-FL.
         MOVE 'N' TO STEP-DAYSKIP-FL.
         MOVE SPACES TO STEP-WAITFILE.
         MOVE DK-PARMS(DECK-IX) TO PARM-TXT.
         IF PARM-TXT = SPACES
          EXIT PARAGRAPH
             IF PARM-VALUE(1:1) = 'Y'
              MOVE 'Y' TO STEP-ONERR-FL
             END-IF
            WHEN 'AFTER'
             CONTINUE
            WHEN 'WAITFILE'
             MOVE PARM-VALUE(1:8) TO STEP-WAITFILE
            WHEN 'SKIPDAYS'
             MOVE 1 TO DAY-SCAN-IX
             PERFORM 237-SCAN-SKIP-DAYS
         END-IF.
         ADD 1 TO DAY-SCAN-IX.

        238-TAKE-MAX-RC.
         IF DK-ONERR(GX) NOT = 'Y' AND DK-HAS-RUN(GX)
            AND DK-RC(GX) > CHAIN-MAX-RC
          MOVE DK-RC(GX) TO CHAIN-MAX-RC
         END-IF.
         ADD 1 TO GX.

        239-WAIT-FOR-INBOUND.
      * WAITFILE=<ID> HOLDS THE STEP UNTIL THE INBOUND FILE ON THE
      * ARRIVAL SCHEDULE IS IN, OR FAILS IT ONCE THE CUT-OFF PASSES
      * SO A LOADER NEVER RUNS AGAINST YESTERDAY'S FILE
         DISPLAY 'STEP ' STEP-NAME ' WAITS FOR INBOUND FILE '
           STEP-WAITFILE.
         MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START-TS.
         MOVE ZEROS TO ARRV-RC.
         CALL 'ARRV0001' USING ARRV-FUNC STEP-WAITFILE ARRV-STATUS
           ARRV-RC
          ON EXCEPTION
           DISPLAY 'PROGRAM NOT AVAILABLE: ARRV0001'
           MOVE 12 TO ARRV-RC
         END-CALL.
         IF ARRV-RC < 8
          DISPLAY 'INBOUND FILE ' STEP-WAITFILE ': ' ARRV-STATUS
          EXIT PARAGRAPH
         END-IF.
         MOVE 'E' TO LOG-SEV.
         MOVE 'BDRV0107E' TO LOG-MSGID.
         MOVE SPACES TO LOG-TEXT.
         STRING 'INBOUND FILE ' STEP-WAITFILE ' ' ARRV-STATUS
          ' FOR STEP ' STEP-NAME
          DELIMITED BY SIZE INTO LOG-TEXT.
         PERFORM 990-WRITE-LOG.
         MOVE 8 TO RETURN-CODE.

        240-RUN-DECK-GRAPH.
      * EACH CARD WAITS ONLY FOR THE STEPS IT NAMES IN AFTER=; READY
      * CARDS START IN DECK ORDER WHILE A SLOT IS FREE. A FAILURE
      * STOPS NEW STARTS, THE STEPS ALREADY RUNNING ARE LET FINISH
         MOVE 'N' TO GRAPH-ERR-FL.
         MOVE 1 TO GX.
         PERFORM 241-BUILD-ONE-NODE UNTIL GX > DECK-CT.
         IF GRAPH-HAS-ERROR
          DISPLAY 'DECK DEPENDENCIES INVALID, NO STEP WAS EXECUTED'
          MOVE 'N' TO CHAIN-STATUS
          MOVE 16 TO RETURN-CODE
          EXIT PARAGRAPH
         END-IF.
         PERFORM 245-PREPARE-RESTART.
         IF RESTART-IS-ACTIVE
          EXIT PARAGRAPH
         END-IF.
         MOVE ZEROS TO RUN-CT.
         MOVE 1 TO OPEN-CT.
         PERFORM 250-SCHEDULE-CYCLE UNTIL OPEN-CT = 0.
      * THE CHAIN ENDS WITH THE WORST RC OF ITS ORDINARY STEPS; AN
      * ON-ERROR STEP DOES NOT MASK THE FAILURE THAT TRIGGERED IT
         MOVE ZEROS TO CHAIN-MAX-RC.
         MOVE 1 TO GX.
         PERFORM 238-TAKE-MAX-RC UNTIL GX > DECK-CT.
         MOVE CHAIN-MAX-RC TO RETURN-CODE.

        241-BUILD-ONE-NODE.
         MOVE 'P' TO DK-STATE(GX).
         MOVE 'N' TO DK-ONERR(GX).
         MOVE ZEROS TO DK-RC(GX).
         MOVE ZEROS TO DK-TRIES(GX).
         MOVE ZEROS TO DK-RETRY-MAX(GX).
         MOVE 5 TO DK-WAIT(GX).
         MOVE ZEROS TO DK-RETRY-AT(GX).
         MOVE ZEROS TO DK-DEP-CT(GX).
         MOVE 'N' TO AFTER-FOUND-FL.
         MOVE SPACES TO PARM-TOKENS.
         IF DK-PARMS(GX) NOT = SPACES
          UNSTRING DK-PARMS(GX) DELIMITED BY ALL ' '
           INTO PARM-TOKEN(1) PARM-TOKEN(2) PARM-TOKEN(3)
            PARM-TOKEN(4) PARM-TOKEN(5)
         END-IF.
         MOVE 1 TO PARM-IX.
         PERFORM 242-SCAN-NODE-PARM UNTIL PARM-IX > 5.
      * A CARD WITHOUT AFTER= WAITS FOR THE CARD ABOVE IT, SO A DECK
      * WITH NO DECLARED DEPENDENCIES RUNS IN THE SAME ORDER AS EVER
         IF NOT AFTER-WAS-FOUND AND GX > 1
          MOVE 1 TO DK-DEP-CT(GX)
          COMPUTE DK-DEP(GX, 1) = GX - 1
         END-IF.
         ADD 1 TO GX.

        242-SCAN-NODE-PARM.
         IF PARM-TOKEN(PARM-IX) NOT = SPACES
          MOVE SPACES TO PARM-NAME
          MOVE SPACES TO PARM-VALUE
          UNSTRING PARM-TOKEN(PARM-IX) DELIMITED BY '='
           INTO PARM-NAME PARM-VALUE
          EVALUATE PARM-NAME
           WHEN 'AFTER'
            MOVE 'Y' TO AFTER-FOUND-FL
            IF PARM-VALUE NOT = 'NONE'
             MOVE SPACES TO DEP-NAMES
             UNSTRING PARM-VALUE DELIMITED BY ','
              INTO DEP-NAME(1) DEP-NAME(2) DEP-NAME(3)
               DEP-NAME(4) DEP-NAME(5)
             MOVE 1 TO DEP-NX
             PERFORM 243-ADD-ONE-DEP UNTIL DEP-NX > 5
            END-IF
           WHEN 'ONERROR'
            IF PARM-VALUE(1:1) = 'Y'
             MOVE 'Y' TO DK-ONERR(GX)
            END-IF
          END-EVALUATE
         END-IF.
         ADD 1 TO PARM-IX.

        243-ADD-ONE-DEP.
      * A NAME POINTS AT THE NEAREST EARLIER CARD RUNNING THAT
      * PROGRAM; A STEP CAN ONLY WAIT FOR WHAT IS ABOVE IT IN THE DECK
         IF DEP-NAME(DEP-NX) NOT = SPACES
          MOVE 'N' TO DEP-FOUND-FL
          MOVE GX TO DX
          PERFORM 244-FIND-DEP-CARD UNTIL DX < 2 OR DEP-WAS-FOUND
          IF DEP-WAS-FOUND
           IF DK-DEP-CT(GX) < 10
            ADD 1 TO DK-DEP-CT(GX)
            MOVE DX TO DK-DEP(GX, DK-DEP-CT(GX))
           ELSE
            DISPLAY 'DECK CARD ' GX ' (' DK-STEP(GX)
             '): MORE THAN 10 DEPENDENCIES'
            MOVE 'Y' TO GRAPH-ERR-FL
           END-IF
          ELSE
           DISPLAY 'DECK CARD ' GX ' (' DK-STEP(GX) '): AFTER= '
            DEP-NAME(DEP-NX) ' IS NOT AN EARLIER STEP'
           MOVE 'Y' TO GRAPH-ERR-FL
          END-IF
         END-IF.
         ADD 1 TO DEP-NX.

        244-FIND-DEP-CARD.
         SUBTRACT 1 FROM DX.
         IF DK-STEP(DX) = DEP-NAME(DEP-NX)
          MOVE 'Y' TO DEP-FOUND-FL
         END-IF.

        245-PREPARE-RESTART.
      * ON RESTART THE CHECKPOINT OF THE FAILED RUN SAYS WHICH STEPS
      * ALREADY FINISHED; THOSE ARE TAKEN AS DONE AND EVERY OTHER CARD
      * RUNS AGAIN UNDER THE GRAPH, WHATEVER ITS PLACE IN THE DECK
         MOVE ZEROS TO KEEP-CT.
         IF RESTART-IS-ACTIVE
          MOVE 'N' TO DONE-EOF-FL
          OPEN INPUT DONE-FL
          IF STTS-DONE = ZEROS
           PERFORM 246-LOAD-ONE-DONE UNTIL DONE-IS-EOF
           CLOSE DONE-FL
          END-IF
      * NO CHECKPOINT FROM A PARALLEL RUN: FALL BACK TO DECK ORDER,
      * AS A SERIAL RESTART DOES
          IF KEEP-CT = ZEROS
           MOVE 'N' TO DEP-FOUND-FL
           MOVE 1 TO GX
           PERFORM 247-FIND-RESTART-CARD UNTIL GX > DECK-CT
            OR DEP-WAS-FOUND
           IF NOT DEP-WAS-FOUND
            EXIT PARAGRAPH
           END-IF
          END-IF
          MOVE 'N' TO RESTART-ACTIVE-FL
          DISPLAY 'RESTART: ' KEEP-CT
           ' STEP(S) ALREADY COMPLETE, THE REST RUN AGAIN'
         END-IF.
      * THE CHECKPOINT STARTS AFRESH UNDER THIS RUN'S ID, CARRYING THE
      * STEPS ALREADY COMPLETE SO A FURTHER RESTART STILL SEES THEM
         OPEN OUTPUT DONE-FL.
         IF STTS-DONE NOT = ZEROS
          DISPLAY 'ERROR OPENING DONE-FL, STATUS = ' STTS-DONE
          EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO GX.
         PERFORM 248-CARRY-ONE-DONE UNTIL GX > DECK-CT.
         CLOSE DONE-FL.

        246-LOAD-ONE-DONE.
         READ DONE-FL
          AT END
           MOVE 'Y' TO DONE-EOF-FL
          NOT AT END
           IF DN-RUN-ID = LAST-RUN-ID AND DN-IX IS NUMERIC
              AND DN-IX > 0 AND DN-IX <= DECK-CT
            IF DK-STEP(DN-IX) = DN-STEP
               AND NOT DK-HAS-RUN(DN-IX)
             MOVE 'K' TO DK-STATE(DN-IX)
             IF DN-RC IS NUMERIC
              MOVE DN-RC TO DK-RC(DN-IX)
             END-IF
             ADD 1 TO KEEP-CT
            END-IF
           END-IF
         END-READ.
         IF STTS-DONE NOT = ZEROS AND STTS-DONE NOT = 10
          DISPLAY 'I/O ERROR READING DONE-FL, STATUS = ' STTS-DONE
          MOVE 'Y' TO DONE-EOF-FL
         END-IF.

        247-FIND-RESTART-CARD.
         IF DK-STEP(GX) = RESTART-STEP
          MOVE 'Y' TO DEP-FOUND-FL
         ELSE
          MOVE 'K' TO DK-STATE(GX)
          ADD 1 TO KEEP-CT
          ADD 1 TO GX
         END-IF.

        248-CARRY-ONE-DONE.
         IF DK-STATE(GX) = 'K'
          MOVE RUN-ID TO DN-RUN-ID
          MOVE GX TO DN-IX
          MOVE DK-STEP(GX) TO DN-STEP
          MOVE DK-RC(GX) TO DN-RC
          WRITE DONE-RCRD
         END-IF.
         ADD 1 TO GX.

        249-RECORD-DONE.
         OPEN EXTEND DONE-FL.
         IF STTS-DONE = 35 OR STTS-DONE = 30
          OPEN OUTPUT DONE-FL
         END-IF.
         IF STTS-DONE NOT = ZEROS
          DISPLAY 'ERROR OPENING DONE-FL, STATUS = ' STTS-DONE
         ELSE
          MOVE RUN-ID TO DN-RUN-ID
          MOVE GX TO DN-IX
          MOVE DK-STEP(GX) TO DN-STEP
          MOVE DK-RC(GX) TO DN-RC
          WRITE DONE-RCRD
          CLOSE DONE-FL
         END-IF.

        250-SCHEDULE-CYCLE.
         MOVE 'N' TO ACTIVITY-FL.
         MOVE 1 TO GX.
         PERFORM 251-COLLECT-ONE-STEP UNTIL GX > DECK-CT.
         PERFORM 258-GET-NOW-SEC.
         MOVE 1 TO GX.
         PERFORM 254-CHECK-ONE-CARD UNTIL GX > DECK-CT.
         MOVE ZEROS TO OPEN-CT.
         MOVE 1 TO GX.
         PERFORM 259-COUNT-OPEN-CARD UNTIL GX > DECK-CT.
         IF OPEN-CT > 0 AND NOT CYCLE-HAD-ACTIVITY
          MOVE RETURN-CODE TO SAVED-RC
          CALL 'C$SLEEP' USING POLL-SEC
           ON EXCEPTION
            CONTINUE
          END-CALL
          MOVE SAVED-RC TO RETURN-CODE
         END-IF.

        251-COLLECT-ONE-STEP.
         IF NOT DK-IS-RUNNING(GX)
          ADD 1 TO GX
          EXIT PARAGRAPH
         END-IF.
         PERFORM 253-SET-STEP-DONE-PATH.
         MOVE 'N' TO STPD-READ-FL.
         OPEN INPUT STPD-FL.
         IF STTS-STPD = ZEROS
          READ STPD-FL
           NOT AT END
            MOVE 'Y' TO STPD-READ-FL
          END-READ
          CLOSE STPD-FL
         END-IF.
         IF STPD-WAS-READ
          MOVE RETURN-CODE TO SAVED-RC
          CALL 'CBL_DELETE_FILE' USING STPD-FL-PATH
           RETURNING DEL-RC
          MOVE SAVED-RC TO RETURN-CODE
          SUBTRACT 1 FROM RUN-CT
          MOVE 'Y' TO ACTIVITY-FL
          MOVE GX TO DECK-IX
          MOVE DK-STEP(GX) TO STEP-NAME
          MOVE SD-START TO STEP-START-TS
          MOVE SD-END TO STEP-END-TS
          MOVE SD-RC TO RETURN-CODE
          MOVE SD-BUILD TO STEP-BUILD
          MOVE 'Y' TO STEP-BUILD-FL
          DISPLAY 'STEP: ' STEP-NAME ' ENDED, RC ' SD-RC
          PERFORM 252-FINISH-STEP
         END-IF.
         ADD 1 TO GX.

        252-FINISH-STEP.
      * A FAILED ATTEMPT WITH RETRIES LEFT GOES BACK TO WAIT OUT ITS
      * WAIT= SECONDS WITHOUT HOLDING UP THE STEPS RUNNING BESIDE IT
         IF RETURN-CODE >= 8 AND DK-TRIES(GX) < DK-RETRY-MAX(GX)
          PERFORM 220-WRITE-STEP-HISTORY
          ADD 1 TO DK-TRIES(GX)
          MOVE DK-TRIES(GX) TO ATTEMPT-CT
          MOVE DK-RETRY-MAX(GX) TO STEP-RETRY-MAX
          MOVE 'W' TO LOG-SEV
          MOVE 'BDRV0106W' TO LOG-MSGID
          MOVE SPACES TO LOG-TEXT
          STRING 'STEP RETRY ' ATTEMPT-CT ' OF ' STEP-RETRY-MAX
           ': ' STEP-NAME
           DELIMITED BY SIZE INTO LOG-TEXT
          PERFORM 990-WRITE-LOG
          PERFORM 258-GET-NOW-SEC
          COMPUTE DK-RETRY-AT(GX) = NOW-SEC + DK-WAIT(GX)
          IF DK-WAIT(GX) > 0
           DISPLAY 'WAITING ' DK-WAIT(GX) ' SECOND(S) BEFORE RETRY'
          END-IF
          MOVE 'W' TO DK-STATE(GX)
         ELSE
          PERFORM 210-CHECK-STEP-RC
          MOVE RETURN-CODE TO DK-RC(GX)
          IF RETURN-CODE >= 8
           MOVE 'F' TO DK-STATE(GX)
          ELSE
           MOVE 'D' TO DK-STATE(GX)
      * AN ON-ERROR STEP IS NOT CHECKPOINTED: IT MUST FIRE AGAIN IF
      * THE RESTARTED RUN FAILS TOO
           IF DK-ONERR(GX) NOT = 'Y'
            PERFORM 249-RECORD-DONE
           END-IF
          END-IF
         END-IF.
         MOVE ZEROS TO STEP-END-TS.
         MOVE 'N' TO STEP-BUILD-FL.

        253-SET-STEP-DONE-PATH.
         MOVE GX TO IX-TXT.
         MOVE SPACES TO STPD-FL-PATH.
         STRING STPD-BASE DELIMITED BY SPACE
           IX-TXT DELIMITED BY SIZE
           INTO STPD-FL-PATH.

        254-CHECK-ONE-CARD.
      * A RETRY IS DUE: OTHER CARDS HAVE SET THEIR OWN PARMS SINCE,
      * SO THIS CARD'S ARE PUT BACK BEFORE IT IS LAUNCHED AGAIN
         IF DK-IS-WAITING(GX)
          IF NOW-SEC >= DK-RETRY-AT(GX) AND RUN-CT < MAX-PAR
           MOVE GX TO DECK-IX
           MOVE DK-STEP(GX) TO STEP-NAME
           PERFORM 232-APPLY-DECK-PARMS
           PERFORM 256-LAUNCH-STEP
          END-IF
          ADD 1 TO GX
          EXIT PARAGRAPH
         END-IF.
         IF NOT DK-IS-PENDING(GX) OR RUN-CT >= MAX-PAR
          ADD 1 TO GX
          EXIT PARAGRAPH
         END-IF.
         MOVE 'Y' TO DEP-READY-FL.
         MOVE ZEROS TO DEP-MAX-RC.
         MOVE 1 TO DX.
         PERFORM 255-CHECK-ONE-DEP UNTIL DX > DK-DEP-CT(GX).
      * AN ON-ERROR CARD COVERS EVERYTHING ABOVE IT, AS IN A SERIAL
      * RUN, AND RUNS ALONE SO A RESTORE NEVER MEETS A LIVE STEP
         IF DK-ONERR(GX) = 'Y'
          IF RUN-CT > 0
           MOVE 'N' TO DEP-READY-FL
          END-IF
          MOVE 1 TO DX
          PERFORM 257-CHECK-ONE-ABOVE UNTIL DX >= GX
           OR NOT DEPS-ARE-READY
         END-IF.
         IF NOT DEPS-ARE-READY
          ADD 1 TO GX
          EXIT PARAGRAPH
         END-IF.
      * IFRC= IS JUDGED AGAINST THE WORST RC AMONG THE STEPS THIS
      * CARD WAITED FOR
         MOVE GX TO DECK-IX.
         MOVE DK-STEP(GX) TO STEP-NAME.
         PERFORM 232-APPLY-DECK-PARMS.
         MOVE DEP-MAX-RC TO PREV-STEP-RC.
         PERFORM 236-CHECK-STEP-CONDITION.
         MOVE 'Y' TO ACTIVITY-FL.
         IF STEP-COND-SKIPS
          MOVE 'S' TO DK-STATE(GX)
         ELSE
          MOVE STEP-RETRY-MAX TO DK-RETRY-MAX(GX)
          MOVE STEP-WAIT-SEC TO DK-WAIT(GX)
          MOVE STEP-WAITFILE TO DK-WAITFILE(GX)
          MOVE ZEROS TO DK-TRIES(GX)
          PERFORM 256-LAUNCH-STEP
         END-IF.
         ADD 1 TO GX.

        255-CHECK-ONE-DEP.
         MOVE DK-DEP(GX, DX) TO PX.
         IF NOT DK-IS-RESOLVED(PX)
          MOVE 'N' TO DEP-READY-FL
         ELSE
          IF DK-HAS-RUN(PX) AND DK-RC(PX) > DEP-MAX-RC
           MOVE DK-RC(PX) TO DEP-MAX-RC
          END-IF
         END-IF.
         ADD 1 TO DX.

        256-LAUNCH-STEP.
      * THE CALLER HAS JUST APPLIED THIS CARD'S PARMS (232), ON THE
      * FIRST LAUNCH AND ON EVERY RETRY; THE NEW PROCESS INHERITS
      * THEM TOGETHER WITH THE STEP AND FILE NAMES
         PERFORM 253-SET-STEP-DONE-PATH.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'CBL_DELETE_FILE' USING STPD-FL-PATH
          RETURNING DEL-RC.
         DISPLAY 'BSTP0001_STEP' UPON ENVIRONMENT-NAME.
         DISPLAY DK-STEP(GX) UPON ENVIRONMENT-VALUE.
         DISPLAY 'BSTP0001_DONEFILE' UPON ENVIRONMENT-NAME.
         DISPLAY STPD-FL-PATH UPON ENVIRONMENT-VALUE.
      * THE WAIT FOR AN INBOUND FILE HAPPENS IN THE STEP'S OWN
      * PROCESS SO THE STEPS BESIDE IT KEEP RUNNING
         DISPLAY 'BSTP0001_WAITFILE' UPON ENVIRONMENT-NAME.
         DISPLAY DK-WAITFILE(GX) UPON ENVIRONMENT-VALUE.
         MOVE SPACES TO SPAWN-CMD.
         STRING SPAWN-PGM DELIMITED BY '  '
           ' ' DELIMITED BY SIZE
           SPAWN-SFX DELIMITED BY '  '
           INTO SPAWN-CMD.
         MOVE ZERO TO RETURN-CODE.
         CALL 'SYSTEM' USING SPAWN-CMD.
         MOVE RETURN-CODE TO SPAWN-RC.
         MOVE SAVED-RC TO RETURN-CODE.
         MOVE 'Y' TO ACTIVITY-FL.
         IF SPAWN-RC NOT = 0
          DISPLAY 'STEP ' STEP-NAME ' COULD NOT BE STARTED, RC '
           SPAWN-RC
          MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START-TS
          MOVE STEP-START-TS TO STEP-END-TS
          MOVE SPACES TO STEP-BUILD
          MOVE 'Y' TO STEP-BUILD-FL
          MOVE 8 TO RETURN-CODE
          PERFORM 252-FINISH-STEP
         ELSE
          MOVE 'R' TO DK-STATE(GX)
          ADD 1 TO RUN-CT
          DISPLAY 'STEP: ' STEP-NAME ' STARTED, ' RUN-CT ' RUNNING'
         END-IF.

        257-CHECK-ONE-ABOVE.
         IF NOT DK-IS-RESOLVED(DX)
          MOVE 'N' TO DEP-READY-FL
         END-IF.
         ADD 1 TO DX.

        258-GET-NOW-SEC.
         MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TS.
         MOVE NOW-TS(1:8) TO NOW-DT8.
         COMPUTE NOW-SEC = FUNCTION INTEGER-OF-DATE(NOW-DT8) * 86400
          + (FUNCTION NUMVAL(NOW-TS(9:2)) * 3600)
          + (FUNCTION NUMVAL(NOW-TS(11:2)) * 60)
          + FUNCTION NUMVAL(NOW-TS(13:2)).

        259-COUNT-OPEN-CARD.
         IF NOT DK-IS-RESOLVED(GX)
          ADD 1 TO OPEN-CT
         END-IF.
         ADD 1 TO GX.

        215-CHECK-RESTART-SKIP.
         MOVE 'N' TO STEP-SKIP-FL.
         IF RESTART-IS-ACTIVE
          MOVE RUN-ID TO RH-RUN-ID
          MOVE STEP-NAME TO RH-STEP
          MOVE STEP-START-TS TO RH-START
          IF STEP-END-TS = ZEROS
           MOVE FUNCTION CURRENT-DATE(1:14) TO RH-END
          ELSE
           MOVE STEP-END-TS TO RH-END
          END-IF
          MOVE RETURN-CODE TO RH-RC
          IF RETURN-CODE > 0 AND RETURN-CODE < 8
           MOVE 'W' TO RH-WARN
          ELSE
           MOVE ' ' TO RH-WARN
          END-IF
          IF STEP-BUILD-IS-KNOWN
           MOVE STEP-BUILD TO RH-BUILD
          ELSE
           PERFORM 221-GET-STEP-BUILD
           MOVE BLDV-BUILD TO RH-BUILD
          END-IF
          WRITE HIST-RCRD
          CLOSE HIST-FL
         END-IF.

        221-GET-STEP-BUILD.
      * THE BUILD THE STEP REPORTED WHEN IT STARTED GOES ON ITS RUNHIST
      * LINE, SO A DAY'S OUTPUT TRACES BACK TO THE VERSION THAT MADE IT
         MOVE 'GET' TO BLDV-FUNC.
         MOVE STEP-NAME TO BLDV-PGM.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'BLDV0001' USING BLDV-FUNC BLDV-PGM BLDV-BUILD BLDV-RC
          ON EXCEPTION
           MOVE SPACES TO BLDV-BUILD
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.

        300-END.
         PERFORM 310-RELEASE-RUN-LOCK.
         MOVE 'I' TO LOG-SEV.
