         SELECT MFST-FL ASSIGN MFST-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-MFST.
         SELECT EMS-FL ASSIGN EMS-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-EMS.

       DATA DIVISION.
        FILE SECTION.
          02 FDT-ENT                                       PIC X(4).
          02 FDT-DIR                                       PIC X.
          02 FDT-ACT                                       PIC X.
          02 FDT-CPTY                                      PIC X(8).
          02 FDT-TS                                        PIC X(14).
         01 FEED-TRL-RCRD.
          02 FTR-REC-TYPE                                  PIC X(3).
          02 FTR-CT                                        PIC 9(6).
          02 I-ENT                                         PIC X(4).
          02 I-DIR                                         PIC X.
          02 I-ACT                                         PIC X.
          02 I-CPTY                                        PIC X(8).
          02 I-TS                                          PIC 9(14).
          02 I-SRC                                         PIC X(8).
         01 IN-ANY-RCRD                                    PIC X(80).
         01 IN-TRL-RCRD.
          02 IN-TRL-TAG                                    PIC X(10).
          02 IN-TRL-CT                                     PIC 9(6).
          02 FILLER                                        PIC X(8).

         FD FIN-FL.
         01 FIN-REC                                        PIC X(80).

         FD SEQ-FL.
         01 SEQ-RCRD.

         FD REJ-FL.
         01 REJ-RCRD.
          02 REJ-LINE                                      PIC X(70).
          02 REJ-REASON                                    PIC X(20).
         01 REJ-HDR-REC                                     PIC X(90).

         FD MFST-FL.
         01 MFST-RCRD.
          COPY MFSTREC.

         FD EMS-FL.
         01 EMS-RCRD.
          COPY ENTMREC.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'TXLD0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 FEED-FL-PATH              PIC X(80)
             VALUE '.\..\fls\I0001FEED.txt'.
         77 IN-FL-PATH                PIC X(80)
             VALUE '.\..\fls\I0001FEED.REJ'.
         77 MFST-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RUNMFST.txt'.
         77 EMS-FL-PATH               PIC X(80)
             VALUE '.\..\fls\ENTMST.txt'.
         77 FIN-FL-PATH               PIC X(80).
         77 FEED-FL-PATH-ENV          PIC X(80).
         77 IN-FL-PATH-ENV            PIC X(80).
         77 SEQ-FL-PATH-ENV           PIC X(80).
         77 REJ-FL-PATH-ENV           PIC X(80).
         77 MFST-FL-PATH-ENV          PIC X(80).
         77 EMS-FL-PATH-ENV           PIC X(80).

         77 STTS-FEED                                      PIC 99.
         77 STTS-IN                                        PIC 99.
         77 STTS-MFST                                      PIC 99.
         77 FEED-EOF-FL                              PIC X VALUE 'N'.
          88 FEED-IS-EOF                                   VALUE 'Y'.
         77 STTS-EMS                                       PIC 99.
         77 EMS-EOF-FL                               PIC X VALUE 'N'.
          88 EMS-IS-EOF                                    VALUE 'Y'.
         77 EMS-LOADED-FL                            PIC X VALUE 'N'.
          88 EMS-IS-LOADED                                 VALUE 'Y'.
         77 EMS-FOUND-FL                                   PIC X.
          88 EMS-IS-FOUND                                  VALUE 'Y'.
         77 EMS-CT                              PIC 9(4) COMP VALUE 0.
         77 EMS-IX                                     PIC 9(4) COMP.
         01 EMS-TBL.
          02 EMS-ENTRY OCCURS 999 TIMES.
           03 EM-CODE                                      PIC X(4).
           03 EM-STATUS                                    PIC X.
           03 EM-EFF                                       PIC 9(8).

         77 FORCE-SEQ-ENV                                  PIC X(3).
         77 FORCE-SEQ-FL                             PIC X VALUE 'N'.

         77 LAST-SEQ                            PIC 9(6) VALUE ZEROS.
         77 FEED-SEQ                            PIC 9(6) VALUE ZEROS.
         77 FEED-SRC                          PIC X(8) VALUE SPACES.
         77 EXPECT-SEQ                          PIC 9(6) VALUE ZEROS.
         77 HDR-SEEN-FL                              PIC X VALUE 'N'.
          88 HDR-WAS-SEEN                                  VALUE 'Y'.

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
         DISPLAY 'MAIN: TXLD0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
         IF MFST-FL-PATH-ENV NOT = SPACES
          MOVE MFST-FL-PATH-ENV TO MFST-FL-PATH
         END-IF.
         ACCEPT EMS-FL-PATH-ENV FROM ENVIRONMENT 'TXLD0001_ENTFILE'.
         IF EMS-FL-PATH-ENV NOT = SPACES
          MOVE EMS-FL-PATH-ENV TO EMS-FL-PATH
         END-IF.
         ACCEPT FORCE-SEQ-ENV FROM ENVIRONMENT 'TXLD0001_FORCESEQ'.
         IF FORCE-SEQ-ENV(1:1) = 'Y'
          MOVE 'Y' TO FORCE-SEQ-FL
         MOVE REH-WRK-PATH TO IN-FL-PATH.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         PERFORM 101-READ-SEQUENCE.
         PERFORM 102-LOAD-ENTITY.

        101-READ-SEQUENCE.
         MOVE ZEROS TO LAST-SEQ.
         DISPLAY 'LAST RECEIVED SEQUENCE: ' LAST-SEQ
          '  EXPECTING: ' EXPECT-SEQ.

        102-LOAD-ENTITY.
      * EVERY STAGED LINE MUST BELONG TO AN ENTITY ON THE MASTER THAT
      * IS ACTIVE ON THE TRADE DATE; WITHOUT A MASTER THE CHECK IS OFF
         OPEN INPUT EMS-FL.
         IF STTS-EMS NOT = ZEROS
          DISPLAY 'ENTITY MASTER NOT FOUND, VALIDATION SKIPPED'
          EXIT PARAGRAPH
         END-IF.
         MOVE 'Y' TO EMS-LOADED-FL.
         PERFORM 103-LOAD-ONE-ENTITY UNTIL EMS-IS-EOF.
         CLOSE EMS-FL.
         DISPLAY 'ENTITIES ON MASTER: ' EMS-CT.

        103-LOAD-ONE-ENTITY.
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

        200-PROCESS.
         DISPLAY 'PROCESS: TXLD0001'.
         OPEN INPUT FEED-FL.
        203-CHECK-HEADER.
         MOVE 'Y' TO HDR-SEEN-FL.
         MOVE FHD-SEQ TO FEED-SEQ.
         MOVE FHD-FILE-ID TO FEED-SRC.
         DISPLAY 'DELIVERY SEQUENCE ' FEED-SEQ ' DATED ' FHD-DATE.
         IF FEED-SEQ = EXPECT-SEQ
          CONTINUE
           END-IF
          END-IF
         END-IF.
         IF WRK-REASON = SPACES AND EMS-IS-LOADED
          PERFORM 207-CHECK-ENTITY
         END-IF.
         IF WRK-REASON = SPACES
          PERFORM 206-STAGE-RECORD
         ELSE
         MOVE FDT-ENT TO I-ENT.
         MOVE FDT-DIR TO I-DIR.
         MOVE FDT-ACT TO I-ACT.
         MOVE FDT-CPTY TO I-CPTY.
      * THE TRADING SYSTEM'S TIMESTAMP DRIVES THE CUT-OFF CHECK IN
      * CONV0001; A LINE WITHOUT ONE IS NEVER TREATED AS LATE
         IF FDT-TS IS NUMERIC
          MOVE FDT-TS TO I-TS
         ELSE
          MOVE ZEROS TO I-TS
         END-IF.
         MOVE FEED-SRC TO I-SRC.
         WRITE RCRD-IN.
         IF STTS-IN NOT = ZEROS
          DISPLAY 'I/O ERROR WRITING IN-FL, STATUS = ' STTS-IN
          ADD FDT-V TO STG-HASH
         END-IF.

        207-CHECK-ENTITY.
      * AN INACTIVE STATUS TAKES EFFECT ON ITS DATE; AN ACTIVE ONE
      * DATED AFTER THE TRADE MEANS THE ENTITY DID NOT YET EXIST
         MOVE 'N' TO EMS-FOUND-FL.
         MOVE 1 TO EMS-IX.
         PERFORM 209-SCAN-ENTITY UNTIL EMS-IX > EMS-CT
          OR EMS-IS-FOUND.
         IF NOT EMS-IS-FOUND
          MOVE 'UNKNOWN ENTITY' TO WRK-REASON
          EXIT PARAGRAPH
         END-IF.
         IF (EM-STATUS(EMS-IX) = 'A' AND EM-EFF(EMS-IX) > FDT-DT)
            OR (EM-STATUS(EMS-IX) NOT = 'A'
                AND EM-EFF(EMS-IX) NOT > FDT-DT)
          MOVE 'INACTIVE ENTITY' TO WRK-REASON
         END-IF.

        208-REJECT-LINE.
         MOVE FEED-DTL-RCRD TO REJ-LINE.
         MOVE WRK-REASON TO REJ-REASON.
         WRITE REJ-RCRD.
         ADD 1 TO CT-REJECTED.

        209-SCAN-ENTITY.
         IF EM-CODE(EMS-IX) = FDT-ENT
          MOVE 'Y' TO EMS-FOUND-FL
         ELSE
          ADD 1 TO EMS-IX
         END-IF.

        210-VERIFY-ENVELOPE.
         IF NOT HDR-WAS-SEEN
          DISPLAY 'NO ENVELOPE HEADER ON FEED, LOAD NOT CONFIRMED'
