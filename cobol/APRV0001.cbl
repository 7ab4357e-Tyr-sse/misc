         SELECT IN-FL ASSIGN IN-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-IN.
         SELECT MFST-FL ASSIGN MFST-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-MFST.
          02 PND-MAKER                                     PIC X(3).
          02 PND-DATE                                      PIC 9(8).
          02 PND-ENT                                       PIC X(4).
          02 PND-CPTY                                      PIC X(8).

         FD IN-FL.
         01 RCRD-IN.
          02 I-ENT                                         PIC X(4).
          02 I-DIR                                         PIC X.
          02 I-ACT                                         PIC X.
          02 I-CPTY                                        PIC X(8).
          02 I-TS                                          PIC 9(14).
          02 I-SRC                                         PIC X(8).
         01 IN-TRL-RCRD.
          02 IN-TRL-TAG                                    PIC X(10).
          02 IN-TRL-CT                                     PIC 9(6).
           SIGN IS TRAILING SEPARATE CHARACTER.
          02 FILLER                                        PIC X(8).

         FD MFST-FL.
         01 MFST-RCRD.
          COPY MFSTREC.

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'APRV0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 PND-FL-PATH               PIC X(80)
             VALUE '.\..\fls\I0001.PND'.
         77 IN-FL-PATH                PIC X(80)

         77 STTS-PND                                       PIC 99.
         77 STTS-IN                                        PIC 99.
         77 AUD-REC                                        PIC X(100).
         77 AUD-WIDTH                          PIC 9(3) VALUE 100.
         77 AUDC-RC                                        PIC 99.
         77 STTS-MFST                                      PIC 99.
         77 PND-EOF-FL                               PIC X VALUE 'N'.
          88 PND-IS-EOF                                    VALUE 'Y'.
           03 PT-DATE                                      PIC 9(8).
           03 PT-DISP                                      PIC X.
           03 PT-ENT                                       PIC X(4).
           03 PT-CPTY                                      PIC X(8).

         77 CT-APPROVED                         PIC 9(4) VALUE ZEROS.
         77 CT-REJECTED                         PIC 9(4) VALUE ZEROS.
         77 COMMIT-FAIL-FL                           PIC X VALUE 'N'.
          88 COMMIT-HAS-FAILED                             VALUE 'Y'.
         01 RWR-TBL.
          02 RWR-ENTRY OCCURS 9999 TIMES               PIC X(75).
         77 TODAY-DT                                       PIC 9(8).
         77 ED-V                                    PIC -9(8).99.


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
         DISPLAY 'MAIN: APRV0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
           MOVE PND-DATE TO PT-DATE(PND-CT)
           MOVE 'P' TO PT-DISP(PND-CT)
           MOVE PND-ENT TO PT-ENT(PND-CT)
           MOVE PND-CPTY TO PT-CPTY(PND-CT)
         END-READ.
         IF STTS-PND NOT = ZEROS AND STTS-PND NOT = 10
          DISPLAY 'I/O ERROR READING PND-FL, STATUS = ' STTS-PND
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE 1 TO PND-IX.
         PERFORM 201-REVIEW-ONE UNTIL PND-IX > PND-CT.
         IF CT-APPROVED > 0
          PERFORM 210-COMMIT-APPROVED
         END-IF.
        201-REVIEW-ONE.
         MOVE PT-V(PND-IX) TO ED-V.
         DISPLAY 'PENDING: ' PT-A(PND-IX) '/' PT-B(PND-IX)
          ' ' PT-DT(PND-IX) ' = ' ED-V ' CPTY ' PT-CPTY(PND-IX)
          '  MAKER ' PT-MAKER(PND-IX) ' ON ' PT-DATE(PND-IX).
         IF PT-MAKER(PND-IX) = ANS-APPROVER
          DISPLAY 'APPROVER IS THE MAKER, ENTRY LEFT PENDING'
          ' MAKER ' PT-MAKER(PND-IX) ' ON ' PT-DATE(PND-IX)
          ' CHECKER ' ANS-APPROVER ' ON ' TODAY-DT
          DELIMITED BY SIZE INTO AUD-REC.
         CALL 'AUDC0001' USING AUD-FL-PATH AUD-REC AUD-WIDTH AUDC-RC.

        210-COMMIT-APPROVED.
         MOVE 0 TO RWR-CT.
           MOVE PT-ENT(PND-IX) TO I-ENT
           MOVE SPACES TO I-DIR
           MOVE SPACES TO I-ACT
           MOVE PT-CPTY(PND-IX) TO I-CPTY
           MOVE ZEROS TO I-TS
           MOVE SPACES TO I-SRC
           ADD 1 TO RWR-CT
           MOVE RCRD-IN TO RWR-ENTRY(RWR-CT)
           ADD I-V TO RWR-HASH
          MOVE PT-MAKER(PND-IX) TO PND-MAKER
          MOVE PT-DATE(PND-IX) TO PND-DATE
          MOVE PT-ENT(PND-IX) TO PND-ENT
          MOVE PT-CPTY(PND-IX) TO PND-CPTY
          WRITE RCRD-PND
         END-IF.
         ADD 1 TO PND-IX.
