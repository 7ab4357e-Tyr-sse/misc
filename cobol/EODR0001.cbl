      * Date: 20260809
      * Purpose: ESTUDAR COBOL - CONSOLIDACAO DE FIM DE DIA DOS ARQUIVOS
      *          OUT0002.txt/LOG_02.txt/OUT0004.txt/OUT0003.txt EM UM SO
      *          RELATORIO, ABERTO PELOS AVISOS OPERACIONAIS EM VIGOR
      *          NO DIA (NTCB0001)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         01 KPI-REC                                        PIC X(120).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'EODR0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 F1-FL-PATH                PIC X(80)
             VALUE '.\..\fls\out0002.txt'.
         77 F2-FL-PATH                PIC X(80)
         77 F3-FL-PATH-ENV            PIC X(80).
         77 F4-FL-PATH-ENV            PIC X(80).
         77 EOD-FL-PATH-ENV           PIC X(80).
         77 RPTF-RPT-ID                  PIC X(10) VALUE 'EOD0001'.
         77 RPTF-BUS-DT                    PIC 9(8) VALUE ZEROS.
         77 RPTF-PGM                      PIC X(8) VALUE 'EODR0001'.
         77 RPTF-RC                                        PIC 99.
         77 SAVED-RC                                PIC S9(9) COMP-5.

         77 STTS-F1                                        PIC 99.
         77 STTS-F2                                        PIC 99.
         77 RECN-VERDICT              PIC X(30)
             VALUE 'NOT RUN'.
         77 KPI-LAST-REC                                   PIC X(120).
         77 NTCB-DATE                       PIC 9(8) VALUE ZEROS.
         01 NTCB-AREA.
           COPY NTCBREC.
         77 NTCB-RC                                        PIC 99.
         77 NTC-IX                                         PIC 99.
         77 NTC-SEV-TXT                                    PIC X(5).
         01 RUN-DT.
           03 RUN-Y                  PIC 9999.
           03 RUN-M                  PIC 99.

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
         DISPLAY 'MAIN: EODR0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
          MOVE 8 TO RETURN-CODE
         ELSE
          PERFORM 210-WRITE-EOD-HEADER
          PERFORM 211-WRITE-NOTICE-SECTION
          PERFORM 215-WRITE-KPI-SECTION
          PERFORM 220-CONSOLIDATE-F1
          PERFORM 230-CONSOLIDATE-F2
          PERFORM 245-CONSOLIDATE-F4
          PERFORM 250-WRITE-EOD-TRAILER
          CLOSE EOD-FL
      * KEEP A DATED COPY IN THE REPORT REPOSITORY FOR REPRINTS
          MOVE RETURN-CODE TO SAVED-RC
          CALL 'RPTF0001' USING RPTF-RPT-ID RPTF-BUS-DT EOD-FL-PATH
            RPTF-PGM RPTF-RC
           ON EXCEPTION
            CONTINUE
          END-CALL
          MOVE SAVED-RC TO RETURN-CODE
         END-IF.

        210-WRITE-EOD-HEADER.
         END-STRING.
         WRITE EOD-REC.

        211-WRITE-NOTICE-SECTION.
      * THE DESK'S NOTICES IN FORCE TODAY OPEN THE PACK, BLOCKING
      * ONES FIRST
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'NTCB0001' USING NTCB-DATE NTCB-AREA NTCB-RC
          ON EXCEPTION
           MOVE 8 TO NTCB-RC
         END-CALL.
         MOVE SAVED-RC TO RETURN-CODE.
         MOVE '== OPERATIONS NOTICES ==' TO EOD-REC.
         WRITE EOD-REC.
         IF NTCB-RC = 8
          MOVE ' NOTICE BOARD UNAVAILABLE' TO EOD-REC
          WRITE EOD-REC
         ELSE
          IF NTCB-CT = ZEROS
           MOVE ' NONE IN FORCE TODAY' TO EOD-REC
           WRITE EOD-REC
          ELSE
           MOVE 1 TO NTC-IX
           PERFORM 212-WRITE-ONE-NOTICE UNTIL NTC-IX > NTCB-LIST-CT
           IF NTCB-CT > NTCB-LIST-CT
            MOVE SPACES TO EOD-REC
            STRING ' ... ' NTCB-CT ' NOTICES IN FORCE, FIRST '
             NTCB-LIST-CT ' SHOWN'
             DELIMITED BY SIZE INTO EOD-REC
            WRITE EOD-REC
           END-IF
          END-IF
         END-IF.
         MOVE SPACES TO EOD-REC.
         WRITE EOD-REC.

        212-WRITE-ONE-NOTICE.
         EVALUATE NTCB-SEV(NTC-IX)
          WHEN 'B'
           MOVE 'BLOCK' TO NTC-SEV-TXT
          WHEN 'W'
           MOVE 'WARN' TO NTC-SEV-TXT
          WHEN OTHER
           MOVE 'INFO' TO NTC-SEV-TXT
         END-EVALUATE.
         MOVE SPACES TO EOD-REC.
         STRING ' ' NTC-SEV-TXT ' ' NTCB-EFF-DT(NTC-IX) '-'
           NTCB-EXP-DT(NTC-IX) ' ' NTCB-DESC-A(NTC-IX)
          DELIMITED BY SIZE INTO EOD-REC.
         WRITE EOD-REC.
         IF NTCB-DESC-B(NTC-IX) NOT = SPACES
          MOVE SPACES TO EOD-REC
          MOVE NTCB-DESC-B(NTC-IX) TO EOD-REC(26:64)
          WRITE EOD-REC
         END-IF.
         ADD 1 TO NTC-IX.

        215-WRITE-KPI-SECTION.
         ACCEPT REJ1-FL-PATH-ENV FROM ENVIRONMENT 'EODR0001_REJ1'.
         IF REJ1-FL-PATH-ENV NOT = SPACES
