      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - RELATORIO DIARIO DE PERDAS DE HORARIO
      *          DE CORTE: LE O LOG CUTROLL.txt GRAVADO PELO CONV0001 E
      *          LISTA, POR ORIGEM DO FEED, AS TRANSACOES QUE CHEGARAM
      *          APOS O CORTE DA MOEDA E TIVERAM A DATA-VALOR ROLADA,
      *          COM SUBTOTAIS POR ORIGEM (CUTRPT.txt)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. CTOF0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT CRL-FL ASSIGN CRL-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-CRL.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.

       DATA DIVISION.
        FILE SECTION.
         FD CRL-FL.
         01 CRL-RCRD.
          COPY CUTREC.

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'CTOF0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 CRL-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CUTROLL.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\CUTRPT.txt'.
         77 CRL-FL-PATH-ENV           PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).

         77 STTS-CRL                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 CRL-EOF-FL                               PIC X VALUE 'N'.
          88 CRL-IS-EOF                                    VALUE 'Y'.

         77 TODAY-DT                                       PIC 9(8).
         77 BUS-DT                                         PIC 9(8).
         77 ASOF-ENV                                       PIC X(8).

      * THE DAY'S MISSES, SORTED BY SOURCE SO EACH FEED PRINTS AS ONE
      * BLOCK WITH ITS OWN SUBTOTAL
         77 MIS-CT                              PIC 9(4) COMP VALUE 0.
         77 MIS-IX                                     PIC 9(4) COMP.
         01 MIS-TBL.
          02 MIS-ENTRY OCCURS 1 TO 9999 TIMES
              DEPENDING ON MIS-CT.
           03 MS-SRC                                       PIC X(8).
           03 MS-CUR                                       PIC X(10).
           03 MS-TS                                        PIC 9(14).
           03 MS-A                                         PIC X(10).
           03 MS-B                                         PIC X(10).
           03 MS-ENT                                       PIC X(4).
           03 MS-DIR                                       PIC X.
           03 MS-V                                        PIC S9(08)V99.
           03 MS-CPTY                                      PIC X(8).
           03 MS-CUT-TM                                    PIC 9(4).
           03 MS-ORIG-DT                                   PIC 9(8).
           03 MS-NEW-DT                                    PIC 9(8).

         77 CUR-SRC                                        PIC X(8).
         77 SRC-CT                              PIC 9(6) VALUE ZEROS.
         77 SRC-AMT                         PIC S9(12)V99 VALUE ZEROS.
         77 CT-SOURCES                          PIC 9(4) VALUE ZEROS.
         77 CT-MISSES                           PIC 9(6) VALUE ZEROS.
         77 CT-OTHER-DAYS                       PIC 9(6) VALUE ZEROS.
         77 TOT-AMT                         PIC S9(12)V99 VALUE ZEROS.
         77 ED-V                                   PIC -9(8).99.
         77 ED-AMT                                 PIC -9(12).99.
         77 ED-TM                                          PIC 99B99.
         77 ED-SRC                                         PIC X(8).



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
         DISPLAY 'MAIN: CTOF0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: CTOF0001'.
         ACCEPT CRL-FL-PATH-ENV FROM ENVIRONMENT 'CTOF0001_LOGFILE'.
         IF CRL-FL-PATH-ENV NOT = SPACES
          MOVE CRL-FL-PATH-ENV TO CRL-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'CTOF0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DT.
         MOVE TODAY-DT TO BUS-DT.
         ACCEPT ASOF-ENV FROM ENVIRONMENT 'CTOF0001_ASOFDATE'.
         IF ASOF-ENV IS NUMERIC AND ASOF-ENV NOT = SPACES
          MOVE ASOF-ENV TO BUS-DT
          DISPLAY 'AS-OF DATE OVERRIDE: RUNNING FOR ' BUS-DT
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: CTOF0001'.
         OPEN INPUT CRL-FL.
         IF STTS-CRL = ZEROS
          PERFORM 210-LOAD-ONE-MISS UNTIL CRL-IS-EOF
          CLOSE CRL-FL
         ELSE
          DISPLAY 'NO CUT-OFF ROLL LOG (' CRL-FL-PATH ')'
         END-IF.
         IF MIS-CT > 1
          SORT MIS-ENTRY ON ASCENDING KEY MS-SRC MS-CUR MS-TS
         END-IF.
         OPEN OUTPUT RPT-FL.
         MOVE SPACES TO RPT-REC.
         STRING 'CTOF0001  CUT-OFF MISSES BY SOURCE  BUSINESS DATE '
           BUS-DT '  RUN ' TODAY-DT
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         STRING ' SOURCE   CUR        CUT   ARRIVED        PAIR'
          '                  ENT  D       AMOUNT CPTY     VALUE DT'
          ' ROLLED TO'
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         IF MIS-CT = 0
          MOVE '  NO CUT-OFF MISSES FOR THE DAY' TO RPT-REC
          WRITE RPT-REC
         ELSE
          MOVE MS-SRC(1) TO CUR-SRC
          MOVE 1 TO MIS-IX
          PERFORM 220-WRITE-ONE-MISS UNTIL MIS-IX > MIS-CT
          PERFORM 230-WRITE-SOURCE-TOTAL
         END-IF.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE TOT-AMT TO ED-AMT.
         MOVE SPACES TO RPT-REC.
         MOVE MIS-CT TO CT-MISSES.
         STRING ' TOTAL MISSES: ' CT-MISSES '  SOURCES: ' CT-SOURCES
          '  AMOUNT ' ED-AMT
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         CLOSE RPT-FL.

        210-LOAD-ONE-MISS.
         READ CRL-FL
          AT END
           MOVE 'Y' TO CRL-EOF-FL
          NOT AT END
           IF CRL-RUN-DT = BUS-DT
            IF MIS-CT >= 9999
             DISPLAY 'MISS TABLE FULL, RUN ABORTED'
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
            ADD 1 TO MIS-CT
            MOVE CRL-SRC TO MS-SRC(MIS-CT)
            MOVE CRL-CUR TO MS-CUR(MIS-CT)
            MOVE CRL-TS TO MS-TS(MIS-CT)
            MOVE CRL-A TO MS-A(MIS-CT)
            MOVE CRL-B TO MS-B(MIS-CT)
            MOVE CRL-ENT TO MS-ENT(MIS-CT)
            MOVE CRL-DIR TO MS-DIR(MIS-CT)
            MOVE CRL-V TO MS-V(MIS-CT)
            MOVE CRL-CPTY TO MS-CPTY(MIS-CT)
            MOVE CRL-CUT-TM TO MS-CUT-TM(MIS-CT)
            MOVE CRL-ORIG-DT TO MS-ORIG-DT(MIS-CT)
            MOVE CRL-NEW-DT TO MS-NEW-DT(MIS-CT)
           ELSE
            ADD 1 TO CT-OTHER-DAYS
           END-IF
         END-READ.
         IF STTS-CRL NOT = ZEROS AND STTS-CRL NOT = 10
          DISPLAY 'I/O ERROR READING CRL-FL, STATUS = ' STTS-CRL
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO CRL-EOF-FL
         END-IF.

        220-WRITE-ONE-MISS.
         IF MS-SRC(MIS-IX) NOT = CUR-SRC
          PERFORM 230-WRITE-SOURCE-TOTAL
          MOVE MS-SRC(MIS-IX) TO CUR-SRC
         END-IF.
         ADD 1 TO SRC-CT.
         ADD MS-V(MIS-IX) TO SRC-AMT.
         ADD MS-V(MIS-IX) TO TOT-AMT.
         MOVE MS-SRC(MIS-IX) TO ED-SRC.
         IF ED-SRC = SPACES
          MOVE '(NONE)' TO ED-SRC
         END-IF.
         MOVE MS-CUT-TM(MIS-IX) TO ED-TM.
         INSPECT ED-TM REPLACING ALL ' ' BY ':'.
         MOVE MS-V(MIS-IX) TO ED-V.
         MOVE SPACES TO RPT-REC.
         STRING ' ' ED-SRC ' ' MS-CUR(MIS-IX) ' ' ED-TM ' '
           MS-TS(MIS-IX) ' ' MS-A(MIS-IX) '/' MS-B(MIS-IX) ' '
           MS-ENT(MIS-IX) ' ' MS-DIR(MIS-IX) ' ' ED-V ' '
           MS-CPTY(MIS-IX) ' ' MS-ORIG-DT(MIS-IX) ' '
           MS-NEW-DT(MIS-IX)
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO MIS-IX.

        230-WRITE-SOURCE-TOTAL.
         ADD 1 TO CT-SOURCES.
         MOVE CUR-SRC TO ED-SRC.
         IF ED-SRC = SPACES
          MOVE '(NONE)' TO ED-SRC
         END-IF.
         MOVE SRC-AMT TO ED-AMT.
         MOVE SPACES TO RPT-REC.
         STRING '   SOURCE ' ED-SRC ' MISSES: ' SRC-CT
          '  AMOUNT ' ED-AMT
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACES TO RPT-REC.
         WRITE RPT-REC.
         MOVE ZEROS TO SRC-CT.
         MOVE ZEROS TO SRC-AMT.

        300-END.
         DISPLAY '-- CUT-OFF MISS REPORT SUMMARY --'.
         DISPLAY ' BUSINESS DATE: ' BUS-DT.
         DISPLAY ' CUT-OFF MISSES: ' MIS-CT.
         DISPLAY ' SOURCES WITH MISSES: ' CT-SOURCES.
         DISPLAY ' LOG ENTRIES FOR OTHER DAYS: ' CT-OTHER-DAYS.
         IF MIS-CT > 0 AND RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: CTOF0001'.
         GOBACK.
       END PROGRAM CTOF0001.
