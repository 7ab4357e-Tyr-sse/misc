      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: ESTUDAR COBOL - CONTAS A RECEBER POR IDADE: LE AS
      *          FATURAS NAO QUITADAS DE RCVB.txt E CLASSIFICA O SALDO
      *          EM ABERTO PELOS DIAS APOS O VENCIMENTO (A VENCER,
      *          1-30, 31-60, 61-90, MAIS DE 90) NA DATA DE REFERENCIA;
      *          VENCIDAS SAEM MARCADAS, COM SUBTOTAL POR ENTIDADE E
      *          MOEDA E TOTAL GERAL POR MOEDA (AGERPT.txt)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. AGRC0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT RCV-FL ASSIGN RCV-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RCV.
         SELECT RPT-FL ASSIGN RPT-FL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RPT.

       DATA DIVISION.
        FILE SECTION.
         FD RCV-FL.
         01 RCV-RCRD.
          COPY RCVREC.

         FD RPT-FL.
         01 RPT-REC                                        PIC X(132).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'AGRC0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 RCV-FL-PATH               PIC X(80)
             VALUE '.\..\fls\RCVB.txt'.
         77 RPT-FL-PATH               PIC X(80)
             VALUE '.\..\fls\AGERPT.txt'.
         77 RCV-FL-PATH-ENV           PIC X(80).
         77 RPT-FL-PATH-ENV           PIC X(80).
         77 REH-WRK-PATH                                   PIC X(80).
         77 REHEARSAL-ENV                              PIC X(3).
         77 STTS-RCV                                       PIC 99.
         77 STTS-RPT                                       PIC 99.
         77 RCV-EOF-FL                               PIC X VALUE 'N'.
          88 RCV-IS-EOF                                    VALUE 'Y'.

         77 ASOF-ENV                                       PIC X(8).
         77 ASOF-DT                                        PIC 9(8).
         77 ASOF-INT                                       PIC 9(7).

      * OPEN ITEMS, SORTED BY ENTITY, CURRENCY AND DUE DATE
         77 AGE-CT                                     PIC 9(4) COMP.
         77 AGE-IX                                     PIC 9(4) COMP.
         01 AGE-TBL.
          03 AGE-ENTRY OCCURS 1 TO 9999 TIMES
              DEPENDING ON AGE-CT.
           05 AG-ENT                                       PIC X(4).
           05 AG-CUR                                       PIC X(10).
           05 AG-DUE-DT                                    PIC 9(8).
           05 AG-INV-NO                                    PIC 9(8).
           05 AG-ISSUE-DT                                  PIC 9(8).
           05 AG-STATUS                                    PIC X.
           05 AG-OPEN                                    PIC 9(10)V99.
           05 AG-DAYS                                      PIC S9(5).
           05 AG-BKT                                       PIC 9.

      * GRAND TOTALS PER CURRENCY, BUCKETS 1 (NOT DUE) TO 5 (OVER 90)
         77 CUR-CT                                     PIC 9(4) COMP.
         77 CUR-IX                                     PIC 9(4) COMP.
         77 CUR-FOUND-FL                                   PIC X.
          88 CUR-IS-FOUND                                  VALUE 'Y'.
         01 CUR-TBL.
          03 CUR-ENTRY OCCURS 1 TO 999 TIMES
              DEPENDING ON CUR-CT.
           05 CU-CUR                                       PIC X(10).
           05 CU-BKT                PIC 9(12)V99 OCCURS 5.

         01 SUB-BKT-TBL.
          03 SUB-BKT                PIC 9(12)V99 OCCURS 5.
         77 BKT-IX                                         PIC 9.
         77 CUR-ENT                                        PIC X(4).
         77 CUR-CUR                                        PIC X(10).

         77 CT-READ                             PIC 9(6) VALUE ZEROS.
         77 CT-OPEN                             PIC 9(6) VALUE ZEROS.
         77 CT-OVERDUE                          PIC 9(6) VALUE ZEROS.
         77 CT-OVER-90                          PIC 9(6) VALUE ZEROS.

         77 LINES-PER-PAGE                       PIC 99 VALUE 55.
         77 PAGE-LEN-ENV                                    PIC X(2).
         77 LINE-CT                              PIC 99 VALUE ZEROS.
         77 PAGE-CT                              PIC 9(4) VALUE ZEROS.
         77 SECT-HDR                                       PIC X(132).

         77 ED-DAYS                                        PIC -ZZZ9.
         77 ED-B1                      PIC Z(9)9.99 BLANK WHEN ZERO.
         77 ED-B2                      PIC Z(9)9.99 BLANK WHEN ZERO.
         77 ED-B3                      PIC Z(9)9.99 BLANK WHEN ZERO.
         77 ED-B4                      PIC Z(9)9.99 BLANK WHEN ZERO.
         77 ED-B5                      PIC Z(9)9.99 BLANK WHEN ZERO.
         77 ED-FLAG                                        PIC X(7).



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
         DISPLAY 'MAIN: AGRC0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: AGRC0001'.
         ACCEPT RCV-FL-PATH-ENV FROM ENVIRONMENT 'AGRC0001_RCVFILE'.
         IF RCV-FL-PATH-ENV NOT = SPACES
          MOVE RCV-FL-PATH-ENV TO RCV-FL-PATH
         END-IF.
         ACCEPT RPT-FL-PATH-ENV FROM ENVIRONMENT 'AGRC0001_RPTFILE'.
         IF RPT-FL-PATH-ENV NOT = SPACES
          MOVE RPT-FL-PATH-ENV TO RPT-FL-PATH
         END-IF.
         ACCEPT PAGE-LEN-ENV FROM ENVIRONMENT 'AGRC0001_PAGELEN'.
         IF PAGE-LEN-ENV IS NUMERIC AND PAGE-LEN-ENV NOT = SPACES
          MOVE PAGE-LEN-ENV TO LINES-PER-PAGE
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO ASOF-DT.
         ACCEPT ASOF-ENV FROM ENVIRONMENT 'AGRC0001_ASOF'.
         IF ASOF-ENV IS NUMERIC AND ASOF-ENV NOT = SPACES
          MOVE ASOF-ENV TO ASOF-DT
         END-IF.
         COMPUTE ASOF-INT = FUNCTION INTEGER-OF-DATE(ASOF-DT).
         ACCEPT REHEARSAL-ENV FROM ENVIRONMENT 'CHAIN_REHEARSAL'.
         IF REHEARSAL-ENV(1:1) = 'Y'
          MOVE SPACES TO REH-WRK-PATH
          STRING RPT-FL-PATH DELIMITED BY SPACE
           '.RHSL' DELIMITED BY SIZE
           INTO REH-WRK-PATH
          MOVE REH-WRK-PATH TO RPT-FL-PATH
         END-IF.
         DISPLAY 'AGING AS OF: ' ASOF-DT.
         MOVE 0 TO AGE-CT.
         MOVE 0 TO CUR-CT.

        200-PROCESS.
         DISPLAY 'PROCESS: AGRC0001'.
         OPEN INPUT RCV-FL.
         IF STTS-RCV NOT = ZEROS
          DISPLAY 'NO RECEIVABLES FILE (' RCV-FL-PATH ')'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         PERFORM 210-READ-ONE-RCV UNTIL RCV-IS-EOF.
         CLOSE RCV-FL.
         IF AGE-CT > 1
          SORT AGE-ENTRY ON ASCENDING KEY AG-ENT AG-CUR AG-DUE-DT
           AG-INV-NO
         END-IF.
         IF CUR-CT > 1
          SORT CUR-ENTRY ON ASCENDING KEY CU-CUR
         END-IF.
         PERFORM 250-WRITE-REPORT.

        210-READ-ONE-RCV.
         READ RCV-FL
          AT END
           MOVE 'Y' TO RCV-EOF-FL
          NOT AT END
           ADD 1 TO CT-READ
           IF NOT RCV-IS-PAID AND RCV-AMT > RCV-PAID
            PERFORM 211-AGE-ONE-RCV
           END-IF
         END-READ.
         IF STTS-RCV NOT = ZEROS AND STTS-RCV NOT = 10
          DISPLAY 'I/O ERROR READING RCV-FL, STATUS = ' STTS-RCV
          MOVE 8 TO RETURN-CODE
          MOVE 'Y' TO RCV-EOF-FL
         END-IF.

        211-AGE-ONE-RCV.
         IF AGE-CT >= 9999
          DISPLAY 'OPEN ITEM TABLE FULL, RUN ABORTED'
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         ADD 1 TO AGE-CT.
         ADD 1 TO CT-OPEN.
         MOVE RCV-ENT TO AG-ENT(AGE-CT).
         MOVE RCV-CUR TO AG-CUR(AGE-CT).
         MOVE RCV-DUE-DT TO AG-DUE-DT(AGE-CT).
         MOVE RCV-INV-NO TO AG-INV-NO(AGE-CT).
         MOVE RCV-ISSUE-DT TO AG-ISSUE-DT(AGE-CT).
         MOVE RCV-STATUS TO AG-STATUS(AGE-CT).
         COMPUTE AG-OPEN(AGE-CT) = RCV-AMT - RCV-PAID.
      * DAYS PAST DUE; ZERO OR LESS MEANS NOT YET DUE
         COMPUTE AG-DAYS(AGE-CT) = ASOF-INT
          - FUNCTION INTEGER-OF-DATE(RCV-DUE-DT).
         EVALUATE TRUE
          WHEN AG-DAYS(AGE-CT) < 1
           MOVE 1 TO AG-BKT(AGE-CT)
          WHEN AG-DAYS(AGE-CT) < 31
           MOVE 2 TO AG-BKT(AGE-CT)
          WHEN AG-DAYS(AGE-CT) < 61
           MOVE 3 TO AG-BKT(AGE-CT)
          WHEN AG-DAYS(AGE-CT) < 91
           MOVE 4 TO AG-BKT(AGE-CT)
          WHEN OTHER
           MOVE 5 TO AG-BKT(AGE-CT)
           ADD 1 TO CT-OVER-90
         END-EVALUATE.
         IF AG-BKT(AGE-CT) > 1
          ADD 1 TO CT-OVERDUE
         END-IF.
         MOVE 'N' TO CUR-FOUND-FL.
         MOVE 1 TO CUR-IX.
         PERFORM 212-SCAN-CURRENCY UNTIL CUR-IX > CUR-CT
          OR CUR-IS-FOUND.
         IF NOT CUR-IS-FOUND
          IF CUR-CT >= 999
           DISPLAY 'CURRENCY TABLE FULL, RUN ABORTED'
           MOVE 8 TO RETURN-CODE
           GOBACK
          END-IF
          ADD 1 TO CUR-CT
          MOVE CUR-CT TO CUR-IX
          MOVE RCV-CUR TO CU-CUR(CUR-IX)
          MOVE ZEROS TO CU-BKT(CUR-IX, 1) CU-BKT(CUR-IX, 2)
           CU-BKT(CUR-IX, 3) CU-BKT(CUR-IX, 4) CU-BKT(CUR-IX, 5)
         END-IF.
         ADD AG-OPEN(AGE-CT) TO CU-BKT(CUR-IX, AG-BKT(AGE-CT)).

        212-SCAN-CURRENCY.
         IF CU-CUR(CUR-IX) = RCV-CUR
          MOVE 'Y' TO CUR-FOUND-FL
         ELSE
          ADD 1 TO CUR-IX
         END-IF.

        250-WRITE-REPORT.
         OPEN OUTPUT RPT-FL.
         IF STTS-RPT NOT = ZEROS
          DISPLAY 'ERROR OPENING RPT-FL, STATUS = ' STTS-RPT
          MOVE 8 TO RETURN-CODE
          GOBACK
         END-IF.
         MOVE ZEROS TO PAGE-CT.
         MOVE SPACES TO SECT-HDR.
         STRING ' INVOICE  ENT  CURRENCY   ISSUED   DUE DATE ST'
          ' DAYS       NOT DUE          1-30         31-60'
          '         61-90       OVER 90 FLAG'
          DELIMITED BY SIZE INTO SECT-HDR.
         PERFORM 311-NEW-PAGE.
         IF AGE-CT = 0
          MOVE '  NO OPEN RECEIVABLES' TO RPT-REC
          PERFORM 312-WRITE-LINE
         END-IF.
         MOVE 1 TO AGE-IX.
         PERFORM 251-WRITE-ONE-GROUP UNTIL AGE-IX > AGE-CT.
         MOVE SPACES TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE ' TOTAL OPEN BY CURRENCY' TO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE 1 TO CUR-IX.
         PERFORM 254-WRITE-ONE-CURRENCY UNTIL CUR-IX > CUR-CT.
         CLOSE RPT-FL.
         DISPLAY 'AGED RECEIVABLES WRITTEN TO ' RPT-FL-PATH.

        251-WRITE-ONE-GROUP.
         MOVE AG-ENT(AGE-IX) TO CUR-ENT.
         MOVE AG-CUR(AGE-IX) TO CUR-CUR.
         MOVE ZEROS TO SUB-BKT(1) SUB-BKT(2) SUB-BKT(3) SUB-BKT(4)
           SUB-BKT(5).
         PERFORM 252-WRITE-ONE-ITEM UNTIL AGE-IX > AGE-CT
          OR AG-ENT(AGE-IX) NOT = CUR-ENT
          OR AG-CUR(AGE-IX) NOT = CUR-CUR.
         MOVE SUB-BKT(1) TO ED-B1.
         MOVE SUB-BKT(2) TO ED-B2.
         MOVE SUB-BKT(3) TO ED-B3.
         MOVE SUB-BKT(4) TO ED-B4.
         MOVE SUB-BKT(5) TO ED-B5.
         MOVE SPACES TO RPT-REC.
         STRING '   SUBTOTAL ' CUR-ENT ' ' CUR-CUR
          '                         ' ED-B1 ' ' ED-B2 ' ' ED-B3
          ' ' ED-B4 ' ' ED-B5
          DELIMITED BY SIZE INTO RPT-REC.
         PERFORM 312-WRITE-LINE.
         MOVE SPACES TO RPT-REC.
         PERFORM 312-WRITE-LINE.

        252-WRITE-ONE-ITEM.
         MOVE ZEROS TO ED-B1 ED-B2 ED-B3 ED-B4 ED-B5.
         EVALUATE AG-BKT(AGE-IX)
          WHEN 1
           MOVE AG-OPEN(AGE-IX) TO ED-B1
          WHEN 2
           MOVE AG-OPEN(AGE-IX) TO ED-B2
          WHEN 3
           MOVE AG-OPEN(AGE-IX) TO ED-B3
          WHEN 4
           MOVE AG-OPEN(AGE-IX) TO ED-B4
          WHEN OTHER
           MOVE AG-OPEN(AGE-IX) TO ED-B5
         END-EVALUATE.
         ADD AG-OPEN(AGE-IX) TO SUB-BKT(AG-BKT(AGE-IX)).
         IF AG-BKT(AGE-IX) > 1
          MOVE 'OVERDUE' TO ED-FLAG
         ELSE
          MOVE SPACES TO ED-FLAG
         END-IF.
         MOVE AG-DAYS(AGE-IX) TO ED-DAYS.
         MOVE SPACES TO RPT-REC.
         STRING ' ' AG-INV-NO(AGE-IX) ' ' AG-ENT(AGE-IX) ' '
           AG-CUR(AGE-IX) ' ' AG-ISSUE-DT(AGE-IX) ' '
           AG-DUE-DT(AGE-IX) ' ' AG-STATUS(AGE-IX) ' ' ED-DAYS
           ' ' ED-B1 ' ' ED-B2 ' ' ED-B3 ' ' ED-B4 ' ' ED-B5
           ' ' ED-FLAG
          DELIMITED BY SIZE INTO RPT-REC.
         PERFORM 312-WRITE-LINE.
         ADD 1 TO AGE-IX.

        254-WRITE-ONE-CURRENCY.
         MOVE CU-BKT(CUR-IX, 1) TO ED-B1.
         MOVE CU-BKT(CUR-IX, 2) TO ED-B2.
         MOVE CU-BKT(CUR-IX, 3) TO ED-B3.
         MOVE CU-BKT(CUR-IX, 4) TO ED-B4.
         MOVE CU-BKT(CUR-IX, 5) TO ED-B5.
         MOVE SPACES TO RPT-REC.
         STRING '   TOTAL      ' CU-CUR(CUR-IX)
          '                            ' ED-B1 ' ' ED-B2 ' ' ED-B3
          ' ' ED-B4 ' ' ED-B5
          DELIMITED BY SIZE INTO RPT-REC.
         PERFORM 312-WRITE-LINE.
         ADD 1 TO CUR-IX.

        311-NEW-PAGE.
         ADD 1 TO PAGE-CT.
         MOVE SPACES TO RPT-REC.
         STRING 'AGRC0001  AGED FEE RECEIVABLES  AS OF ' ASOF-DT
          '                                        PAGE ' PAGE-CT
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.
         MOVE 1 TO LINE-CT.
         IF SECT-HDR NOT = SPACES
          MOVE SECT-HDR TO RPT-REC
          WRITE RPT-REC
          ADD 1 TO LINE-CT
         END-IF.

        312-WRITE-LINE.
         IF LINE-CT >= LINES-PER-PAGE
          PERFORM 311-NEW-PAGE
         END-IF.
         WRITE RPT-REC.
         ADD 1 TO LINE-CT.

        300-END.
         DISPLAY '-- AGED RECEIVABLES SUMMARY --'.
         DISPLAY ' AS OF: ' ASOF-DT.
         DISPLAY ' INVOICES READ: ' CT-READ.
         DISPLAY ' OPEN OR PARTIAL: ' CT-OPEN.
         DISPLAY ' PAST DUE: ' CT-OVERDUE
          '  (OVER 90 DAYS: ' CT-OVER-90 ')'.
         IF CT-OVERDUE > 0
          IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
          END-IF
         END-IF.
         DISPLAY 'END-PROGRAM: AGRC0001'.
         GOBACK.
       END PROGRAM AGRC0001.
