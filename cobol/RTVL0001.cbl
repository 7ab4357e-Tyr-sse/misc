         01 RPT-REC                                        PIC X(100).

        WORKING-STORAGE SECTION.
         77 BLD-FUNC                                       PIC X(4)
             VALUE 'REG'.
         77 BLD-PGM                                        PIC X(8)
             VALUE 'RTVL0001'.
         77 BLD-ID                                         PIC X(12)
             VALUE '20261015-01'.
         77 BLD-RC                                         PIC 99.
          88 BLD-IS-INQUIRY                                VALUE 1.
         77 RATE-FL-PATH              PIC X(80)
             VALUE '.\..\fls\RATE.txt'.
         77 RPT-FL-PATH               PIC X(80)
         77 CT-DUP-KEY                         PIC 9(4) VALUE ZEROS.
         77 CT-INVERSE                         PIC 9(4) VALUE ZEROS.
         77 CT-BAD-DATE                        PIC 9(4) VALUE ZEROS.
         77 CT-MAGNITUDE                       PIC 9(4) VALUE ZEROS.
         77 CT-ERRORS                          PIC 9(5) VALUE ZEROS.

         77 FWD-RATE                              PIC 9(10)V9(6).
         77 DEV-PCT                               PIC S9(7)V99.
         77 WRK-DEV                               PIC 9(7).99.

         77 PCV-ACTIVE-FL                            PIC X VALUE 'N'.
          88 PCV-IS-ACTIVE                                 VALUE 'Y'.
         77 ED-BAND-LO                           PIC Z(7)9.9(6).
         77 ED-BAND-HI                           PIC Z(7)9.9(6).
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
         DISPLAY 'MAIN: RTVL0001 BUILD ' BLD-ID.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.
         END-IF.
         MOVE 0 TO RATE-CT.
         PERFORM 101-LOAD-RATES.
         MOVE 'LOD' TO PCVT-FUNC.
         PERFORM 215-CALL-PCVT.
         IF PCVT-RC = ZEROS
          MOVE 'Y' TO PCV-ACTIVE-FL
         ELSE
          DISPLAY 'NO PAIR CONVENTIONS, MAGNITUDE CHECK SKIPPED'
         END-IF.

        101-LOAD-RATES.
         OPEN INPUT RATE-FL.
         PERFORM 204-CHECK-DUP-KEY.
         PERFORM 205-CHECK-INVERSE.
         PERFORM 206-CHECK-EFF-DATE.
         IF PCV-IS-ACTIVE
          PERFORM 210-CHECK-MAGNITUDE
         END-IF.
         ADD 1 TO RATE-IX.

        203-CHECK-ZERO-DEN.
          WRITE RPT-REC
         END-IF.

        210-CHECK-MAGNITUDE.
      * THE RATE IS RESTATED THE WAY THE MARKET QUOTES THE PAIR AND
      * MUST FALL INSIDE THE PLAUSIBLE BAND OF ITS CONVENTION; A RATE
      * LOADED PER UNIT INSTEAD OF PER 100, OR UPSIDE DOWN, FALLS OUT
         IF RT-DEN(RATE-IX) = 0
          EXIT PARAGRAPH
         END-IF.
         MOVE 'MKT' TO PCVT-FUNC.
         MOVE RT-A(RATE-IX) TO PCVT-A.
         MOVE RT-B(RATE-IX) TO PCVT-B.
         MOVE RT-NUM(RATE-IX) TO PCVT-NUM.
         MOVE RT-DEN(RATE-IX) TO PCVT-DEN.
         PERFORM 215-CALL-PCVT.
         IF PCVT-RC = 6 OR PCVT-RC = 8
          ADD 1 TO CT-MAGNITUDE
          MOVE PCVT-LO TO ED-BAND-LO
          MOVE PCVT-HI TO ED-BAND-HI
          MOVE SPACES TO RPT-REC
          STRING 'MAGNITUDE: ' RT-A(RATE-IX) '/'
           RT-B(RATE-IX) ' ' RT-EFF-DT(RATE-IX)
           ' MKT ' PCVT-MKT-DISP ' BAND ' ED-BAND-LO
           '-' ED-BAND-HI
           DELIMITED BY SIZE INTO RPT-REC
          WRITE RPT-REC
         END-IF.

        215-CALL-PCVT.
         MOVE RETURN-CODE TO SAVED-RC.
         CALL 'PCVT0001' USING PCVT-FUNC PCVT-A PCVT-B PCVT-NUM
           PCVT-DEN PCVT-MKT-BASE PCVT-MKT-QUOTE PCVT-UNIT PCVT-DEC
           PCVT-MKT-RATE PCVT-MKT-DISP PCVT-LO PCVT-HI PCVT-RC.
         MOVE SAVED-RC TO RETURN-CODE.

        209-WRITE-RPT-TRAILER.
         COMPUTE CT-ERRORS = CT-ZERO-DEN + CT-DUP-KEY
           + CT-INVERSE + CT-BAD-DATE + CT-MAGNITUDE.
         MOVE SPACES TO RPT-REC.
         STRING 'ERRORS: ZERO-DEN=' CT-ZERO-DEN
          ' DUP-KEY=' CT-DUP-KEY
          ' INVERSE=' CT-INVERSE
          ' BAD-DATE=' CT-BAD-DATE
          ' MAGNITUDE=' CT-MAGNITUDE
          DELIMITED BY SIZE INTO RPT-REC.
         WRITE RPT-REC.

         DISPLAY ' DUPLICATE KEYS: ' CT-DUP-KEY.
         DISPLAY ' INVERSE INCONSISTENCIES: ' CT-INVERSE.
         DISPLAY ' MALFORMED DATES: ' CT-BAD-DATE.
         DISPLAY ' IMPLAUSIBLE MAGNITUDES: ' CT-MAGNITUDE.
         IF CT-ERRORS > 0
          DISPLAY ' RATE MASTER INVALID, SEE ' RPT-FL-PATH
          MOVE 8 TO RETURN-CODE
