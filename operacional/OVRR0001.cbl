
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.

       DATA DIVISION.
        WORKING-STORAGE SECTION.
         01 OVR-RCRD.
          02 OV-TS                                         PIC 9(14).
          02 OV-PGM                                        PIC X(8).
          02 OV-GATE                                       PIC X(20).
          02 OV-OPER                                       PIC X(3).
          02 OV-REASON                                     PIC X(20).
         77 OVR-FL-PATH               PIC X(80)
             VALUE '.\..\fls\OVERRIDE.txt'.
         77 OVR-FL-PATH-ENV           PIC X(80).
         77 OVR-WIDTH                           PIC 9(3) VALUE 65.
         77 AUDC-RC                                        PIC 99.
         77 WRK-OPER                                       PIC X(3).
         77 WRK-REASON                                     PIC X(20).
         77 SAVED-RC                  PIC S9(9) COMP-5.
         IF OVR-FL-PATH-ENV NOT = SPACES
          MOVE OVR-FL-PATH-ENV TO OVR-FL-PATH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO OV-TS.
         MOVE OVRR-PGM TO OV-PGM.
         MOVE OVRR-GATE TO OV-GATE.
         MOVE WRK-OPER TO OV-OPER.
         MOVE WRK-REASON TO OV-REASON.
         CALL 'AUDC0001' USING OVR-FL-PATH OVR-RCRD OVR-WIDTH AUDC-RC.
         IF AUDC-RC NOT = ZEROS
          DISPLAY 'OVRR0001: CANNOT WRITE THE OVERRIDE REGISTER'
          MOVE 8 TO OVRR-RC
          MOVE SAVED-RC TO RETURN-CODE
          GOBACK
         END-IF.
         DISPLAY 'OVERRIDE REGISTERED: ' OVRR-GATE ' BY ' WRK-OPER
          ' - ' WRK-REASON.
         MOVE SAVED-RC TO RETURN-CODE.
