      *          SUBPROGRAMA CHAMADO COM FUNCAO REG (REGISTRA UMA
      *          GERACAO E APLICA A RETENCAO, APAGANDO AS MAIS ANTIGAS)
      *          OU GET (RESOLVE O CAMINHO DA GERACAO PEDIDA; DATA ZERO
      *          DEVOLVE A MAIS RECENTE). GERACAO PROTEGIDA POR UMA
      *          RETENCAO LEGAL EM VIGOR (LGHC0001) NUNCA E APAGADA NEM
      *          CONTA PARA O LIMITE, E A QUE SERIA APAGADA SEM A
      *          RETENCAO FICA REGISTRADA EM LGHSAVE.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         77 OLDEST-DATE                                    PIC 9(8).
         77 DEL-RC                                  PIC S9(9) COMP-5.
         77 SAVED-RC                                PIC S9(9) COMP-5.
         77 NEWER-IX                                   PIC 9(4) COMP.
         77 NEWER-CT                                   PIC 9(4) COMP.
         77 HELD-FL                                        PIC X.
          88 GEN-IS-HELD                                   VALUE 'Y'.
         77 LGHC-FUNC                                      PIC X(3).
         77 LGHC-PGM                    PIC X(8) VALUE 'GCAT0001'.
         77 LGHC-HOLD-ID                                   PIC 9(6).
         77 LGHC-RC                                        PIC 99.

        LINKAGE SECTION.
         01 GCAT-FUNC                                      PIC X(3).
           MOVE GCAT-DATE TO CT-DATE(CAT-CT)
           MOVE GCAT-PATH TO CT-PATH(CAT-CT)
           IF GCAT-KEEP > 0
            PERFORM 215-NOTE-HELD-GENERATIONS
            PERFORM 210-APPLY-RETENTION WITH TEST AFTER
             UNTIL ID-GEN-CT NOT > GCAT-KEEP
           END-IF
         END-IF.

        211-COUNT-ONE.
      * A GENERATION UNDER LEGAL HOLD IS NEITHER A PURGE CANDIDATE NOR
      * PART OF THE COUNT, SO THE NEWEST KEEP UNHELD ONES STAY TOO
         IF CT-FILE-ID(CAT-IX) = GCAT-FILE-ID
          MOVE CAT-IX TO NEWER-IX
          PERFORM 240-CHECK-HOLD
          IF NOT GEN-IS-HELD
           ADD 1 TO ID-GEN-CT
           IF CT-DATE(CAT-IX) < OLDEST-DATE
            MOVE CT-DATE(CAT-IX) TO OLDEST-DATE
            MOVE CAT-IX TO OLD-IX
           END-IF
          END-IF
         END-IF.
         ADD 1 TO CAT-IX.

        215-NOTE-HELD-GENERATIONS.
      * A HELD GENERATION WITH KEEP OR MORE NEWER ONES IS WHAT PLAIN
      * RETENTION WOULD HAVE PURGED; THE HOLD REPORT READS THESE
         MOVE 1 TO CAT-IX.
         PERFORM 216-NOTE-ONE-HELD UNTIL CAT-IX > CAT-CT.

        216-NOTE-ONE-HELD.
         IF CT-FILE-ID(CAT-IX) = GCAT-FILE-ID
          MOVE CAT-IX TO NEWER-IX
          PERFORM 240-CHECK-HOLD
          IF GEN-IS-HELD
           MOVE 0 TO NEWER-CT
           MOVE 1 TO NEWER-IX
           PERFORM 217-COUNT-NEWER UNTIL NEWER-IX > CAT-CT
           IF NEWER-CT NOT < GCAT-KEEP
            DISPLAY 'GCAT0001: KEPT UNDER LEGAL HOLD ' LGHC-HOLD-ID
             ': ' CT-PATH(CAT-IX)
            MOVE 'SAV' TO LGHC-FUNC
            CALL 'LGHC0001' USING LGHC-FUNC GCAT-FILE-ID
              CT-DATE(CAT-IX) CT-PATH(CAT-IX) LGHC-PGM
              LGHC-HOLD-ID LGHC-RC
             ON EXCEPTION
              CONTINUE
            END-CALL
           END-IF
          END-IF
         END-IF.
         ADD 1 TO CAT-IX.

        217-COUNT-NEWER.
         IF CT-FILE-ID(NEWER-IX) = GCAT-FILE-ID
            AND CT-DATE(NEWER-IX) > CT-DATE(CAT-IX)
          ADD 1 TO NEWER-CT
         END-IF.
         ADD 1 TO NEWER-IX.

        220-REMOVE-ENTRY.
         MOVE OLD-IX TO SHIFT-IX.
         PERFORM 221-SHIFT-ONE UNTIL SHIFT-IX >= CAT-CT.
         WRITE CAT-RCRD.
         ADD 1 TO CAT-IX.

        240-CHECK-HOLD.
      * A REGISTER THAT CANNOT BE READ PROTECTS EVERYTHING; A SITE
      * WITHOUT THE SERVICE HOLDS NOTHING
         MOVE 'N' TO HELD-FL.
         MOVE 'CHK' TO LGHC-FUNC.
         CALL 'LGHC0001' USING LGHC-FUNC GCAT-FILE-ID
           CT-DATE(NEWER-IX) CT-PATH(NEWER-IX) LGHC-PGM
           LGHC-HOLD-ID LGHC-RC
          ON EXCEPTION
           MOVE ZEROS TO LGHC-HOLD-ID
           MOVE ZEROS TO LGHC-RC
         END-CALL.
         IF LGHC-HOLD-ID NOT = ZEROS OR LGHC-RC NOT = ZEROS
          MOVE 'Y' TO HELD-FL
         END-IF.

        300-RESOLVE.
         MOVE ZEROS TO BEST-DATE.
         MOVE 0 TO BEST-IX.
