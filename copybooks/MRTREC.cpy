      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - REGISTRO DE TAXAS MANUAIS
      *          (MANRATE.txt): NUMERO DA PROPOSTA, OS MESMOS CAMPOS DE
      *          RATE.txt (PAR, VIGENCIA, NUM/DEN, FIXING, PRAZO, LADO),
      *          DATA DE EXPIRACAO, SITUACAO (P=PENDENTE, A=APROVADA,
      *          R=REJEITADA, X=EXPIRADA), PROPONENTE E APROVADOR COM
      *          DATA/HORA, E A JUSTIFICATIVA
      ******************************************************************
           03 MRT-ID                    PIC 9(6).
           03 MRT-A                     PIC X(10).
           03 MRT-B                     PIC X(10).
           03 MRT-EFF-DT                PIC 9(8).
           03 MRT-NUM                   PIC 9(10).
           03 MRT-DEN                   PIC 9(10).
           03 MRT-FIX                   PIC X(5).
           03 MRT-TENOR                 PIC X(3).
           03 MRT-SIDE                  PIC X.
           03 MRT-EXP-DT                PIC 9(8).
           03 MRT-STATUS                PIC X.
           03 MRT-MAKER                 PIC X(3).
           03 MRT-PROP-TS               PIC 9(14).
           03 MRT-CHECKER               PIC X(3).
           03 MRT-DEC-TS                PIC 9(14).
           03 MRT-REASON                PIC X(40).
