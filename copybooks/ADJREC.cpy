      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - REGISTRO DE AJUSTES MANUAIS DE
      *          RAZAO (ADJUST.txt): UMA LINHA POR LANCAMENTO DO AJUSTE
      *          (NUMERO DO AJUSTE E DA LINHA, CONTA, D/C, MOEDA, VALOR
      *          E ENTIDADE), REPETINDO EM CADA LINHA A SITUACAO (P=
      *          PENDENTE, A=APROVADO, R=REJEITADO, E=EXPORTADO), O
      *          PROPONENTE E O APROVADOR COM DATA/HORA, A DATA EM QUE
      *          SAIU NO JRNL0001 E O MOTIVO
      ******************************************************************
           03 ADJ-ID                    PIC 9(6).
           03 ADJ-LINE                  PIC 9(3).
           03 ADJ-ACCT                  PIC X(8).
           03 ADJ-DRCR                  PIC X(2).
           03 ADJ-CUR                   PIC X(10).
           03 ADJ-AMT                   PIC 9(13)V99.
           03 ADJ-ENT                   PIC X(4).
           03 ADJ-STATUS                PIC X.
           03 ADJ-MAKER                 PIC X(3).
           03 ADJ-PROP-TS               PIC 9(14).
           03 ADJ-CHECKER               PIC X(3).
           03 ADJ-DEC-TS                PIC 9(14).
           03 ADJ-EXP-DT                PIC 9(8).
           03 ADJ-REASON                PIC X(40).
