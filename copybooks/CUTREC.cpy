      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - LOG DE ROLAGEM POR HORARIO DE
      *          CORTE (CUTROLL.txt): DATA DO PROCESSAMENTO, ORIGEM DO
      *          FEED, PAR, ENTIDADE, SENTIDO, VALOR, CONTRAPARTE,
      *          CARIMBO DA TRANSACAO, MOEDA CUJO CORTE FOI PERDIDO,
      *          HORARIO DE CORTE (HHMM) E DATAS-VALOR ORIGINAL E NOVA
      ******************************************************************
           03 CRL-RUN-DT                PIC 9(8).
           03 CRL-SRC                   PIC X(8).
           03 CRL-A                     PIC X(10).
           03 CRL-B                     PIC X(10).
           03 CRL-ENT                   PIC X(4).
           03 CRL-DIR                   PIC X.
           03 CRL-V                     PIC S9(08)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           03 CRL-CPTY                  PIC X(8).
           03 CRL-TS                    PIC 9(14).
           03 CRL-CUR                   PIC X(10).
           03 CRL-CUT-TM                PIC 9(4).
           03 CRL-ORIG-DT               PIC 9(8).
           03 CRL-NEW-DT                PIC 9(8).
