      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - IOF POR CONVERSAO (IOF0001.txt):
      *          SEQUENCIA DA LINHAGEM (LIN0001), PAR, DATA VALOR,
      *          ENTIDADE, DIRECAO, TIPO DE OPERACAO (SPT/FWD), BASE
      *          NA MOEDA CONVERTIDA, ALIQUOTA E FAIXA APLICADAS,
      *          IMPOSTO (NA MOEDA DE DESTINO) E DATA DO PROCESSAMENTO
      ******************************************************************
           03 IOF-SEQ                   PIC 9(6).
           03 IOF-A                     PIC X(10).
           03 IOF-B                     PIC X(10).
           03 IOF-DT                    PIC 9(8).
           03 IOF-ENT                   PIC X(4).
           03 IOF-DIR                   PIC X.
           03 IOF-OPTYPE                PIC X(3).
           03 IOF-BASE                  PIC S9(08)V99
            SIGN IS TRAILING SEPARATE CHARACTER.
           03 IOF-RATE-PCT              PIC 9(3)V9(4).
           03 IOF-BAND                  PIC X(4).
           03 IOF-AMT                   PIC 9(08)V99.
           03 IOF-RUN-DT                PIC 9(8).
