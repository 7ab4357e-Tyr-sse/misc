      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - TABELA DE TAXAS DE JUROS POR
      *          MOEDA (INTRATE.txt): MOEDA, DATA DE VIGENCIA, TAXA
      *          ANUAL EM % PARA SALDO CREDOR (POSICAO COMPRADA) E
      *          PARA SALDO DEVEDOR (POSICAO VENDIDA) E A BASE DE
      *          CONTAGEM DE DIAS (360 OU 365)
      ******************************************************************
           03 INR-CUR                   PIC X(10).
           03 INR-EFF-DT                PIC 9(8).
           03 INR-CR-RATE               PIC S9(3)V9(6)
               SIGN IS TRAILING SEPARATE CHARACTER.
           03 INR-DR-RATE               PIC S9(3)V9(6)
               SIGN IS TRAILING SEPARATE CHARACTER.
           03 INR-BASIS                 PIC 9(3).
