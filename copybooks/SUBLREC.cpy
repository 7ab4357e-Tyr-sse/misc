      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - SALDO DO SUBRAZAO FX
      *          (SUBLBAL.txt E SUAS FOTOS DATADAS): CONTA, ENTIDADE E
      *          MOEDA, TOTAIS ACUMULADOS A DEBITO E A CREDITO E A DATA
      *          DO ULTIMO LANCAMENTO; O SALDO E DEBITO MENOS CREDITO.
      *          NAS CONTAS DE POSICAO, SBL-OTH-NET E A PARTE DO SALDO
      *          VINDA DE LANCAMENTOS QUE NAO SAO PERNA DE CONVERSAO
      *          (AJUSTES, CAPITALIZACAO DE JUROS), QUE ENTRA NA PROVA
      ******************************************************************
           03 SBL-ACCT                  PIC X(8).
           03 SBL-ENT                   PIC X(4).
           03 SBL-CUR                   PIC X(10).
           03 SBL-DR                    PIC 9(15)V99.
           03 SBL-CR                    PIC 9(15)V99.
           03 SBL-LAST-DT               PIC 9(8).
           03 SBL-OTH-NET               PIC S9(15)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
