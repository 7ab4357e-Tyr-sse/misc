      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - CAPITALIZACAO DOS JUROS DO MES
      *          (INTCAP.txt): GRAVADA PELO ACCR0001 NO FECHAMENTO DO
      *          MES E APLICADA AO POSMST PELO POSN0001 NA DATA DE
      *          LANCAMENTO. VALOR COM SINAL (JUROS GANHOS MENOS
      *          PAGOS); SITUACAO R=A APLICAR, P=APLICADA, COM A DATA
      ******************************************************************
           03 ICP-PERIOD                PIC 9(6).
           03 ICP-CODE                  PIC X(10).
           03 ICP-ENT                   PIC X(4).
           03 ICP-AMT                   PIC S9(12)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           03 ICP-POST-DT               PIC 9(8).
           03 ICP-STATUS                PIC X.
           03 ICP-APPLY-DT              PIC 9(8).
