      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - REGISTRO DE RECOLHIMENTOS
      *          (RCLLREG.txt): CADA ENTREGA DE SAIDA QUE LEVOU UM
      *          REGISTRO DEPOIS ESTORNADO VIRA UM RECOLHIMENTO ABERTO
      *          (OPENED, GRAVADO PELO RCLL0001) ATE O OPERADOR DAR
      *          BAIXA (HANDLED, GRAVADO PELO RCAK0001): QUANDO, O
      *          EVENTO, O NUMERO DO RECOLHIMENTO, O DESTINATARIO, A
      *          ENTREGA (ID, REFERENCIA, PRODUCAO), O REGISTRO
      *          ESTORNADO (PAR, DATA, VALOR, DATA DE EXECUCAO), O
      *          ARQUIVO ENTREGUE, O OPERADOR E UMA NOTA
      ******************************************************************
           03 RL-TS                     PIC 9(14).
           03 RL-EVENT                  PIC X(8).
           03 RL-ID                     PIC 9(6).
           03 RL-RECIP                  PIC X(10).
           03 RL-DLV-ID                 PIC X(10).
           03 RL-DLV-REF                PIC X(12).
           03 RL-PROD-TS                PIC 9(14).
           03 RL-A                      PIC X(10).
           03 RL-B                      PIC X(10).
           03 RL-DT                     PIC 9(8).
           03 RL-V                      PIC S9(08)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           03 RL-RUN-DT                 PIC 9(8).
           03 RL-FILE                   PIC X(60).
           03 RL-OPER                   PIC X(3).
           03 RL-NOTE                   PIC X(30).
