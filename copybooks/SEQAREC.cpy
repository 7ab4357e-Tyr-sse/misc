      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - LOG DE ALOCACAO DO SERVICO
      *          CENTRAL DE SEQUENCIAS (SEQN0001, SEQALOC.txt): QUANDO,
      *          QUAL SEQUENCIA, QUAL NUMERO, O EVENTO (ISSUED =
      *          ENTREGUE AO PROGRAMA, DELIVERED = SAIU NUM ARQUIVO,
      *          VOIDED = ANULADO COM MOTIVO), QUEM PEDIU E A NOTA
      *          (ARQUIVO ENTREGUE OU MOTIVO DA ANULACAO)
      ******************************************************************
           03 SA-TS                     PIC 9(14).
           03 SA-NAME                   PIC X(8).
           03 SA-NUM                    PIC 9(9).
           03 SA-EVENT                  PIC X(9).
           03 SA-PGM                    PIC X(8).
           03 SA-NOTE                   PIC X(40).
