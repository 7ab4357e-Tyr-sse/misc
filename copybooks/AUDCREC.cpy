      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - ELO DO ENCADEAMENTO DAS TRILHAS
      *          DE AUDITORIA: ACRESCENTADO PELO AUDC0001 DEPOIS DO
      *          TEXTO DE CADA REGISTRO (NA LARGURA PROPRIA DA TRILHA).
      *          SEQUENCIA DO REGISTRO NA TRILHA E HASH CORRENTE (DOIS
      *          ACUMULADORES) CALCULADO PELO AUDH0001 SOBRE O HASH DO
      *          REGISTRO ANTERIOR, A SEQUENCIA E O TEXTO
      ******************************************************************
           03 AUDC-MARK                 PIC X(2).
           03 AUDC-SEQ                  PIC 9(9).
           03 AUDC-SEP                  PIC X.
           03 AUDC-H1                   PIC 9(10).
           03 AUDC-H2                   PIC 9(10).
