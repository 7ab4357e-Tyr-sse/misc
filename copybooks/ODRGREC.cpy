      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - REGISTRO UNICO DE ENTREGAS DE
      *          ARQUIVOS DE SAIDA (ODRGREG.txt, GRAVADO SO PELO
      *          ODRG0001): QUANDO, O EVENTO (PRODUCED = ARQUIVO
      *          GERADO, PICKEDUP = RETIRADO, ACKED = CONFIRMADO PELO
      *          DESTINATARIO, NAKED = RECUSADO), A ENTREGA (ID,
      *          DESTINATARIO, REFERENCIA DO PRODUTOR), A PRODUCAO A QUE
      *          O EVENTO SE REFERE, O ARQUIVO, CONTAGEM E HASH DE
      *          CONTROLE, O PRAZO PARA RETIRADA/CONFIRMACAO, SE BASTA A
      *          RETIRADA (P) OU E PRECISO O ACK (A), O PROGRAMA, O
      *          OPERADOR E UMA NOTA
      ******************************************************************
           03 OD-TS                     PIC 9(14).
           03 OD-EVENT                  PIC X(8).
           03 OD-ID                     PIC X(10).
           03 OD-RECIP                  PIC X(10).
           03 OD-REF                    PIC X(12).
           03 OD-PROD-TS                PIC 9(14).
           03 OD-FILE                   PIC X(60).
           03 OD-COUNT                  PIC 9(9).
           03 OD-HASH                   PIC S9(15)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           03 OD-DUE-TS                 PIC 9(14).
           03 OD-NEED                   PIC X.
           03 OD-PGM                    PIC X(8).
           03 OD-OPER                   PIC X(3).
           03 OD-NOTE                   PIC X(30).
