      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - REGISTRO DE OPERACOES A TERMO
      *          (FWDREG.txt, E A LIBERACAO DO DIA FWDREL.txt): DATA E
      *          SEQUENCIA DE LINHAGEM DA CONTRATACAO, PAR, ENTIDADE,
      *          VENCIMENTO, VALORES VENDIDO (EM A) E COMPRADO (EM B),
      *          TAXA CONTRATADA NUM/DEN, PRAZO, SENTIDO, CONTRAPARTE,
      *          SITUACAO (OPEN / RELEASED), ULTIMA MARCACAO A MERCADO
      *          (DATA, TAXA E RESULTADO EM B) E DATA DE LIBERACAO
      ******************************************************************
           03 FWD-TRADE-DT              PIC 9(8).
           03 FWD-SEQ                   PIC 9(6).
           03 FWD-A                     PIC X(10).
           03 FWD-B                     PIC X(10).
           03 FWD-ENT                   PIC X(4).
           03 FWD-MAT-DT                PIC 9(8).
           03 FWD-SOLD                  PIC S9(08)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           03 FWD-BOUGHT                PIC S9(08)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           03 FWD-NUM                   PIC 9(10).
           03 FWD-DEN                   PIC 9(10).
           03 FWD-TENOR                 PIC X(3).
           03 FWD-DIR                   PIC X.
           03 FWD-CPTY                  PIC X(8).
           03 FWD-STATUS                PIC X(8).
           03 FWD-MTM-DT                PIC 9(8).
           03 FWD-MTM-NUM               PIC 9(10).
           03 FWD-MTM-DEN               PIC 9(10).
           03 FWD-MTM                   PIC S9(12)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           03 FWD-REL-DT                PIC 9(8).
