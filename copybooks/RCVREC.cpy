      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - CONTAS A RECEBER DE TARIFAS
      *          (RCVB.txt): NUMERO DA FATURA, ENTIDADE, MOEDA, MES DE
      *          REFERENCIA, EMISSAO, VENCIMENTO, VALOR FATURADO, VALOR
      *          JA RECEBIDO, SITUACAO (O ABERTA, P PARCIAL, C QUITADA),
      *          DATA DO ULTIMO RECEBIMENTO E QUANTIDADE DE TARIFAS
      ******************************************************************
           03 RCV-INV-NO                PIC 9(8).
           03 RCV-ENT                   PIC X(4).
           03 RCV-CUR                   PIC X(10).
           03 RCV-PERIOD                PIC 9(6).
           03 RCV-ISSUE-DT              PIC 9(8).
           03 RCV-DUE-DT                PIC 9(8).
           03 RCV-AMT                   PIC 9(10)V99.
           03 RCV-PAID                  PIC 9(10)V99.
           03 RCV-STATUS                PIC X.
            88 RCV-IS-OPEN                        VALUE 'O'.
            88 RCV-IS-PARTIAL                     VALUE 'P'.
            88 RCV-IS-PAID                        VALUE 'C'.
           03 RCV-LAST-PAY-DT           PIC 9(8).
           03 RCV-FEE-CT                PIC 9(6).
