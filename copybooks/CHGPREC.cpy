      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - PARAMETROS DO RATEIO DE CUSTO
      *          DA OPERACAO DE CONVERSAO (CHGPARM.txt). REGISTRO 'POL'
      *          E O POOL DE CUSTO MENSAL (PERIODO AAAAMM, 000000 =
      *          TODO MES SEM LINHA PROPRIA, VALOR, MOEDA E A ENTIDADE
      *          DONA DO CUSTO); REGISTRO 'WGT' E O PESO DE UMA BASE
      *          (CONV = QUANTIDADE DE CONVERSOES, VALU = VALOR, TUCH =
      *          TOQUES MANUAIS, SETL = INSTRUCOES DE LIQUIDACAO);
      *          REGISTRO 'ACC' SAO AS CONTAS DO LANCAMENTO DE RECARGA
      *          (DEBITO NA ENTIDADE, CREDITO NA DONA DO CUSTO)
      ******************************************************************
           03 CHP-REC-TYPE              PIC X(3).
           03 CHP-POOL-DATA.
            04 CHP-PERIOD               PIC 9(6).
            04 CHP-AMT                  PIC 9(11)V99.
            04 CHP-CUR                  PIC X(10).
            04 CHP-OWNER                PIC X(4).
           03 CHP-WGT-DATA REDEFINES CHP-POOL-DATA.
            04 CHP-BASIS                PIC X(4).
            04 CHP-WEIGHT               PIC 9(3)V99.
            04 FILLER                   PIC X(24).
           03 CHP-ACC-DATA REDEFINES CHP-POOL-DATA.
            04 CHP-DR-ACCT              PIC X(8).
            04 CHP-CR-ACCT              PIC X(8).
            04 FILLER                   PIC X(17).
