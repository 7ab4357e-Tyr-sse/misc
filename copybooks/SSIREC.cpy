      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - INSTRUCOES PADRAO DE LIQUIDACAO
      *          (SSIMST.txt): POR MOEDA E ENTIDADE, NOSSA CONTA NOSTRO,
      *          BANCO CORRESPONDENTE, BANCO E CONTA DO BENEFICIARIO E
      *          SITUACAO (A=ATIVA, I=INATIVA); ENTIDADE EM BRANCO =
      *          INSTRUCAO DO GRUPO PARA A MOEDA
      ******************************************************************
           03 SSI-CUR                   PIC X(10).
           03 SSI-ENT                   PIC X(4).
           03 SSI-NOSTRO-ACCT           PIC X(34).
           03 SSI-CORR-BIC              PIC X(11).
           03 SSI-BENE-BIC              PIC X(11).
           03 SSI-BENE-ACCT             PIC X(34).
           03 SSI-BENE-NAME             PIC X(35).
           03 SSI-STATUS                PIC X.
