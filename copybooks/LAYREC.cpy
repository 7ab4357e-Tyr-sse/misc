      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - REGISTRO DE LAYOUTS DOS
      *          ARQUIVOS DE DADOS (LAYOUT.txt). REGISTRO 'FIL' DECLARA
      *          UM ARQUIVO (OBRIGATORIO S/N E DESCRICAO); 'VAR' UM TIPO
      *          DE REGISTRO DO ARQUIVO (TEXTO QUE O IDENTIFICA E SUA
      *          POSICAO - VAZIO = DETALHE -, TAMANHO MAXIMO, LUGAR:
      *          F=PRIMEIRA LINHA, L=ULTIMA (TRAILER), A=QUALQUER, E NO
      *          TRAILER A POSICAO DA CONTAGEM E DO TOTAL DE CONTROLE
      *          COM O CAMPO SOMADO); 'FLD' UM CAMPO (POSICAO, TAMANHO,
      *          TIPO X=LIVRE, B=NAO BRANCO, N=DIGITOS, S=DIGITOS COM
      *          SINAL +/- NO FIM, D=DATA AAAAMMDD, E GRAVIDADE H=GRAVE,
      *          W=AVISO)
      ******************************************************************
           03 LAY-REC-TYPE              PIC X(3).
           03 LAY-FILE                  PIC X(20).
           03 LAY-FIL-DATA.
            04 LAY-REQ                  PIC X.
            04 LAY-DESC                 PIC X(40).
            04 FILLER                   PIC X(3).
           03 LAY-VAR-DATA REDEFINES LAY-FIL-DATA.
            04 LAY-VAR                  PIC X(3).
            04 LAY-MATCH-POS            PIC 9(3).
            04 LAY-MATCH-LEN            PIC 99.
            04 LAY-MATCH-TXT            PIC X(10).
            04 LAY-MAX-LEN              PIC 9(3).
            04 LAY-PLACE                PIC X.
            04 LAY-CNT-POS              PIC 9(3).
            04 LAY-CNT-LEN              PIC 99.
            04 LAY-SUM-FLD              PIC X(12).
            04 LAY-SUM-POS              PIC 9(3).
            04 LAY-SUM-LEN              PIC 99.
           03 LAY-FLD-DATA REDEFINES LAY-FIL-DATA.
            04 LAY-FVAR                 PIC X(3).
            04 LAY-FLD                  PIC X(12).
            04 LAY-POS                  PIC 9(3).
            04 LAY-LEN                  PIC 9(3).
            04 LAY-TYPE                 PIC X.
            04 LAY-SEV                  PIC X.
            04 FILLER                   PIC X(21).
