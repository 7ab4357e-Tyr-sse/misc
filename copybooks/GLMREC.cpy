      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - TABELA DE DERIVACAO DE CONTAS
      *          CONTABEIS (GLMAP.txt). REGISTRO 'GRP' POE UMA MOEDA
      *          NUM GRUPO DE MOEDAS; REGISTRO 'MAP' E UMA REGRA: O
      *          PAPEL (A CONTA FIXA QUE O JRNL0001 USARIA), ENTIDADE,
      *          MOEDA OU GRUPO E LADO (D/C), CADA UM PODENDO SER '*',
      *          A DATA DE VIGENCIA E A CONTA QUE DEVE SER USADA
      ******************************************************************
           03 GLM-REC-TYPE              PIC X(3).
           03 GLM-MAP-DATA.
            04 GLM-ROLE                 PIC X(8).
            04 GLM-ENT                  PIC X(4).
            04 GLM-GRP                  PIC X(10).
            04 GLM-DRCR                 PIC X(2).
            04 GLM-EFF-DT               PIC 9(8).
            04 GLM-ACCT                 PIC X(8).
           03 GLM-GRP-DATA REDEFINES GLM-MAP-DATA.
            04 GLM-CUR                  PIC X(10).
            04 GLM-CUR-GRP              PIC X(10).
            04 FILLER                   PIC X(20).
