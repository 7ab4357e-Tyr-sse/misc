      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - CERTIFICACAO DE FIM DE DIA
      *          (EODCERT.txt, GRAVADO SO PELO EODC0001 E LIDO PELO
      *          BDRV0001): QUANDO, A DATA DE NEGOCIO CERTIFICADA, A
      *          ACAO, O SUPERVISOR, O RESULTADO DE CADA ITEM DA LISTA
      *          (C = LIMPO, E = COM EXCECAO, N = NAO RODOU PARA A
      *          DATA) NA ORDEM CONSOLIDACAO (EODR0001), CONCILIACAO
      *          (RECN0001), FUROS ABERTOS (BRKM0001) E FILAS PENDENTES
      *          (PNDQ0001), QUANTOS ITENS TINHAM EXCECAO, QUANTOS
      *          FUROS ESTAVAM ABERTOS E O COMENTARIO DO SUPERVISOR
      ******************************************************************
           03 EC-TS                     PIC 9(14).
           03 EC-BUS-DT                 PIC 9(8).
           03 EC-ACTION                 PIC X(8).
           03 EC-OPER                   PIC X(3).
           03 EC-EOD                    PIC X.
           03 EC-RECN                   PIC X.
           03 EC-BRK                    PIC X.
           03 EC-PND                    PIC X.
           03 EC-CT-EXC                 PIC 9(2).
           03 EC-CT-BRK                 PIC 9(5).
           03 EC-COMMENT                PIC X(60).
