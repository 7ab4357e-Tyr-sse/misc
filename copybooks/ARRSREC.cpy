      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - AGENDA DE CHEGADA DOS ARQUIVOS
      *          DE ENTRADA (ARRVSCHD.txt): IDENTIFICADOR, CAMINHO DO
      *          ARQUIVO ESPERADO (I0001FEED.txt, RATEFEED.csv,
      *          GLCONF.txt, TRSXACK.txt...), HORA LIMITE ESPERADA
      *          (HHMM), HORA DE CORTE ATE A QUAL O DRIVER ESPERA,
      *          DIAS DA SEMANA EM QUE CHEGA (SEG..DOM, Y/N), SE CHEGA
      *          TAMBEM EM FERIADO (Y/N) E O FORNECEDOR/ORIGEM
      ******************************************************************
           03 AS-ID                     PIC X(8).
           03 AS-PATH                   PIC X(80).
           03 AS-EXPECT                 PIC 9(4).
           03 AS-CUTOFF                 PIC 9(4).
           03 AS-DAYS                   PIC X(7).
           03 AS-ON-HOL                 PIC X.
           03 AS-VENDOR                 PIC X(20).
