      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - HISTORICO DE CHEGADA DOS
      *          ARQUIVOS DE ENTRADA (ARRVHIST.txt), UM REGISTRO POR
      *          ARQUIVO E DIA: DATA, IDENTIFICADOR, EVENTO (ONTIME,
      *          LATE, MISSING), HORA ESPERADA E DE CORTE, MOMENTO DA
      *          CHEGADA (DATA/HORA DO ARQUIVO), TAMANHO EM BYTES,
      *          MINUTOS DE ATRASO, FORNECEDOR E QUANDO FOI REGISTRADO.
      *          BASE DA AVALIACAO DE DESEMPENHO DOS FORNECEDORES
      ******************************************************************
           03 AH-DT                     PIC 9(8).
           03 AH-ID                     PIC X(8).
           03 AH-EVENT                  PIC X(8).
           03 AH-EXPECT                 PIC 9(4).
           03 AH-CUTOFF                 PIC 9(4).
           03 AH-ARR-TS                 PIC 9(14).
           03 AH-SIZE                   PIC 9(12).
           03 AH-LATE-MIN               PIC 9(5).
           03 AH-VENDOR                 PIC X(20).
           03 AH-REC-TS                 PIC 9(14).
