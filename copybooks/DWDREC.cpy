      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - ARQUIVOS DE DIMENSAO DO EXTRATO
      *          DO DATA WAREHOUSE (DWDCUR, DWDENT, DWDPAIR, DWDFIX):
      *          HEADER (ARQUIVO, MOMENTO, DATA DE NEGOCIO), DETALHE SO
      *          DO QUE E NOVO (N) OU MUDOU (C) DESDE O ULTIMO EXTRATO
      *          (CHAVE SUBSTITUTA, CHAVE NATURAL, ATRIBUTOS NA VISAO DA
      *          DIMENSAO) E TRAILER (QUANTIDADE E SOMA DAS CHAVES)
      ******************************************************************
           03 DD-REC-TYPE               PIC X(3).
           03 DD-DTL.
            04 DD-KEY                   PIC 9(6).
            04 DD-NAT                   PIC X(20).
            04 DD-ACTION                PIC X.
            04 DD-EFF-DT                PIC 9(8).
            04 DD-IMAGE                 PIC X(80).
            04 DD-CUR-VIEW REDEFINES DD-IMAGE.
             05 DD-CUR-NAME             PIC X(30).
             05 DD-CUR-DEC-PLACES       PIC 9.
             05 DD-CUR-ACTIVE-FL        PIC X.
             05 DD-CUR-STAT-EFF-DT      PIC 9(8).
             05 FILLER                  PIC X(40).
            04 DD-ENT-VIEW REDEFINES DD-IMAGE.
             05 DD-ENT-NAME             PIC X(40).
             05 DD-ENT-BASE-CUR         PIC X(10).
             05 DD-ENT-STATUS           PIC X.
             05 DD-ENT-STAT-EFF-DT      PIC 9(8).
             05 FILLER                  PIC X(21).
            04 DD-PAIR-VIEW REDEFINES DD-IMAGE.
             05 DD-PAIR-A-KEY           PIC 9(6).
             05 DD-PAIR-B-KEY           PIC 9(6).
             05 DD-PAIR-MKT-BASE        PIC X(10).
             05 DD-PAIR-UNIT            PIC 9(5).
             05 DD-PAIR-DEC             PIC 9.
             05 FILLER                  PIC X(52).
            04 DD-FIX-VIEW REDEFINES DD-IMAGE.
             05 DD-FIX-DESC             PIC X(30).
             05 FILLER                  PIC X(50).
           03 DD-HDR REDEFINES DD-DTL.
            04 DD-FILE-ID               PIC X(8).
            04 DD-TIMESTAMP             PIC 9(14).
            04 DD-RUN-DT                PIC 9(8).
            04 FILLER                   PIC X(85).
           03 DD-TRL REDEFINES DD-DTL.
            04 DD-REC-CT                PIC 9(6).
            04 DD-KEY-HASH              PIC 9(12).
            04 FILLER                   PIC X(97).
