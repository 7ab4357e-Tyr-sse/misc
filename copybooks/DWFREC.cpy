      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - FATO DE CONVERSAO DO EXTRATO DO
      *          DATA WAREHOUSE (DWFACT.txt): HEADER (ARQUIVO, MOMENTO,
      *          DATA DE NEGOCIO), UM DETALHE POR REGISTRO DO LIN0001
      *          DA EXECUCAO (CHAVES DE DATA, PAR, ENTIDADE E FIXING,
      *          PRAZO, LADO, VALORES, TAXA, TARIFA, RESIDUO E SE O
      *          REGISTRO AINDA ESTA NO O0001) E TRAILER (QUANTIDADE E
      *          SOMAS DE CONTROLE DOS VALORES DE ENTRADA E SAIDA)
      ******************************************************************
           03 FC-REC-TYPE               PIC X(3).
           03 FC-DTL.
            04 FC-SEQ                   PIC 9(6).
            04 FC-DATE-KEY              PIC 9(8).
            04 FC-RUN-DT                PIC 9(8).
            04 FC-PAIR-KEY              PIC 9(6).
            04 FC-ENT-KEY               PIC 9(6).
            04 FC-FIX-KEY               PIC 9(6).
            04 FC-TENOR                 PIC X(3).
            04 FC-SIDE                  PIC X.
            04 FC-I-V                   PIC S9(08)V99
                SIGN IS TRAILING SEPARATE CHARACTER.
            04 FC-O-V                   PIC S9(08)V99
                SIGN IS TRAILING SEPARATE CHARACTER.
            04 FC-RATE-NUM              PIC 9(10).
            04 FC-RATE-DEN              PIC 9(10).
            04 FC-FEE                   PIC 9(08)V99.
            04 FC-RESID                 PIC S9V9(6)
                SIGN IS TRAILING SEPARATE CHARACTER.
            04 FC-IN-OUTPUT             PIC X.
           03 FC-HDR REDEFINES FC-DTL.
            04 FC-FILE-ID               PIC X(8).
            04 FC-TIMESTAMP             PIC 9(14).
            04 FC-BUS-DT                PIC 9(8).
            04 FILLER                   PIC X(75).
           03 FC-TRL REDEFINES FC-DTL.
            04 FC-REC-CT                PIC 9(6).
            04 FC-HASH-I                PIC S9(12)V99
                SIGN IS TRAILING SEPARATE CHARACTER.
            04 FC-HASH-O                PIC S9(12)V99
                SIGN IS TRAILING SEPARATE CHARACTER.
            04 FILLER                   PIC X(69).
