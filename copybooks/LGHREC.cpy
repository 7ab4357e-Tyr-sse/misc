      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - REGISTRO DE RETENCAO LEGAL
      *          (LEGALHLD.txt, MANTIDO PELO LGHM0001, LIDO PELO
      *          LGHC0001 E PELO LGHR0001): NUMERO DA RETENCAO, ESCOPO
      *          (FILE-ID DO GENCAT, ARCHIVE PARA OS .ARC DO FHDR0003
      *          OU ALL) E FAIXA DE DATAS, SOLICITANTE, MOTIVO, DATA
      *          PREVISTA DE LIBERACAO (ZERO = ATE SER LIBERADA),
      *          SITUACAO (ACTIVE/RELEASED), QUEM E QUANDO COLOCOU E
      *          QUANDO SAIU
      ******************************************************************
           03 LH-ID                     PIC 9(6).
           03 LH-FILE-ID                PIC X(10).
           03 LH-FROM-DT                PIC 9(8).
           03 LH-TO-DT                  PIC 9(8).
           03 LH-REQUESTER              PIC X(20).
           03 LH-REASON                 PIC X(40).
           03 LH-RELEASE-DT             PIC 9(8).
           03 LH-STATUS                 PIC X(8).
           03 LH-SET-TS                 PIC 9(14).
           03 LH-OPER                   PIC X(3).
           03 LH-REL-TS                 PIC 9(14).
