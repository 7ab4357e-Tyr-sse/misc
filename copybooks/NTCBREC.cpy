      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - QUADRO DE AVISOS OPERACIONAIS
      *          DEVOLVIDO PELO NTCB0001 PARA UMA DATA: QUANTOS AVISOS
      *          ESTAO EM VIGOR, QUANTOS BLOQUEIAM A CADEIA E, PARA OS
      *          PRIMEIROS 20 (OS BLOQUEANTES PRIMEIRO), SEVERIDADE,
      *          VIGENCIA E DESCRICAO
      ******************************************************************
           03 NTCB-CT                   PIC 9(3).
           03 NTCB-BLOCK-CT             PIC 9(3).
           03 NTCB-LIST-CT              PIC 99.
           03 NTCB-ENTRY OCCURS 20 TIMES.
            04 NTCB-SEV                 PIC X.
            04 NTCB-EFF-DT              PIC 9(8).
            04 NTCB-EXP-DT              PIC 9(8).
            04 NTCB-DESC-A              PIC X(64).
            04 NTCB-DESC-B              PIC X(64).
