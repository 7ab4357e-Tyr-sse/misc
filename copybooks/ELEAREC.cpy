      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - ATIVIDADE SOB ACESSO DE
      *          EMERGENCIA (ELEVACT.txt): A CONCESSAO (OPERADOR, INICIO
      *          E PAPEL), QUANDO, A TRILHA DE AUDITORIA GRAVADA (OU
      *          *SESSION NO SIGN-ON/SIGN-OFF) E O TEXTO DO REGISTRO
      ******************************************************************
           03 EA-GRANT.
            04 EA-OPER                  PIC X(3).
            04 EA-FROM-TS               PIC 9(14).
            04 EA-ROLE                  PIC X(8).
           03 EA-TS                     PIC 9(14).
           03 EA-TRAIL                  PIC X(20).
           03 EA-TEXT                   PIC X(100).
