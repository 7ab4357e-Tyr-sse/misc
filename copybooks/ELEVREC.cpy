      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - REGISTRO DE ACESSO DE
      *          EMERGENCIA (ELEVGRT.txt, GRAVADO PELO OPRV0001 VIA
      *          AUDC0001): OPERADOR, PAPEL CONCEDIDO, INICIO E FIM DA
      *          CONCESSAO, HORAS, PROGRAMA QUE CONCEDEU E MOTIVO
      ******************************************************************
           03 EG-OPER                   PIC X(3).
           03 EG-ROLE                   PIC X(8).
           03 EG-FROM-TS                PIC 9(14).
           03 EG-TO-TS                  PIC 9(14).
           03 EG-HOURS                  PIC 99.
           03 EG-PGM                    PIC X(8).
           03 EG-REASON                 PIC X(40).
