      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - CATALOGO DO ARQUIVO DE
      *          RELATORIOS (RPTCAT.txt, GRAVADO SO PELO RPTF0001): O
      *          ID DO RELATORIO, A DATA DE NEGOCIO, A COPIA ARQUIVADA,
      *          O PROGRAMA QUE A PRODUZIU, QUANDO FOI ARQUIVADA, O
      *          NUMERO DE LINHAS E A DATA ATE A QUAL E MANTIDA
      ******************************************************************
           03 RCT-RPT-ID                PIC X(10).
           03 RCT-BUS-DT                PIC 9(8).
           03 RCT-PATH                  PIC X(80).
           03 RCT-PGM                   PIC X(8).
           03 RCT-FILED-TS              PIC 9(14).
           03 RCT-LINES                 PIC 9(7).
           03 RCT-KEEP-TO               PIC 9(8).
