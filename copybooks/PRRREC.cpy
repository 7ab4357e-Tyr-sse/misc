      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - TAXAS DO PERIODO (PERRATE.txt):
      *          PERIODO AAAAMM, PAR, MEDIA SIMPLES DAS COTACOES DO MES,
      *          MEDIA PONDERADA POR DIA UTIL, TAXA DE FECHAMENTO E SUA
      *          VIGENCIA, QUANTIDADE DE COTACOES E DE DIAS UTEIS, E O
      *          CARIMBO DO FECHO EM PERCLOSE.txt QUE TRAVOU AS TAXAS
      ******************************************************************
           03 PRR-PERIOD                PIC 9(6).
           03 PRR-A                     PIC X(10).
           03 PRR-B                     PIC X(10).
           03 PRR-AVG                   PIC 9(8)V9(10).
           03 PRR-WAVG                  PIC 9(8)V9(10).
           03 PRR-CLOSE                 PIC 9(8)V9(10).
           03 PRR-CLOSE-DT              PIC 9(8).
           03 PRR-OBS                   PIC 9(3).
           03 PRR-BDAYS                 PIC 9(3).
           03 PRR-LOCK-TS               PIC 9(14).
