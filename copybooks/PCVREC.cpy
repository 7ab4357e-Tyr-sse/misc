      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - CONVENCAO DE COTACAO POR PAR
      *          (PAIRCONV.txt): O PAR (VALE NOS DOIS SENTIDOS), A MOEDA
      *          BASE DE MERCADO, O MULTIPLICADOR DE UNIDADES COTADAS
      *          (1, 100, 1000...), AS CASAS DECIMAIS DE EXIBICAO E A
      *          FAIXA PLAUSIVEL DA COTACAO DE MERCADO (MAXIMO ZERO =
      *          SEM FAIXA)
      ******************************************************************
           03 PCV-A                     PIC X(10).
           03 PCV-B                     PIC X(10).
           03 PCV-MKT-BASE              PIC X(10).
           03 PCV-UNIT                  PIC 9(5).
           03 PCV-DEC                   PIC 9.
           03 PCV-LO                    PIC 9(8)V9(6).
           03 PCV-HI                    PIC 9(8)V9(6).
