      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - CADASTRO DE ENTIDADES
      *          (ENTMST.txt): CODIGO (I-ENT/O-ENT/POS-ENT), RAZAO
      *          SOCIAL, MOEDA BASE DA ENTIDADE, SITUACAO (A=ATIVA,
      *          I=INATIVA) E DATA EM QUE A SITUACAO PASSA A VALER
      *          (ZERO = DESDE SEMPRE), NO MOLDE DO CADASTRO DE MOEDAS
      ******************************************************************
           03 EMS-CODE                  PIC X(4).
           03 EMS-NAME                  PIC X(40).
           03 EMS-BASE-CUR              PIC X(10).
           03 EMS-STATUS                PIC X.
           03 EMS-EFF-DT                PIC 9(8).
