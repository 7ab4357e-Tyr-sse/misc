      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - HIERARQUIA DE ENTIDADES DO
      *          GRUPO (ENTHIER.txt): ENTIDADE, ENTIDADE MAE (EM BRANCO
      *          = TOPO DO GRUPO), PERCENTUAL DE CONSOLIDACAO SOBRE A
      *          MAE, CODIGO DE CONTRAPARTE PELO QUAL A ENTIDADE E
      *          CONHECIDA NAS OPERACOES ENTRE EMPRESAS DO GRUPO E NOME
      ******************************************************************
           03 HR-ENT                    PIC X(4).
           03 HR-PARENT                 PIC X(4).
           03 HR-PCT                    PIC 9(3)V99.
           03 HR-CPTY                   PIC X(8).
           03 HR-NAME                   PIC X(30).
