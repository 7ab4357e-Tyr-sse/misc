      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - CADASTRO DE CONTRAPARTES
      *          (CPTYMST.txt): IDENTIFICADOR, NOME, ENTIDADE, SITUACAO
      *          (A=ATIVA, S=SUSPENSA, I=INATIVA), LIMITE DE CREDITO E
      *          MOEDA DO LIMITE (BRANCO = USD); UMA LINHA POR
      *          CONTRAPARTE E ENTIDADE, ENTIDADE EM BRANCO = LIMITE
      *          UNICO PARA TODAS AS ENTIDADES
      ******************************************************************
           03 CPT-ID                    PIC X(8).
           03 CPT-NAME                  PIC X(30).
           03 CPT-ENT                   PIC X(4).
           03 CPT-STATUS                PIC X.
           03 CPT-LIMIT                 PIC 9(12)V99.
           03 CPT-LIM-CUR               PIC X(10).
