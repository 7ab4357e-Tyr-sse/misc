      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - EVENTO DE AUDITORIA NORMALIZADO
      *          (AUDQ0001): QUANDO, DE QUAL TRILHA, QUAL PROGRAMA, QUEM
      *          AGIU E A CONTRAPARTE (CRIADOR/SOLICITANTE), A ACAO, O
      *          OBJETO (PAIR=PAR DE MOEDAS, CCY=MOEDA, ENT=ENTIDADE,
      *          KEY=CHAVE/SEQUENCIA, GATE=PORTAO DE OVERRIDE, DATE=
      *          DATA DE NEGOCIO CERTIFICADA, HOLD=RETENCAO LEGAL, ADJ=
      *          AJUSTE/LINHA DE RAZAO) E O TEXTO
      *          ORIGINAL DO REGISTRO SEM O ELO DO ENCADEAMENTO
      ******************************************************************
           03 AE-TS                     PIC 9(14).
           03 AE-SRC                    PIC X(8).
           03 AE-PGM                    PIC X(8).
           03 AE-OPER                   PIC X(3).
           03 AE-OPER2                  PIC X(3).
           03 AE-ACTION                 PIC X(10).
           03 AE-OBJ-TYPE               PIC X(4).
           03 AE-OBJ-A                  PIC X(10).
           03 AE-OBJ-B                  PIC X(10).
           03 AE-TEXT                   PIC X(100).
