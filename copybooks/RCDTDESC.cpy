      * Author: THIAGO ARCANJO
      * Date: 20260809
      * Purpose: SHARED RECORD LAYOUT - DATA (RC-DT) E DESCRICAO (RC-DESC)
      *          USADO PELOS PROGRAMAS FHDR QUE LEEM ESSE FORMATO. OS
      *          AVISOS OPERACIONAIS TRAZEM AINDA VIGENCIA (INICIO E
      *          FIM, 99999999 = SEM FIM) E SEVERIDADE (I = INFORMATIVO,
      *          W = ALERTA, B = BLOQUEIA A CADEIA); LINHA ANTIGA SEM
      *          ESSES CAMPOS VALE SO NO DIA RC-DT, COMO INFORMATIVO
      ******************************************************************
           03 RC-DT.
            04 RC-DT-Y               PIC 9999 VALUE ZEROS.
           03 RC-DESC.
            04 RC-DESC-A             PIC X(64).
            04 RC-DESC-B             PIC X(64).
           03 RC-NOTICE.
            04 RC-EFF-DT             PIC 9(8).
            04 RC-EXP-DT             PIC 9(8).
            04 RC-SEV                PIC X.
             88 RC-SEV-IS-VALID      VALUE 'I' 'W' 'B' SPACE.
             88 RC-SEV-IS-BLOCKING   VALUE 'B'.
