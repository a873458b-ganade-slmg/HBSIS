           03 W-DATA-FIM          PIC 9(008)          VALUE ZEROS.
           03 W-MOTIVO            PIC X(020)          VALUE SPACES.

      * PARAMETRO DO AUDLACRE - LACRE ENCADEADO DOS REGISTROS DAS
      * TRILHAS DE AUDITORIA.
       01  W-PARAM-LACRE.
           03 PLA-ACAO            PIC X(001)          VALUE "L".
              88 PLA-LACRAR          VALUE "L".
              88 PLA-CALCULAR        VALUE "C".
           03 PLA-TRILHA          PIC X(020)          VALUE SPACES.
           03 PLA-CONTEUDO        PIC X(300)          VALUE SPACES.
           03 PLA-SEQ             PIC 9(009)          VALUE ZEROS.
           03 PLA-LACRE-ANTERIOR  PIC 9(010)          VALUE ZEROS.
           03 PLA-LACRE           PIC 9(010)          VALUE ZEROS.

       LINKAGE SECTION.
       01  LKS-OPERADOR-ID         PIC X(008).

              MOVE W-VALOR-ANTES-TXT  TO AG-VALOR-ANTES
              MOVE W-VALOR-DEPOIS-TXT TO AG-VALOR-DEPOIS

              MOVE "CADAUSENCIA.AUD" TO PLA-TRILHA
              SET PLA-LACRAR TO TRUE
              MOVE ZEROS TO AG-SEQ-LACRE
              MOVE ZEROS TO AG-LACRE
              MOVE REG-AUDGERAL TO PLA-CONTEUDO
              CALL "AUDLACRE" USING W-PARAM-LACRE
              MOVE PLA-SEQ   TO AG-SEQ-LACRE
              MOVE PLA-LACRE TO AG-LACRE

              WRITE REG-AUDGERAL

              CLOSE ARQ-AUDGERAL
