      *-----------------------------------------------------------------
      * CADMOTIVO.CPY
      * LAYOUT DA TABELA DE MOTIVOS DE VISITA NAO REALIZADA
      * (ARQ-MOTIVO) MANTIDA PELO CADMOTIVO. O CADVISITA E O
      * IMPVISITA SO ACEITAM EM V-MOTIVO UM CODIGO ATIVO DA TABELA
      * (CONSULTA PELO VERMOTIVO); O RELMOTIVO ANALISA AS VISITAS NAO
      * REALIZADAS POR MOTIVO, VENDEDOR E MES. MOTIVO DESATIVADO NAO
      * E MAIS ACEITO, MAS CONTINUA DESCRITO NO HISTORICO.
      *-----------------------------------------------------------------
       01  ARQ-MOTIVO-REG.
           03 MOT-CODIGO           PIC X(003).
           03 MOT-DESCRICAO        PIC X(030).
           03 MOT-CATEGORIA        PIC X(001).
              88 MOT-CAT-CLIENTE      VALUE "C".
              88 MOT-CAT-VENDEDOR     VALUE "V".
              88 MOT-CAT-CLIMA        VALUE "E".
              88 MOT-CAT-VALIDA       VALUE "C" "V" "E".
           03 MOT-SITUACAO         PIC X(001).
              88 MOT-ATIVO            VALUE "A".
              88 MOT-INATIVO          VALUE "I".
