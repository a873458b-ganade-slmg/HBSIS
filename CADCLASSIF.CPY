      *-----------------------------------------------------------------
      * CADCLASSIF.CPY
      * LAYOUT DO REGISTRO DA FILA DE PROPOSTAS DE RECLASSIFICACAO
      * DE CLIENTES (ARQ-CLASSIF) - UMA PROPOSTA POR CLIENTE, GRAVADA
      * PELO FAZCLASSIF A PARTIR DOS ULTIMOS 12 MESES DE COMPRA
      * (CURVA ABC DO VALOR LIQUIDO E CADENCIA DE PEDIDOS) E
      * DECIDIDA NA TELA CADCLASSIF. SITUACAO EM BRANCO = PROPOSTA
      * PENDENTE; "A" ACEITA (CADASTRO ALTERADO E AUDITADO), "R"
      * RECUSADA, "D" DESATUALIZADA (O CADASTRO MUDOU ENTRE A
      * PROPOSTA E A DECISAO E ELA NAO FOI APLICADA). A PROXIMA
      * EXECUCAO DO FAZCLASSIF SOBRESCREVE A PROPOSTA DO CLIENTE.
      *-----------------------------------------------------------------
       01  ARQ-CLASSIF-REG.
           03 CL-COD-CLIENTE       PIC 9(007).
           03 CL-DATA-PROPOSTA     PIC 9(008).
           03 CL-REGIAO            PIC X(003).
           03 CL-SEGMENTO-ATUAL    PIC X(001).
           03 CL-SEGMENTO-PROPOSTO PIC X(001).
           03 CL-FREQ-ATUAL        PIC X(001).
           03 CL-FREQ-PROPOSTA     PIC X(001).
           03 CL-VALOR-12M         PIC 9(013)V9(002).
           03 CL-QTD-PEDIDOS-12M   PIC 9(007).
           03 CL-INTERVALO-MEDIO   PIC 9(003).
           03 CL-PCT-CURVA         PIC 9(003).
           03 CL-MOTIVO            PIC X(060).
           03 CL-SITUACAO          PIC X(001).
              88 CL-PENDENTE          VALUE SPACE.
              88 CL-ACEITA            VALUE "A".
              88 CL-RECUSADA          VALUE "R".
              88 CL-DESATUALIZADA     VALUE "D".
           03 CL-OPERADOR          PIC X(008).
           03 CL-DATA-DECISAO      PIC 9(008).
