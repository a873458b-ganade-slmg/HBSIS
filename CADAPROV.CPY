      * DESFAZER DE IMPORTACAO E A CORRECAO DE COORDENADAS EM LOTE
      * APENAS REGISTRAM A SOLICITACAO; UM SEGUNDO OPERADOR REVISA E
      * APROVA NO CADAPROV, QUE ENTAO EXECUTA. PENDENCIA PARADA
      * EXPIRA. O ITEM DE PEDIDO LANCADO COM DESCONTO ACIMA DO TETO
      * DO VENDEDOR TAMBEM ESPERA AQUI (ORIGEM "P").
      *-----------------------------------------------------------------
       01  ARQ-APROV-REG.
           03 AP-ID                PIC 9(016).
           03 AP-ACAO              PIC X(012).
              88 AP-ACAO-DESFAZER     VALUE "DESFAZER IMP".
              88 AP-ACAO-CORRECAO     VALUE "CORRECAO GEO".
              88 AP-ACAO-DESCONTO     VALUE "DESCONTO ITM".
           03 AP-ORIGEM            PIC X(001).
              88 AP-ORIGEM-CLIENTE    VALUE "C".
              88 AP-ORIGEM-VENDEDOR   VALUE "V".
              88 AP-ORIGEM-PEDIDO     VALUE "P".
           03 AP-LOTE              PIC 9(016).
           03 AP-ARQUIVO           PIC X(020).
           03 AP-OPERADOR-SOLIC    PIC X(008).
              88 AP-EXPIRADO          VALUE "E".
           03 AP-OPERADOR-APROV    PIC X(008).
           03 AP-DATA-APROV        PIC 9(008).
      *-----------------------------------------------------------------
      * ITEM DE PEDIDO RETIDO POR DESCONTO (AP-ACAO-DESCONTO): O ITEM
      * NAO E GRAVADO NO CADITEMPED NO LANCAMENTO - FICA AQUI, COM A
      * SEQUENCIA JA RESERVADA, O PRECO PRATICADO, O DE TABELA E O
      * TETO DO VENDEDOR, ATE A APROVACAO GRAVAR O ITEM.
      *-----------------------------------------------------------------
           03 AP-ITEM-DESCONTO.
              05 AP-COD-CLIENTE    PIC 9(007).
              05 AP-DATA-PEDIDO    PIC 9(008).
              05 AP-SEQ-PEDIDO     PIC 9(003).
              05 AP-SEQ-ITEM       PIC 9(003).
              05 AP-COD-PRODUTO    PIC 9(005).
              05 AP-QTD-PRODUTO    PIC 9(005).
              05 AP-VALOR-UNITARIO PIC 9(009)V9(002).
              05 AP-VALOR-TABELA   PIC 9(009)V9(002).
              05 AP-PCT-DESCONTO   PIC 9(003)V9(002).
              05 AP-PCT-TETO       PIC 9(003)V9(002).
              05 AP-COD-VENDEDOR   PIC 9(003).
