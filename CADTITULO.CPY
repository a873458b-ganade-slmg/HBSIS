      *-----------------------------------------------------------------
      * CADTITULO.CPY
      * LAYOUT DO REGISTRO DE TITULOS A RECEBER (ARQ-TITULO) -
      * CARREGADO DO EXTRATO DO FINANCEIRO PELO IMPTITULO E BAIXADO
      * PELO RETORNO DA COBRANCA BANCARIA (IMPBAIXA). O SISTEMA
      * NAO CONTROLA A COBRANCA; SO PRECISA SABER O SALDO VENCIDO EM
      * ABERTO DE CADA CLIENTE PARA BLOQUEAR PEDIDO NOVO (CADPEDIDO)
      * E AVISAR NA FOLHA DE ROTA (RELROTA) - VER VERINADIM. O AGING
      * POR FAIXA DE ATRASO SAI NO RELTITULO.
      *-----------------------------------------------------------------
       01  ARQ-TITULO-REG.
           03 TIT-CHAVE-TITULO.
           03 TIT-SITUACAO         PIC X(001).
              88 TITULO-ABERTO        VALUE "A".
              88 TITULO-PAGO          VALUE "P".
              88 TITULO-BAIXADO-PERDA VALUE "B".
      *-----------------------------------------------------------------
      * BAIXA PELO RETORNO BANCARIO (IMPBAIXA): DATA DO ULTIMO
      * PAGAMENTO E VALOR PAGO ACUMULADO. PAGAMENTO PARCIAL DEIXA O
      * TITULO EM ABERTO - O SALDO E TIT-VALOR MENOS TIT-VALOR-PAGO.
      * TIT-SEQ-RETORNO GUARDA O ULTIMO ARQUIVO DE RETORNO APLICADO,
      * PARA O MESMO RETORNO (OU UM MAIS ANTIGO) NAO SER BAIXADO DE
      * NOVO.
      *-----------------------------------------------------------------
           03 TIT-DATA-PAGAMENTO   PIC 9(008).
           03 TIT-VALOR-PAGO       PIC 9(009)V9(002).
           03 TIT-SEQ-RETORNO      PIC 9(007).
      *-----------------------------------------------------------------
      * PEDIDO DE ORIGEM DO TITULO (O CLIENTE E O DA CHAVE), INFORMADO
      * PELO FINANCEIRO NO EXTRATO - ZEROS E TITULO SEM VINCULO. E O
      * QUE LIGA O RECEBIMENTO A COMISSAO DO PEDIDO NO FAZCOMISS.
      * "B" EM TIT-SITUACAO E A BAIXA POR PERDA (TITULO INCOBRAVEL).
      *-----------------------------------------------------------------
           03 TIT-DATA-PEDIDO      PIC 9(008).
           03 TIT-SEQ-PEDIDO       PIC 9(003).
