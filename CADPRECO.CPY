      *-----------------------------------------------------------------
      * CADPRECO.CPY
      * LAYOUT DO REGISTRO DA TABELA DE PRECOS REGIONAL (ARQ-PRECO) -
      * PRECO DO PRODUTO POR FILIAL E/OU REGIAO, COM VIGENCIA POR
      * DATA COMO O CADPARAM: VALE A ENTRADA DE MAIOR DATA DE
      * VIGENCIA QUE NAO ULTRAPASSE A DATA DO PEDIDO. FILIAL OU
      * REGIAO EM BRANCO VALEM PARA TODAS; A RESOLUCAO (VERPRECO)
      * PROCURA FILIAL+REGIAO, DEPOIS SO A FILIAL, DEPOIS SO A
      * REGIAO, E SEM ENTRADA FICA O PR-VALOR-UNITARIO NACIONAL DO
      * CADPRODUTO. MANTIDO PELO CADPRECO.
      *-----------------------------------------------------------------
       01  ARQ-PRECO-REG.
           03 PC-CHAVE-PRECO.
              05 PC-COD-PRODUTO    PIC 9(005).
              05 PC-FILIAL         PIC X(002).
              05 PC-REGIAO         PIC X(003).
              05 PC-DATA-VIGENCIA  PIC 9(008).
           03 PC-VALOR-UNITARIO    PIC 9(009)V9(002).
