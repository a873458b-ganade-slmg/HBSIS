      *-----------------------------------------------------------------
      * CADCREDITO.CPY
      * LAYOUT DO REGISTRO DE LIMITE DE CREDITO POR CLIENTE
      * (ARQ-CREDITO) - MANTIDO PELA MESA DO FINANCEIRO NO CADCREDITO.
      * O LANCAMENTO (CADPEDIDO) E A CARGA (IMPPEDIDO) DE PEDIDOS SOMAM
      * OS TITULOS EM ABERTO DO CLIENTE (CADTITULO) AO VALOR DO PEDIDO
      * NOVO E COMPARAM COM O LIMITE - VER VERCREDITO. CLIENTE SEM
      * REGISTRO AQUI NAO TEM CONTROLE DE LIMITE (COMO SEMPRE FOI);
      * LIMITE ZERADO RETEM TODO PEDIDO NOVO DO CLIENTE.
      *-----------------------------------------------------------------
       01  ARQ-CREDITO-REG.
           03 CR-COD-CLIENTE       PIC 9(007).
           03 CR-LIMITE-CREDITO    PIC 9(009)V9(002).
           03 CR-DATA-ALTERACAO    PIC 9(008).
           03 CR-OPERADOR          PIC X(008).
