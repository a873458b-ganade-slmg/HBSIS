      * O CLIENTE COMO INADIMPLENTE - O CADPEDIDO BLOQUEIA PEDIDO
      * NOVO E O RELROTA AVISA NA FOLHA DE ROTA. INSTALACOES SEM O
      * ARQUIVO DE TITULOS SEGUEM COMO SEMPRE (TODO MUNDO EM DIA).
      * TITULO PAGO EM PARTE PELO RETORNO BANCARIO (IMPBAIXA) ENTRA
      * SO COM O SALDO RESTANTE.
      *-----------------------------------------------------------
       000-INICIO.

       100-SOMAR-TITULO.
           IF TITULO-ABERTO
              AND TIT-DATA-VENCIMENTO LESS INA-DATA-REF
              COMPUTE INA-VALOR-VENCIDO = INA-VALOR-VENCIDO
                                        + TIT-VALOR - TIT-VALOR-PAGO
           END-IF

           READ ARQ-TITULO NEXT.
