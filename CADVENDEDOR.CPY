      * UNIVERSO UNICO ANTIGO.
      *-----------------------------------------------------------------
           03 FILIAL-VENDEDOR      PIC X(002).
      *-----------------------------------------------------------------
      * TETO DE DESCONTO DO VENDEDOR, EM PERCENTUAL SOBRE O PRECO DE
      * TABELA (CADPRECO/CADPRODUTO) - ITEM LANCADO COM DESCONTO
      * MAIOR NAO ENTRA NO PEDIDO: VAI PARA APROVACAO NO CADAPROV.
      * ZERO E O VENDEDOR SEM TETO PROPRIO, QUE SEGUE O PARAMETRO
      * DESCONTO-MAXIMO DO CADPARAM.
      *-----------------------------------------------------------------
           03 PCT-DESCONTO-MAX     PIC 9(003)V9(002).
      *-----------------------------------------------------------------
      * CONTATO DO VENDEDOR EM CAMPO - DESTINO DOS AVISOS DIARIOS DO
      * EXPAVISO (SMS PELO TELEFONE, E-MAIL PELO ENDERECO). OS DOIS
      * EM BRANCO DEIXAM O VENDEDOR SEM AVISO.
      *-----------------------------------------------------------------
           03 TELEFONE-VENDEDOR    PIC X(015).
           03 EMAIL-VENDEDOR       PIC X(050).
