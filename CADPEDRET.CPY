      *-----------------------------------------------------------------
      * CADPEDRET.CPY
      * LAYOUT DO REGISTRO DE PEDIDOS RETIDOS POR LIMITE DE CREDITO
      * (ARQ-PEDRET) - O PEDIDO QUE ESTOURA O LIMITE DO CLIENTE NAO
      * ENTRA NO ARQ-PEDIDO: FICA AQUI, COM A EXPOSICAO CALCULADA NA
      * RETENCAO, ATE O FINANCEIRO LIBERAR OU RECUSAR NO CADCREDITO.
      * A LIBERACAO GRAVA O PEDIDO NO ARQ-PEDIDO COM A PROXIMA
      * SEQUENCIA LIVRE DO CLIENTE/DATA, GUARDADA EM RT-SEQ-PEDIDO.
      *-----------------------------------------------------------------
       01  ARQ-PEDRET-REG.
           03 RT-CHAVE-RETIDO.
              05 RT-COD-CLIENTE    PIC 9(007).
              05 RT-DATA-PEDIDO    PIC 9(008).
              05 RT-SEQ-RETIDO     PIC 9(003).
           03 RT-VALOR-PEDIDO      PIC 9(009)V9(002).
           03 RT-QTD-ITENS         PIC 9(005).
           03 RT-COD-VENDEDOR      PIC 9(003).
           03 RT-ORIGEM            PIC X(001).
              88 RT-ORIGEM-TELA       VALUE "T".
              88 RT-ORIGEM-CARGA      VALUE "I".
           03 RT-OPERADOR-SOLIC    PIC X(008).
           03 RT-DATA-RETENCAO     PIC 9(008).
           03 RT-LIMITE-CREDITO    PIC 9(009)V9(002).
           03 RT-VALOR-ABERTO      PIC 9(011)V9(002).
           03 RT-EXPOSICAO         PIC 9(011)V9(002).
           03 RT-STATUS            PIC X(001).
              88 RT-PENDENTE          VALUE "P".
              88 RT-LIBERADO          VALUE "L".
              88 RT-RECUSADO          VALUE "R".
           03 RT-OPERADOR-DECISAO  PIC X(008).
           03 RT-DATA-DECISAO      PIC 9(008).
           03 RT-SEQ-PEDIDO        PIC 9(003).
