      *-----------------------------------------------------------------
      * CADCOMTIT.CPY
      * LAYOUT DO REGISTRO DE COMISSAO POR TITULO (ARQ-COMTIT) - CONTA
      * CORRENTE DA COMISSAO PAGA SOBRE O RECEBIDO: UM REGISTRO POR
      * TITULO VINCULADO A PEDIDO (TIT-DATA-PEDIDO/TIT-SEQ-PEDIDO),
      * CRIADO PELO FAZCOMISS COM A ALIQUOTA DO PEDIDO. O LIBERADO
      * ACOMPANHA O VALOR PAGO DO TITULO; O ESTORNADO DEVOLVE O QUE
      * JA FOI LIBERADO EM TITULO BAIXADO POR PERDA OU VENCIDO ALEM
      * DO LIMITE. CT-ANO-MES-MOV E OS VALORES DO MES PERMITEM
      * REPROCESSAR A MESMA COMPETENCIA SEM DUPLICAR O MOVIMENTO.
      *-----------------------------------------------------------------
       01  ARQ-COMTIT-REG.
           03 CT-CHAVE-COMTIT.
              05 CT-COD-CLIENTE    PIC 9(007).
              05 CT-NUM-TITULO     PIC 9(010).
           03 CT-DATA-PEDIDO       PIC 9(008).
           03 CT-SEQ-PEDIDO        PIC 9(003).
           03 CT-COD-VENDEDOR      PIC 9(003).
           03 CT-ALIQUOTA          PIC 9(003)V9(002).
           03 CT-VALOR-COMISSAO    PIC 9(009)V9(002).
           03 CT-VALOR-LIBERADO    PIC 9(009)V9(002).
           03 CT-VALOR-ESTORNADO   PIC 9(009)V9(002).
           03 CT-ANO-MES-MOV       PIC 9(006).
           03 CT-LIBERADO-MES      PIC 9(009)V9(002).
           03 CT-ESTORNADO-MES     PIC 9(009)V9(002).
