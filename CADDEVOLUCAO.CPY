      *-----------------------------------------------------------------
      * CADDEVOLUCAO.CPY
      * LAYOUT DO REGISTRO DE DEVOLUCOES E CANCELAMENTOS DE PEDIDO
      * (ARQ-DEVOLUCAO) - O PEDIDO E OS ITENS FICAM COMO FORAM
      * VENDIDOS; CADA DEVOLUCAO E UM REGISTRO NOVO PENDURADO NA
      * CHAVE DO ITEM (I-CHAVE-ITEM DO CADITEMPED), COM MOTIVO,
      * QUANTIDADE E VALOR DEVOLVIDOS. DV-SEQ-ITEM ZERO E O SALDO DO
      * CABECALHO SEM ITEM CORRESPONDENTE (PEDIDO SEM ITENS OU
      * VALOR DO CABECALHO ACIMA DA SOMA DOS ITENS), GRAVADO NO
      * CANCELAMENTO. OS RELATORIOS DE VENDA, A META, O RESUMO ANUAL
      * E A COMISSAO ABATEM ESTES VALORES. MANTIDO PELO CADDEVOLUCAO.
      *-----------------------------------------------------------------
       01  ARQ-DEVOLUCAO-REG.
           03 DV-CHAVE-DEVOLUCAO.
              05 DV-COD-CLIENTE    PIC 9(007).
              05 DV-DATA-PEDIDO    PIC 9(008).
              05 DV-SEQ-PEDIDO     PIC 9(003).
              05 DV-SEQ-ITEM       PIC 9(003).
              05 DV-SEQ-DEVOLUCAO  PIC 9(003).
           03 DV-TIPO              PIC X(001).
              88 DV-DEVOLUCAO         VALUE "D".
              88 DV-CANCELAMENTO      VALUE "C".
           03 DV-COD-PRODUTO       PIC 9(005).
           03 DV-QTD-DEVOLVIDA     PIC 9(005).
           03 DV-VALOR-DEVOLVIDO   PIC 9(009)V9(002).
           03 DV-DATA-DEVOLUCAO    PIC 9(008).
           03 DV-COD-MOTIVO        PIC 9(002).
              88 DV-MOTIVO-AVARIA     VALUE 01.
              88 DV-MOTIVO-ERRO-PED   VALUE 02.
              88 DV-MOTIVO-DESISTENCIA VALUE 03.
              88 DV-MOTIVO-PRECO      VALUE 04.
              88 DV-MOTIVO-ATRASO     VALUE 05.
              88 DV-MOTIVO-OUTROS     VALUE 99.
              88 DV-MOTIVO-VALIDO     VALUES 01 02 03 04 05 99.
           03 DV-OPERADOR          PIC X(008).
