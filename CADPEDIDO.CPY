      * LEGADO, ANTERIOR AO CAMPO.
      *-----------------------------------------------------------------
           03 P-COD-VENDEDOR       PIC 9(003).
      *-----------------------------------------------------------------
      * SITUACAO DO PEDIDO NA INTEGRACAO COM O ERP: DIGITADO AO SER
      * GRAVADO, TRANSMITIDO QUANDO O EXPPEDIDO O ENVIA, FATURADO OU
      * RECUSADO CONFORME O RETORNO DO ERP (IMPPEDRET). BRANCO E O
      * PEDIDO LEGADO, ANTERIOR A INTEGRACAO, QUE NAO E TRANSMITIDO.
      * P-LOTE-ERP E O LOTE DA ULTIMA TRANSMISSAO (DATA+HORA DA
      * GERACAO), CONFERIDO NO RETORNO; P-DOC-ERP GUARDA A NOTA
      * FISCAL DO FATURAMENTO OU O CODIGO DE MOTIVO DA RECUSA.
      *-----------------------------------------------------------------
           03 P-STATUS-ERP         PIC X(001).
              88 P-ERP-LEGADO         VALUE SPACE.
              88 P-ERP-DIGITADO       VALUE "D".
              88 P-ERP-TRANSMITIDO    VALUE "T".
              88 P-ERP-FATURADO       VALUE "F".
              88 P-ERP-RECUSADO       VALUE "R".
           03 P-DATA-STATUS-ERP    PIC 9(008).
           03 P-LOTE-ERP           PIC 9(016).
           03 P-DOC-ERP            PIC X(015).
      *-----------------------------------------------------------------
      * CHAVE ALTERNADA VENDEDOR+DATA (COM DUPLICATAS) - COPIA DE
      * P-COD-VENDEDOR E P-DATA-PEDIDO, PREENCHIDA POR QUEM GRAVA O
      * PEDIDO, PARA QUE OS RELATORIOS POR VENDEDOR E A CONSULTA DO
      * CONSVEND LEIAM SO O TRECHO DO VENDEDOR NO PERIODO EM VEZ DE
      * VARRER O ARQUIVO INTEIRO. O PEDIDO LEGADO FICA NO TRECHO DO
      * VENDEDOR ZERO. ARQUIVOS ANTERIORES AO CAMPO SAO CONVERTIDOS
      * PELO FAZREORG.
      *-----------------------------------------------------------------
           03 P-CHAVE-VENDEDOR.
              05 P-VEND-VENDEDOR   PIC 9(003).
              05 P-VEND-DATA       PIC 9(008).
