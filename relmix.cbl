                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-CHAVE-PEDIDO
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDIDO.

                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PRODUTO.

           SELECT OPTIONAL ARQ-DEVOLUCAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DV-CHAVE-DEVOLUCAO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-DEVOLUCAO.

           SELECT REL-MIX ASSIGN TO "RELMIX.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.


       COPY "CADPRODUTO.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADDEVOLUCAO'.

       COPY "CADDEVOLUCAO.CPY".

       FD  REL-MIX.
       01  REG-MIX PIC X(120).

       77 FS-ITEMPED              PIC  X(002)         VALUE "00".
       77 FS-PRODUTO              PIC  X(002)         VALUE "00".
       77 FS-PEDIDO               PIC  X(002)         VALUE "00".
       77 FS-DEVOLUCAO            PIC  X(002)         VALUE "00".
       77 W-RUNCTL-ABERTO         PIC  X(001)         VALUE "N".
       77 W-DEVOLUCAO-ABERTO      PIC  X(001)         VALUE "N".

       77 W-RUN-ID-MAX            PIC  9(016)         VALUE ZEROS.

       77 W-ITEM-REGIAO           PIC X(003)          VALUE SPACES.
       77 W-ITEM-VALOR            PIC 9(013)V9(002)   VALUE ZEROS.

      * QUANTIDADE DO ITEM LIQUIDA DO QUE FOI DEVOLVIDO DELE NO
      * CADDEVOLUCAO - O VALOR SAI DA QUANTIDADE LIQUIDA.
       77 W-ITEM-QTD-DEVOLVIDA    PIC 9(007)          VALUE ZEROS.
       77 W-ITEM-QTD-LIQUIDA      PIC 9(007)          VALUE ZEROS.

       77 W-IDX-VENDEDOR          PIC 9(003) COMP     VALUE ZEROS.
       77 W-QTD-ITENS-LIDOS       PIC 9(009)          VALUE ZEROS.

      -"R;CODIGO PRODUTO;DESCRICAO;QUANTIDADE;VALOR TOTAL;".

       01  WCAB-REG.
           03 FILLER PIC X(110) VALUE "MIX POR REGIAO;REGIAO;NOME REGIAO
      -";CODIGO PRODUTO;DESCRICAO;QUANTIDADE;VALOR TOTAL;".

       01  WDET-VEND.
           03 FILLER              PIC X(001)          VALUE ";".
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTR-REGIAO         PIC X(003)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTR-NOME-REGIAO    PIC X(030)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTR-COD-PRODUTO    PIC 9(005)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTR-DESCRICAO      PIC X(040)          VALUE SPACES.
           03 WDTR-VALOR          PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

      * DESCRICAO DA REGIAO NA TABELA DE REGIOES (VERREGIAO) - SEM A
      * TABELA OU SEM O CODIGO NELA A DESCRICAO SAI EM BRANCO.
       01  W-PARAM-REGIAO.
           03 PRG-CODIGO          PIC X(003)          VALUE SPACES.
           03 PRG-DESCRICAO       PIC X(030)          VALUE SPACES.
           03 PRG-FILIAL          PIC X(002)          VALUE SPACES.
           03 PRG-GERENTE         PIC X(008)          VALUE SPACES.
           03 PRG-SITUACAO        PIC X(001)          VALUE SPACES.
              88 PRG-VALIDA          VALUE "S".
              88 PRG-INATIVA         VALUE "I".
              88 PRG-INEXISTENTE     VALUE "N".
              88 PRG-SEM-TABELA      VALUE "T".

      * ARQUIVAMENTO DA GERACAO NO CATALOGO DE RELATORIOS (CATRELAT)
      * - A COPIA DATADA SOBREVIVE A PROXIMA SOBRESCRITA DO NOME
      * FIXO.
      * (CADITEMPED) POR VENDEDOR (ATRIBUICAO DA ULTIMA RODADA
      * COMPLETA) E POR REGIAO DO CLIENTE - A RESPOSTA QUE O
      * COMERCIAL PEDE PARA "QUAIS PRODUTOS ESTE TERRITORIO COMPRA".
      * QUANTIDADE E VALOR SAO LIQUIDOS DAS DEVOLUCOES DO ITEM.
      * RODAVEL PELO AGENDADOR, COMO OS DEMAIS BATCHES.
      *-----------------------------------------------------------
       000-INICIO.
              OPEN INPUT ARQ-DISTRIB
              OPEN INPUT ARQ-PEDIDO

              OPEN INPUT ARQ-DEVOLUCAO
              IF FS-DEVOLUCAO EQUAL "00"
                 MOVE "S" TO W-DEVOLUCAO-ABERTO
              ELSE
                 MOVE "N" TO W-DEVOLUCAO-ABERTO
                 IF FS-DEVOLUCAO EQUAL "05"
                    CLOSE ARQ-DEVOLUCAO
                 END-IF
              END-IF
              MOVE "00" TO FS-DEVOLUCAO

              PERFORM 050-ACHAR-ULTIMO-RUN

              PERFORM 100-ACUMULAR-ITENS
              CLOSE ARQ-PEDIDO
              CLOSE ARQ-ITEMPED

              IF W-DEVOLUCAO-ABERTO EQUAL "S"
                 CLOSE ARQ-DEVOLUCAO
              END-IF

              PERFORM 200-IMPRIMIR

              DISPLAY "RELMIX - ITENS LIDOS: " W-QTD-ITENS-LIDOS

           ADD 1 TO W-QTD-ITENS-LIDOS

           MOVE ZEROS TO W-ITEM-QTD-DEVOLVIDA
           IF W-DEVOLUCAO-ABERTO EQUAL "S"
              PERFORM 115-SOMAR-DEVOLUCOES
           END-IF

           IF W-ITEM-QTD-DEVOLVIDA LESS I-QTD-PRODUTO
              COMPUTE W-ITEM-QTD-LIQUIDA =
                      I-QTD-PRODUTO - W-ITEM-QTD-DEVOLVIDA
           ELSE
              MOVE ZEROS TO W-ITEM-QTD-LIQUIDA
           END-IF

           COMPUTE W-ITEM-VALOR =
                   W-ITEM-QTD-LIQUIDA * I-VALOR-UNITARIO

           PERFORM 120-RESOLVER-VENDEDOR-REGIAO


           READ ARQ-ITEMPED NEXT.

       115-SOMAR-DEVOLUCOES.

           MOVE I-COD-CLIENTE TO DV-COD-CLIENTE
           MOVE I-DATA-PEDIDO TO DV-DATA-PEDIDO
           MOVE I-SEQ-PEDIDO  TO DV-SEQ-PEDIDO
           MOVE I-SEQ-ITEM    TO DV-SEQ-ITEM
           MOVE ZEROS         TO DV-SEQ-DEVOLUCAO

           START ARQ-DEVOLUCAO KEY IS NOT LESS DV-CHAVE-DEVOLUCAO
             INVALID KEY MOVE "23" TO FS-DEVOLUCAO
           END-START

           IF FS-DEVOLUCAO EQUAL "00"
              READ ARQ-DEVOLUCAO NEXT
              PERFORM 116-SOMAR-DEVOLUCAO
                 UNTIL FS-DEVOLUCAO NOT EQUAL "00"
                    OR DV-COD-CLIENTE NOT EQUAL I-COD-CLIENTE
                    OR DV-DATA-PEDIDO NOT EQUAL I-DATA-PEDIDO
                    OR DV-SEQ-PEDIDO  NOT EQUAL I-SEQ-PEDIDO
                    OR DV-SEQ-ITEM    NOT EQUAL I-SEQ-ITEM
           END-IF

           MOVE "00" TO FS-DEVOLUCAO.

       116-SOMAR-DEVOLUCAO.
           ADD DV-QTD-DEVOLVIDA TO W-ITEM-QTD-DEVOLVIDA

           READ ARQ-DEVOLUCAO NEXT.

       120-RESOLVER-VENDEDOR-REGIAO.

           MOVE ZEROS  TO W-ITEM-VENDEDOR
           END-IF

           IF W-IDX-ACHADO GREATER ZEROS
              ADD W-ITEM-QTD-LIQUIDA TO W-MXV-QTD (W-IDX-ACHADO)
              ADD W-ITEM-VALOR  TO W-MXV-VALOR (W-IDX-ACHADO)
           END-IF.

           END-IF

           IF W-IDX-ACHADO GREATER ZEROS
              ADD W-ITEM-QTD-LIQUIDA TO W-MXR-QTD (W-IDX-ACHADO)
              ADD W-ITEM-VALOR  TO W-MXR-VALOR (W-IDX-ACHADO)
           END-IF.

           PERFORM 250-LER-DESCRICAO-PRODUTO

           MOVE W-MXR-REGIAO (W-IDX-MIX)      TO WDTR-REGIAO
           MOVE W-MXR-REGIAO (W-IDX-MIX) TO PRG-CODIGO
           CALL "VERREGIAO" USING W-PARAM-REGIAO
           MOVE PRG-DESCRICAO TO WDTR-NOME-REGIAO
           MOVE W-MXR-COD-PRODUTO (W-IDX-MIX) TO WDTR-COD-PRODUTO
           MOVE PR-DESCRICAO TO WDTR-DESCRICAO
           MOVE W-MXR-QTD   (W-IDX-MIX) TO WDTR-QTD
