                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-CHAVE-PEDIDO
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDIDO.

           SELECT OPTIONAL ARQ-DEVOLUCAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DV-CHAVE-DEVOLUCAO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-DEVOLUCAO.

           SELECT REL-PEDIDO ASSIGN TO "RELPEDIDO.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.


       COPY "CADPEDIDO.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADDEVOLUCAO'.

       COPY "CADDEVOLUCAO.CPY".

       FD  REL-PEDIDO.
       01  REG-PEDIDO-REL PIC X(130).

       77 FS-DISTRIB              PIC  X(002)         VALUE "00".
       77 FS-RUNCTL               PIC  X(002)         VALUE "00".
       77 FS-PEDIDO               PIC  X(002)         VALUE "00".
       77 FS-DEVOLUCAO            PIC  X(002)         VALUE "00".
       77 W-RUNCTL-ABERTO         PIC  X(001)         VALUE "N".
       77 W-DEVOLUCAO-ABERTO      PIC  X(001)         VALUE "N".

       77 W-CONFIRMA              PIC  X              VALUE SPACES.
       77 WMSG                    PIC  X(040)         VALUE SPACES.
       77 W-PED-VENDEDOR          PIC  9(003)         VALUE ZEROS.
       77 W-QTD-PEDIDOS           PIC  9(009)         VALUE ZEROS.

      * DEVOLUCOES DO PEDIDO (CADDEVOLUCAO): O VALOR ENTRA LIQUIDO DO
      * QUE FOI DEVOLVIDO E PEDIDO CANCELADO NAO ENTRA NA CONTAGEM.
       77 W-VALOR-DEVOLVIDO-PED   PIC  9(011)V9(002)  VALUE ZEROS.
       77 W-VALOR-LIQUIDO-PED     PIC S9(011)V9(002)  VALUE ZEROS.
       77 W-PED-CANCELADO-SW      PIC  X(001)         VALUE "N".
          88 W-PED-CANCELADO         VALUE "S".

      * ACUMULADORES POR VENDEDOR (INDEXADOS PELO CODIGO), POR
      * REGIAO (TABELA COM BUSCA LINEAR) E POR SEGMENTO (A/B/C).
       01  W-TAB-VENDEDOR.
       77 W-IDX-VENDEDOR          PIC 9(003) COMP     VALUE ZEROS.
       77 W-REGIAO-PED            PIC X(003)          VALUE SPACES.

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

       01  WCAB-VEND.
           03 FILLER PIC X(110) VALUE "RESUMO POR VENDEDOR;CODIGO VEND
      -"EDOR;NOME VENDEDOR;QTDE PEDIDOS;VALOR LIQUIDO;".

       01  WDET-VEND.
           03 FILLER              PIC X(001)          VALUE ";".
           03 FILLER              PIC X(001)          VALUE ";".

       01  WCAB-REG.
           03 FILLER PIC X(100) VALUE "RESUMO POR REGIAO;REGIAO;NOME REG
      -"IAO;QTDE PEDIDOS;VALOR LIQUIDO;".

       01  WDET-REG.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTR-REGIAO         PIC X(003)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTR-NOME-REGIAO    PIC X(030)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTR-QTD            PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTR-VALOR          PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.

       01  WCAB-SEG.
           03 FILLER PIC X(100) VALUE "RESUMO POR SEGMENTO;SEGMENTO;QT
      -"DE PEDIDOS;VALOR LIQUIDO;".

       01  WDET-SEG.
           03 FILLER              PIC X(001)          VALUE ";".
      * RELDISTRIB. SUBSTITUI O DESPEJO DO ARQUIVO NA PLANILHA, QUE
      * QUEBRAVA A CADA MUDANCA DE LAYOUT. PEDIDO SEM VENDEDOR CAI
      * NA ATRIBUICAO DA RODADA MAIS RECENTE, COMO NO FAZCOMISS.
      * O VALOR E LIQUIDO DAS DEVOLUCOES DO CADDEVOLUCAO E PEDIDO
      * CANCELADO NAO ENTRA NO RELATORIO.
      *-----------------------------------------------------------
       000-INICIO.


              PERFORM 050-ACHAR-ULTIMO-RUN

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

              PERFORM 100-ACUMULAR-PEDIDOS

              IF W-DEVOLUCAO-ABERTO EQUAL "S"
                 CLOSE ARQ-DEVOLUCAO
              END-IF

              PERFORM 200-GERAR-CSV

              CLOSE ARQ-CLIENTE

       110-ACUMULAR-PEDIDO.

           MOVE ZEROS TO W-VALOR-DEVOLVIDO-PED
           MOVE "N"   TO W-PED-CANCELADO-SW

           IF P-DATA-PEDIDO NOT LESS W-DATA-INICIO
              AND P-DATA-PEDIDO NOT GREATER W-DATA-FIM
              AND W-DEVOLUCAO-ABERTO EQUAL "S"
              PERFORM 115-SOMAR-DEVOLUCOES
           END-IF

           COMPUTE W-VALOR-LIQUIDO-PED = P-VALOR-PEDIDO
                                       - W-VALOR-DEVOLVIDO-PED
           IF W-VALOR-LIQUIDO-PED LESS ZEROS
              MOVE ZEROS TO W-VALOR-LIQUIDO-PED
           END-IF

           IF P-DATA-PEDIDO NOT LESS W-DATA-INICIO
              AND P-DATA-PEDIDO NOT GREATER W-DATA-FIM
              AND NOT W-PED-CANCELADO
              ADD 1 TO W-QTD-PEDIDOS

              PERFORM 120-RESOLVER-VENDEDOR

              IF W-PED-VENDEDOR GREATER ZEROS
                 ADD 1              TO W-VEN-QTD   (W-PED-VENDEDOR)
                 ADD W-VALOR-LIQUIDO-PED
                                    TO W-VEN-VALOR (W-PED-VENDEDOR)
              END-IF

              IF W-REGIAO-PED NOT EQUAL SPACES
              END-IF

              ADD 1              TO W-SEG-QTD   (W-IDX-SEGMENTO)
              ADD W-VALOR-LIQUIDO-PED
                                 TO W-SEG-VALOR (W-IDX-SEGMENTO)
           END-IF

           READ ARQ-PEDIDO NEXT.

      * SOMA O QUE FOI DEVOLVIDO DO PEDIDO - O REGISTRO DE ITEM ZERO
      * DO TIPO CANCELAMENTO MARCA O PEDIDO INTEIRO COMO CANCELADO.
       115-SOMAR-DEVOLUCOES.

           MOVE P-COD-CLIENTE TO DV-COD-CLIENTE
           MOVE P-DATA-PEDIDO TO DV-DATA-PEDIDO
           MOVE P-SEQ-PEDIDO  TO DV-SEQ-PEDIDO
           MOVE ZEROS         TO DV-SEQ-ITEM
           MOVE ZEROS         TO DV-SEQ-DEVOLUCAO

           START ARQ-DEVOLUCAO KEY IS NOT LESS DV-CHAVE-DEVOLUCAO
             INVALID KEY MOVE "23" TO FS-DEVOLUCAO
           END-START

           IF FS-DEVOLUCAO EQUAL "00"
              READ ARQ-DEVOLUCAO NEXT
              PERFORM 116-SOMAR-DEVOLUCAO
                 UNTIL FS-DEVOLUCAO NOT EQUAL "00"
                    OR DV-COD-CLIENTE NOT EQUAL P-COD-CLIENTE
                    OR DV-DATA-PEDIDO NOT EQUAL P-DATA-PEDIDO
                    OR DV-SEQ-PEDIDO  NOT EQUAL P-SEQ-PEDIDO
           END-IF

           MOVE "00" TO FS-DEVOLUCAO.

       116-SOMAR-DEVOLUCAO.
           ADD DV-VALOR-DEVOLVIDO TO W-VALOR-DEVOLVIDO-PED

           IF DV-CANCELAMENTO AND DV-SEQ-ITEM EQUAL ZEROS
              MOVE "S" TO W-PED-CANCELADO-SW
           END-IF

           READ ARQ-DEVOLUCAO NEXT.

       120-RESOLVER-VENDEDOR.

           MOVE ZEROS TO W-PED-VENDEDOR

           IF W-IDX-ACHADO GREATER ZEROS
              ADD 1              TO W-REG-QTD   (W-IDX-ACHADO)
              ADD W-VALOR-LIQUIDO-PED
                                 TO W-REG-VALOR (W-IDX-ACHADO)
           END-IF.

       145-PROCURAR-REGIAO.

       220-IMPRIMIR-REGIAO.
           MOVE W-REG-CODIGO (W-IDX-REGIAO) TO WDTR-REGIAO
           MOVE W-REG-CODIGO (W-IDX-REGIAO) TO PRG-CODIGO
           CALL "VERREGIAO" USING W-PARAM-REGIAO
           MOVE PRG-DESCRICAO TO WDTR-NOME-REGIAO
           MOVE W-REG-QTD    (W-IDX-REGIAO) TO WDTR-QTD
           MOVE W-REG-VALOR  (W-IDX-REGIAO) TO WDTR-VALOR

