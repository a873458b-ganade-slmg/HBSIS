                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-CHAVE-PEDIDO
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDIDO.

                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS V-CHAVE-VISITA
                  ALTERNATE RECORD KEY IS V-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VISITA.

                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-RESUMO.

           SELECT OPTIONAL ARQ-DEVOLUCAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DV-CHAVE-DEVOLUCAO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-DEVOLUCAO.

      *-----------------------------------------------------------
      * ARQUIVOS MORTOS ANUAIS DO DETALHE - MESMA TECNICA DO
      * CADDISTRB.AAAA DO FAZEXPURGO: UM SEQUENCIAL POR ANO, FORA DO

       COPY "CADRESUMO.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADDEVOLUCAO'.

       COPY "CADDEVOLUCAO.CPY".

       FD  ARQ-MORTO
           LABEL RECORD IS STANDARD.

       77 FS-RESUMO               PIC  X(002)         VALUE "00".
       77 FS-MORTO                PIC  X(002)         VALUE "00".
       77 FS-PARAM                PIC  X(002)         VALUE "00".
       77 FS-DEVOLUCAO            PIC  X(002)         VALUE "00".
       77 W-DEVOLUCAO-ABERTO      PIC  X(001)         VALUE "N".

      * ANO DO FECHAMENTO - ZEROS NO .PAR ASSUME O ANO ANTERIOR AO
      * DA DATA DO SISTEMA (O FECHAMENTO RODA NO COMECO DO EXERCICIO
       77 W-QTD-ITENS-MOV         PIC  9(009)         VALUE ZEROS.
       77 W-QTD-VISITAS-MOV       PIC  9(009)         VALUE ZEROS.
       77 W-QTD-RESUMOS           PIC  9(009)         VALUE ZEROS.
       77 W-QTD-DEVOLUCOES-MOV    PIC  9(009)         VALUE ZEROS.
       77 W-QTD-PEDIDOS-CANC      PIC  9(009)         VALUE ZEROS.

      * DEVOLUCOES DO PEDIDO (CADDEVOLUCAO) - O RESUMO GUARDA O
      * LIQUIDO, E PEDIDO CANCELADO NAO ENTRA NELE.
       77 W-VALOR-DEVOLVIDO-PED   PIC  9(011)V9(002)  VALUE ZEROS.
       77 W-QTD-DEVOLVIDA-PED     PIC  9(009)         VALUE ZEROS.
       77 W-PED-CANCELADO-SW      PIC  X(001)         VALUE "N".
          88 W-PED-CANCELADO         VALUE "S".

       PROCEDURE DIVISION.

      * FECHAMENTO DE EXERCICIO: CONSOLIDA OS PEDIDOS E AS VISITAS
      * DO ANO FECHADO NUM RESUMO POR CLIENTE (ARQ-RESUMO) E MOVE O
      * DETALHE PARA OS ARQUIVOS MORTOS ANUAIS (CADPEDIDO.AAAA,
      * CADITEMPED.AAAA, CADVISITA.AAAA E CADDEV.AAAA, NO ESPIRITO
      * DO ARQ-MORTO DO FAZEXPURGO). AS DEVOLUCOES DO PEDIDO SAO
      * ABATIDAS DO RESUMO E SEGUEM O ANO DO PEDIDO PARA O MORTO.
      * O PESO DE DEMANDA DO FAZDISTRIB E A ANALISE DE DORMENCIA
      * CONTINUAM ENXERGANDO O HISTORICO PELO RESUMO, SEM O ANO
      * INTEIRO DE LINHAS ATRASANDO A VARREDURA NOTURNA.
      * RODAVEL PELO AGENDADOR, COMO OS DEMAIS BATCHES.
      *-----------------------------------------------------------
       000-INICIO.
              PERFORM 100-FECHAR-PEDIDOS
              PERFORM 300-FECHAR-ITENS
              PERFORM 400-FECHAR-VISITAS
              PERFORM 500-FECHAR-DEVOLUCOES

              CLOSE ARQ-RESUMO

                      W-QTD-ITENS-MOV
              DISPLAY "FAZFECHAANO - VISITAS MOVIDAS: "
                      W-QTD-VISITAS-MOV
              DISPLAY "FAZFECHAANO - DEVOLUCOES MOVIDAS: "
                      W-QTD-DEVOLUCOES-MOV
              DISPLAY "FAZFECHAANO - PEDIDOS CANCELADOS: "
                      W-QTD-PEDIDOS-CANC
              DISPLAY "FAZFECHAANO - CLIENTES NO RESUMO: "
                      W-QTD-RESUMOS
           END-IF

              OPEN EXTEND ARQ-MORTO

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

              MOVE ZEROS TO P-COD-CLIENTE
              MOVE ZEROS TO P-DATA-PEDIDO
              MOVE ZEROS TO P-SEQ-PEDIDO

              CLOSE ARQ-MORTO
              CLOSE ARQ-PEDIDO

              IF W-DEVOLUCAO-ABERTO EQUAL "S"
                 CLOSE ARQ-DEVOLUCAO
              END-IF
           END-IF

           MOVE "00" TO FS-PEDIDO.
       110-FECHAR-PEDIDO.

           IF P-DATA-PEDIDO (1:4) EQUAL W-ANO-FECHAMENTO
              MOVE ZEROS TO W-VALOR-DEVOLVIDO-PED
              MOVE ZEROS TO W-QTD-DEVOLVIDA-PED
              MOVE "N"   TO W-PED-CANCELADO-SW

              IF W-DEVOLUCAO-ABERTO EQUAL "S"
                 PERFORM 120-SOMAR-DEVOLUCOES
              END-IF

              IF W-PED-CANCELADO
                 ADD 1 TO W-QTD-PEDIDOS-CANC
              ELSE
                 PERFORM 150-SOMAR-RESUMO-PEDIDO
              END-IF

              MOVE SPACES TO REG-MORTO
              MOVE ARQ-PEDIDO-REG TO REG-MORTO

           READ ARQ-PEDIDO NEXT.

       120-SOMAR-DEVOLUCOES.

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
              PERFORM 130-SOMAR-DEVOLUCAO
                 UNTIL FS-DEVOLUCAO NOT EQUAL "00"
                    OR DV-COD-CLIENTE NOT EQUAL P-COD-CLIENTE
                    OR DV-DATA-PEDIDO NOT EQUAL P-DATA-PEDIDO
                    OR DV-SEQ-PEDIDO  NOT EQUAL P-SEQ-PEDIDO
           END-IF

           MOVE "00" TO FS-DEVOLUCAO.

       130-SOMAR-DEVOLUCAO.
           ADD DV-VALOR-DEVOLVIDO TO W-VALOR-DEVOLVIDO-PED
           ADD DV-QTD-DEVOLVIDA   TO W-QTD-DEVOLVIDA-PED

           IF DV-CANCELAMENTO AND DV-SEQ-ITEM EQUAL ZEROS
              MOVE "S" TO W-PED-CANCELADO-SW
           END-IF

           READ ARQ-DEVOLUCAO NEXT.

       150-SOMAR-RESUMO-PEDIDO.

           MOVE P-COD-CLIENTE    TO RES-COD-CLIENTE
           END-IF

           ADD 1              TO RES-QTD-PEDIDOS

           IF P-VALOR-PEDIDO GREATER W-VALOR-DEVOLVIDO-PED
              COMPUTE RES-VALOR-PEDIDOS = RES-VALOR-PEDIDOS
                      + P-VALOR-PEDIDO - W-VALOR-DEVOLVIDO-PED
           END-IF

           IF P-QTD-ITENS GREATER W-QTD-DEVOLVIDA-PED
              COMPUTE RES-QTD-ITENS = RES-QTD-ITENS
                      + P-QTD-ITENS - W-QTD-DEVOLVIDA-PED
           END-IF

           IF P-DATA-PEDIDO GREATER RES-DATA-ULT-PEDIDO
              MOVE P-DATA-PEDIDO TO RES-DATA-ULT-PEDIDO

           REWRITE ARQ-RESUMO-REG.

      *-----------------------------------------------------------
      * DEVOLUCOES DOS PEDIDOS DO ANO: VAO PARA O MORTO PELO ANO DO
      * PEDIDO, JUNTO COM ELE - DEVOLUCAO SEM O PEDIDO NO VIVO NAO
      * TEM MAIS A QUEM SER ABATIDA.
      *-----------------------------------------------------------
       500-FECHAR-DEVOLUCOES.

           OPEN I-O ARQ-DEVOLUCAO

           IF FS-DEVOLUCAO NOT EQUAL "00"
              IF FS-DEVOLUCAO EQUAL "05"
                 CLOSE ARQ-DEVOLUCAO
              ELSE
                 DISPLAY "FAZFECHAANO - ARQ-DEVOLUCAO INDISPONIVEL"
              END-IF
           ELSE
              MOVE SPACES TO W-NOME-MORTO
              STRING "CADDEV." W-ANO-FECHAMENTO
                INTO W-NOME-MORTO

              OPEN EXTEND ARQ-MORTO

              MOVE ZEROS TO DV-CHAVE-DEVOLUCAO

              START ARQ-DEVOLUCAO KEY IS NOT LESS DV-CHAVE-DEVOLUCAO
                INVALID KEY MOVE "23" TO FS-DEVOLUCAO
              END-START

              IF FS-DEVOLUCAO EQUAL "00"
                 READ ARQ-DEVOLUCAO NEXT
                 PERFORM 510-FECHAR-DEVOLUCAO
                    UNTIL FS-DEVOLUCAO NOT EQUAL "00"
              END-IF

              CLOSE ARQ-MORTO
              CLOSE ARQ-DEVOLUCAO
           END-IF

           MOVE "00" TO FS-DEVOLUCAO.

       510-FECHAR-DEVOLUCAO.

           IF DV-DATA-PEDIDO (1:4) EQUAL W-ANO-FECHAMENTO
              MOVE SPACES TO REG-MORTO
              MOVE ARQ-DEVOLUCAO-REG TO REG-MORTO
              WRITE REG-MORTO

              DELETE ARQ-DEVOLUCAO RECORD

              ADD 1 TO W-QTD-DEVOLUCOES-MOV
           END-IF

           READ ARQ-DEVOLUCAO NEXT.

       END PROGRAM FAZFECHAANO.
