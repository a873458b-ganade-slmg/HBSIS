       IDENTIFICATION DIVISION.
       PROGRAM-ID.   VERSUGEST.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ARQ-PEDIDO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-CHAVE-PEDIDO
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDIDO.

           SELECT OPTIONAL ARQ-ITEMPED ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS I-CHAVE-ITEM
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ITEMPED.

           SELECT OPTIONAL ARQ-PRODUTO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PR-COD-PRODUTO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PRODUTO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPEDIDO'.

       COPY "CADPEDIDO.CPY".

       FD  ARQ-ITEMPED
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADITEMPED'.

       COPY "CADITEMPED.CPY".

       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPRODUTO'.

       COPY "CADPRODUTO.CPY".

       WORKING-STORAGE SECTION.

       77 FS-PEDIDO               PIC X(002)          VALUE "00".
       77 FS-ITEMPED              PIC X(002)          VALUE "00".
       77 FS-PRODUTO              PIC X(002)          VALUE "00".
       77 W-PRODUTO-ABERTO        PIC X(001)          VALUE "N".

      * QUANTIDADE DE PEDIDOS OLHADOS (PADRAO 3), AJUSTAVEL PELO
      * CADPARAM (QTD-PEDIDOS-SUGESTAO) ENTRE 2 E 5 - LIDA UMA VEZ
      * SO, NA PRIMEIRA CHAMADA DO PROCESSAMENTO.
       77 W-PRIMEIRA-CHAMADA      PIC X(001)          VALUE "S".
       77 W-QTD-PEDIDOS-MAX       PIC 9(001)          VALUE 3.

       01  W-PARAM-SIS.
           03 SIS-NOME            PIC X(020)          VALUE SPACES.
           03 SIS-DATA-REF        PIC 9(008)          VALUE ZEROS.
           03 SIS-VALOR           PIC 9(011)V9(002)   VALUE ZEROS.
           03 SIS-ACHOU           PIC X(001)          VALUE "N".

      * ULTIMOS PEDIDOS DO CLIENTE, DO MAIS ANTIGO PARA O MAIS NOVO
      * - O ARQUIVO E LIDO PARA A FRENTE E A TABELA ANDA UMA POSICAO
      * A CADA PEDIDO ALEM DO LIMITE.
       01  W-TAB-PEDIDOS.
           03 W-PED-ITEM OCCURS 5 TIMES.
              05 W-PED-DATA          PIC 9(008).
              05 W-PED-SEQ           PIC 9(003).

       77 W-QTD-PEDIDOS           PIC 9(002) COMP     VALUE ZEROS.
       77 W-IDX-PED               PIC 9(002) COMP     VALUE ZEROS.

      * PRODUTOS COMPRADOS NESSES PEDIDOS: EM QUANTOS PEDIDOS
      * APARECEU, A QUANTIDADE SOMADA E O ULTIMO PEDIDO EM QUE
      * APARECEU (PARA SABER SE ESTA NO MAIS RECENTE).
       01  W-TAB-PRODUTOS.
           03 W-PRD-ITEM OCCURS 30 TIMES.
              05 W-PRD-COD           PIC 9(005).
              05 W-PRD-VEZES         PIC 9(001).
              05 W-PRD-QTD-TOTAL     PIC 9(007).
              05 W-PRD-ULT-PEDIDO    PIC 9(001).
              05 W-PRD-ESCOLHIDO     PIC X(001).

       77 W-QTD-PRODUTOS          PIC 9(002) COMP     VALUE ZEROS.
       77 W-IDX-PRD               PIC 9(002) COMP     VALUE ZEROS.
       77 W-IDX-BUSCA             PIC 9(002) COMP     VALUE ZEROS.
       77 W-IDX-MAIOR             PIC 9(002) COMP     VALUE ZEROS.
       77 W-MAIOR-VEZES           PIC 9(001)          VALUE ZEROS.

       LINKAGE SECTION.
       01  PARAM-SUGESTAO.
           03 PSG-COD-CLIENTE      PIC 9(007).
           03 PSG-DATA-REF         PIC 9(008).
           03 PSG-QTD-PEDIDOS      PIC 9(001).
           03 PSG-QTD-ITENS        PIC 9(002).
           03 PSG-ITEM OCCURS 10 TIMES.
              05 PSG-COD-PRODUTO   PIC 9(005).
              05 PSG-DESCRICAO     PIC X(040).
              05 PSG-QTD-TIPICA    PIC 9(005).
              05 PSG-VEZES         PIC 9(001).
              05 PSG-FALTOU        PIC X(001).
                 88 PSG-FALTOU-NO-ULTIMO VALUE "S".

       PROCEDURE DIVISION USING PARAM-SUGESTAO.

      *-----------------------------------------------------------
      * MONTA A SUGESTAO DE PEDIDO DE UM CLIENTE A PARTIR DOS SEUS
      * ULTIMOS PEDIDOS (ARQ-PEDIDO, SEM OS RECUSADOS PELO ERP) E
      * DOS ITENS DELES (ARQ-ITEMPED): ATE 10 PRODUTOS, DOS MAIS
      * FREQUENTES PARA OS MENOS, COM A QUANTIDADE TIPICA (MEDIA DOS
      * PEDIDOS EM QUE O PRODUTO APARECEU). O PRODUTO COMPRADO COM
      * REGULARIDADE - EM MAIS DA METADE DOS PEDIDOS OLHADOS, E NO
      * MINIMO EM DOIS - QUE FICOU FORA DO PEDIDO MAIS RECENTE SAI
      * MARCADO. USADO PELO RELROTA NA FOLHA DE ROTA E PELO EXPROTA
      * NO PLANO DO COLETOR, QUE ASSIM LEVAM A MESMA LISTA.
      * INSTALACOES SEM ITENS DE PEDIDO RECEBEM A LISTA VAZIA.
      *-----------------------------------------------------------
       000-INICIO.

           MOVE ZEROS TO PSG-QTD-PEDIDOS
           MOVE ZEROS TO PSG-QTD-ITENS

           IF W-PRIMEIRA-CHAMADA EQUAL "S"
              MOVE "N" TO W-PRIMEIRA-CHAMADA

              MOVE "QTD-PEDIDOS-SUGESTAO" TO SIS-NOME
              MOVE PSG-DATA-REF           TO SIS-DATA-REF
              CALL "SISPARAM" USING W-PARAM-SIS
              IF SIS-ACHOU EQUAL "S"
                 AND SIS-VALOR NOT LESS 2
                 AND SIS-VALOR NOT GREATER 5
                 MOVE SIS-VALOR TO W-QTD-PEDIDOS-MAX
              END-IF
           END-IF

           PERFORM 100-ACHAR-ULTIMOS-PEDIDOS

           IF W-QTD-PEDIDOS GREATER ZEROS
              PERFORM 200-SOMAR-ITENS

              IF W-QTD-PRODUTOS GREATER ZEROS
                 PERFORM 300-MONTAR-SUGESTAO
              END-IF
           END-IF

           MOVE W-QTD-PEDIDOS TO PSG-QTD-PEDIDOS

           GOBACK.

       100-ACHAR-ULTIMOS-PEDIDOS.

           MOVE ZEROS TO W-QTD-PEDIDOS

           OPEN INPUT ARQ-PEDIDO

           IF FS-PEDIDO EQUAL "00"
              MOVE PSG-COD-CLIENTE TO P-COD-CLIENTE
              MOVE ZEROS           TO P-DATA-PEDIDO
              MOVE ZEROS           TO P-SEQ-PEDIDO

              START ARQ-PEDIDO KEY IS NOT LESS P-CHAVE-PEDIDO
                INVALID KEY MOVE "23" TO FS-PEDIDO
              END-START

              IF FS-PEDIDO EQUAL "00"
                 READ ARQ-PEDIDO NEXT
                 PERFORM 110-GUARDAR-PEDIDO
                   UNTIL FS-PEDIDO NOT EQUAL "00"
                      OR P-COD-CLIENTE NOT EQUAL PSG-COD-CLIENTE
              END-IF

              CLOSE ARQ-PEDIDO
           ELSE
              IF FS-PEDIDO EQUAL "05"
                 CLOSE ARQ-PEDIDO
              END-IF
           END-IF

           MOVE "00" TO FS-PEDIDO.

      * PEDIDO RECUSADO PELO ERP NAO FOI ENTREGUE - NAO CONTA COMO
      * COMPRA DO CLIENTE.
       110-GUARDAR-PEDIDO.
           IF NOT P-ERP-RECUSADO
              IF W-QTD-PEDIDOS LESS W-QTD-PEDIDOS-MAX
                 ADD 1 TO W-QTD-PEDIDOS
              ELSE
                 PERFORM 115-DESLOCAR-PEDIDO
                    VARYING W-IDX-PED FROM 1 BY 1
                    UNTIL W-IDX-PED NOT LESS W-QTD-PEDIDOS
              END-IF

              MOVE P-DATA-PEDIDO TO W-PED-DATA (W-QTD-PEDIDOS)
              MOVE P-SEQ-PEDIDO  TO W-PED-SEQ (W-QTD-PEDIDOS)
           END-IF

           READ ARQ-PEDIDO NEXT.

       115-DESLOCAR-PEDIDO.
           MOVE W-PED-ITEM (W-IDX-PED + 1) TO W-PED-ITEM (W-IDX-PED).

       200-SOMAR-ITENS.

           MOVE ZEROS TO W-QTD-PRODUTOS

           OPEN INPUT ARQ-ITEMPED

           IF FS-ITEMPED EQUAL "00"
              PERFORM 210-LER-ITENS-PEDIDO
                 VARYING W-IDX-PED FROM 1 BY 1
                 UNTIL W-IDX-PED GREATER W-QTD-PEDIDOS

              CLOSE ARQ-ITEMPED
           ELSE
              IF FS-ITEMPED EQUAL "05"
                 CLOSE ARQ-ITEMPED
              END-IF
           END-IF

           MOVE "00" TO FS-ITEMPED.

      * ITENS DE UM PEDIDO - A CHAVE DO ITEM E A CHAVE DO PEDIDO
      * MAIS A SEQUENCIA DO ITEM.
       210-LER-ITENS-PEDIDO.
           MOVE PSG-COD-CLIENTE         TO I-COD-CLIENTE
           MOVE W-PED-DATA (W-IDX-PED)  TO I-DATA-PEDIDO
           MOVE W-PED-SEQ (W-IDX-PED)   TO I-SEQ-PEDIDO
           MOVE ZEROS                   TO I-SEQ-ITEM

           START ARQ-ITEMPED KEY IS NOT LESS I-CHAVE-ITEM
             INVALID KEY MOVE "23" TO FS-ITEMPED
           END-START

           IF FS-ITEMPED EQUAL "00"
              READ ARQ-ITEMPED NEXT
              PERFORM 220-SOMAR-ITEM
                UNTIL FS-ITEMPED NOT EQUAL "00"
                   OR I-COD-CLIENTE NOT EQUAL PSG-COD-CLIENTE
                   OR I-DATA-PEDIDO NOT EQUAL W-PED-DATA (W-IDX-PED)
                   OR I-SEQ-PEDIDO  NOT EQUAL W-PED-SEQ (W-IDX-PED)
           END-IF

           MOVE "00" TO FS-ITEMPED.

      * O MESMO PRODUTO EM DUAS LINHAS DO PEDIDO SOMA A QUANTIDADE
      * MAS CONTA UM PEDIDO SO.
       220-SOMAR-ITEM.
           MOVE ZEROS TO W-IDX-PRD

           PERFORM 225-COMPARAR-PRODUTO
              VARYING W-IDX-BUSCA FROM 1 BY 1
              UNTIL W-IDX-BUSCA GREATER W-QTD-PRODUTOS
                 OR W-IDX-PRD GREATER ZEROS

           IF W-IDX-PRD EQUAL ZEROS
              AND W-QTD-PRODUTOS LESS 30
              ADD 1 TO W-QTD-PRODUTOS
              MOVE W-QTD-PRODUTOS TO W-IDX-PRD
              MOVE I-COD-PRODUTO  TO W-PRD-COD (W-IDX-PRD)
              MOVE ZEROS          TO W-PRD-VEZES (W-IDX-PRD)
              MOVE ZEROS          TO W-PRD-QTD-TOTAL (W-IDX-PRD)
              MOVE ZEROS          TO W-PRD-ULT-PEDIDO (W-IDX-PRD)
              MOVE "N"            TO W-PRD-ESCOLHIDO (W-IDX-PRD)
           END-IF

           IF W-IDX-PRD GREATER ZEROS
              ADD I-QTD-PRODUTO TO W-PRD-QTD-TOTAL (W-IDX-PRD)
                ON SIZE ERROR CONTINUE
              END-ADD

              IF W-PRD-ULT-PEDIDO (W-IDX-PRD) NOT EQUAL W-IDX-PED
                 ADD 1         TO W-PRD-VEZES (W-IDX-PRD)
                 MOVE W-IDX-PED TO W-PRD-ULT-PEDIDO (W-IDX-PRD)
              END-IF
           END-IF

           READ ARQ-ITEMPED NEXT.

       225-COMPARAR-PRODUTO.
           IF W-PRD-COD (W-IDX-BUSCA) EQUAL I-COD-PRODUTO
              MOVE W-IDX-BUSCA TO W-IDX-PRD
           END-IF.

      * ESCOLHE OS PRODUTOS DO MAIS FREQUENTE PARA O MENOS (NO
      * EMPATE, O PRIMEIRO COMPRADO) ATE ENCHER A LISTA.
       300-MONTAR-SUGESTAO.

           MOVE "N" TO W-PRODUTO-ABERTO
           OPEN INPUT ARQ-PRODUTO
           IF FS-PRODUTO EQUAL "00"
              MOVE "S" TO W-PRODUTO-ABERTO
           ELSE
              IF FS-PRODUTO EQUAL "05"
                 CLOSE ARQ-PRODUTO
              END-IF
           END-IF

           MOVE 1 TO W-IDX-MAIOR
           PERFORM 310-ESCOLHER-PRODUTO
              UNTIL PSG-QTD-ITENS NOT LESS 10
                 OR W-IDX-MAIOR EQUAL ZEROS

           IF W-PRODUTO-ABERTO EQUAL "S"
              CLOSE ARQ-PRODUTO
           END-IF

           MOVE "00" TO FS-PRODUTO.

       310-ESCOLHER-PRODUTO.
           MOVE ZEROS TO W-IDX-MAIOR
           MOVE ZEROS TO W-MAIOR-VEZES

           PERFORM 315-COMPARAR-FREQUENCIA
              VARYING W-IDX-BUSCA FROM 1 BY 1
              UNTIL W-IDX-BUSCA GREATER W-QTD-PRODUTOS

           IF W-IDX-MAIOR GREATER ZEROS
              MOVE "S" TO W-PRD-ESCOLHIDO (W-IDX-MAIOR)

              ADD 1 TO PSG-QTD-ITENS
              MOVE W-PRD-COD (W-IDX-MAIOR)
                TO PSG-COD-PRODUTO (PSG-QTD-ITENS)
              MOVE W-PRD-VEZES (W-IDX-MAIOR)
                TO PSG-VEZES (PSG-QTD-ITENS)
              COMPUTE PSG-QTD-TIPICA (PSG-QTD-ITENS) ROUNDED =
                      W-PRD-QTD-TOTAL (W-IDX-MAIOR)
                    / W-PRD-VEZES (W-IDX-MAIOR)
                ON SIZE ERROR
                   MOVE 99999 TO PSG-QTD-TIPICA (PSG-QTD-ITENS)
              END-COMPUTE

              MOVE "N" TO PSG-FALTOU (PSG-QTD-ITENS)
              IF W-PRD-VEZES (W-IDX-MAIOR) NOT LESS 2
                 AND W-PRD-VEZES (W-IDX-MAIOR) * 2
                     GREATER W-QTD-PEDIDOS
                 AND W-PRD-ULT-PEDIDO (W-IDX-MAIOR)
                     NOT EQUAL W-QTD-PEDIDOS
                 MOVE "S" TO PSG-FALTOU (PSG-QTD-ITENS)
              END-IF

              MOVE SPACES TO PSG-DESCRICAO (PSG-QTD-ITENS)
              IF W-PRODUTO-ABERTO EQUAL "S"
                 MOVE W-PRD-COD (W-IDX-MAIOR) TO PR-COD-PRODUTO
                 READ ARQ-PRODUTO RECORD KEY IS PR-COD-PRODUTO
                   INVALID KEY MOVE "23" TO FS-PRODUTO
                 END-READ

                 IF FS-PRODUTO EQUAL "00"
                    MOVE PR-DESCRICAO
                      TO PSG-DESCRICAO (PSG-QTD-ITENS)
                 END-IF

                 MOVE "00" TO FS-PRODUTO
              END-IF
           END-IF.

       315-COMPARAR-FREQUENCIA.
           IF W-PRD-ESCOLHIDO (W-IDX-BUSCA) EQUAL "N"
              AND W-PRD-VEZES (W-IDX-BUSCA) GREATER W-MAIOR-VEZES
              MOVE W-PRD-VEZES (W-IDX-BUSCA) TO W-MAIOR-VEZES
              MOVE W-IDX-BUSCA               TO W-IDX-MAIOR
           END-IF.

       END PROGRAM VERSUGEST.
