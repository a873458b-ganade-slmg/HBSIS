       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CADDEVOLUCAO.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ARQ-DEVOLUCAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DV-CHAVE-DEVOLUCAO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-DEVOLUCAO.

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

      * TRILHA DE AUDITORIA DAS DEVOLUCOES E CANCELAMENTOS - ELAS
      * REDUZEM VENDA, META E COMISSAO, ENTAO QUEM LANCOU PRECISA
      * FICAR REGISTRADO.
           SELECT OPTIONAL ARQ-AUDGERAL ASSIGN TO "CADDEVOLUCAO.AUD"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUDGERAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADDEVOLUCAO'.

       COPY "CADDEVOLUCAO.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPEDIDO'.

       COPY "CADPEDIDO.CPY".

       FD  ARQ-ITEMPED
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADITEMPED'.

       COPY "CADITEMPED.CPY".

       FD  ARQ-AUDGERAL
           LABEL RECORD IS STANDARD.

       COPY "AUDGERAL.CPY".

       WORKING-STORAGE SECTION.

       77 FS-DEVOLUCAO            PIC X(002)          VALUE "00".
       77 FS-PEDIDO               PIC X(002)          VALUE "00".
       77 FS-ITEMPED              PIC X(002)          VALUE "00".
       77 FS-AUDGERAL             PIC X(002)          VALUE "00".

       77 W-OPERADOR-ID           PIC X(008)          VALUE "SISTEMA".
       77 W-OPERACAO-AUD          PIC X(003)          VALUE SPACES.
       77 W-VALOR-ANTES-TXT       PIC X(060)          VALUE SPACES.
       77 W-VALOR-DEPOIS-TXT      PIC X(060)          VALUE SPACES.
       77 W-ED-VALOR-AUD          PIC ZZZZZZZZ9,99    VALUE ZEROS.

       77 WOPCAO                  PIC 9               VALUE ZEROS.
       77 W-CONFIRMA              PIC X               VALUE SPACES.
       77 WMSG                    PIC X(040)          VALUE SPACES.

       01  W-DEVOLUCAO.
           03 W-COD-CLIENTE-DEV   PIC 9(007)          VALUE ZEROS.
           03 W-DATA-PEDIDO-DEV   PIC 9(008)          VALUE ZEROS.
           03 W-SEQ-PEDIDO-DEV    PIC 9(003)          VALUE ZEROS.
           03 W-SEQ-ITEM-DEV      PIC 9(003)          VALUE ZEROS.
           03 W-QTD-DEV           PIC 9(005)          VALUE ZEROS.
           03 W-MOTIVO-DEV        PIC 9(002)          VALUE ZEROS.
              88 W-MOTIVO-VALIDO     VALUES 01 02 03 04 05 99.
           03 W-DATA-DEV          PIC 9(008)          VALUE ZEROS.

      * DADOS DO PEDIDO E DO ITEM GUARDADOS NA VALIDACAO, JA QUE OS
      * ARQUIVOS SAO FECHADOS LOGO APOS A LEITURA.
       01  W-DADOS-LIDOS.
           03 W-VALOR-PEDIDO-DEV  PIC 9(009)V9(002)   VALUE ZEROS.
           03 W-PRODUTO-ITEM      PIC 9(005)          VALUE ZEROS.
           03 W-QTD-ITEM          PIC 9(005)          VALUE ZEROS.
           03 W-VALOR-UNIT-ITEM   PIC 9(009)V9(002)   VALUE ZEROS.

      *-----------------------------------------------------------
      * SALDOS JA DEVOLVIDOS: POR ITEM (QUANTIDADE E ULTIMA
      * SEQUENCIA) E POR PEDIDO (VALOR E MARCA DE CANCELAMENTO,
      * QUE FICA NO REGISTRO DE ITEM ZERO).
      *-----------------------------------------------------------
       77 W-QTD-JA-DEVOLVIDA      PIC 9(007)          VALUE ZEROS.
       77 W-SEQ-DEV-MAX           PIC 9(003)          VALUE ZEROS.
       77 W-VALOR-JA-DEVOLVIDO    PIC 9(011)V9(002)   VALUE ZEROS.
       77 W-QTD-SALDO-ITEM        PIC 9(007)          VALUE ZEROS.
       77 W-VALOR-RESIDUAL        PIC S9(011)V9(002)  VALUE ZEROS.
       77 W-PEDIDO-CANCELADO-SW   PIC X(001)          VALUE "N".
          88 W-PEDIDO-CANCELADO      VALUE "S".
       77 W-QTD-ITENS-CANCELADOS  PIC 9(003)          VALUE ZEROS.

      * CONSULTA: ATE 10 DEVOLUCOES DO PEDIDO NA TELA, COM OS TOTAIS.
       77 W-QTD-LISTADAS          PIC 9(003) COMP     VALUE ZEROS.
       77 W-IDX-LISTA             PIC 9(002) COMP     VALUE ZEROS.
       77 W-ED-VALOR-PEDIDO       PIC ZZZZZZZZ9,99    VALUE ZEROS.
       77 W-ED-VALOR-DEVOLVIDO    PIC ZZZZZZZZ9,99    VALUE ZEROS.
       77 W-SITUACAO-PEDIDO       PIC X(020)          VALUE SPACES.

       01  W-LISTA.
           03 W-LISTA-LINHA OCCURS 10 TIMES PIC X(070).

       01  W-LINHA-DEV.
           03 FILLER              PIC X(005)          VALUE "ITEM ".
           03 WLD-SEQ-ITEM        PIC 9(003)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE "/".
           03 WLD-SEQ-DEV         PIC 9(003)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE SPACE.
           03 WLD-TIPO            PIC X(004)          VALUE SPACES.
           03 FILLER              PIC X(006)          VALUE " PROD ".
           03 WLD-PRODUTO         PIC 9(005)          VALUE ZEROS.
           03 FILLER              PIC X(005)          VALUE " QTD ".
           03 WLD-QTD             PIC ZZZZ9           VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE SPACE.
           03 WLD-VALOR           PIC ZZZZZZZZ9,99    VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE SPACE.
           03 WLD-DATA            PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(005)          VALUE " MOT ".
           03 WLD-MOTIVO          PIC 9(002)          VALUE ZEROS.

      * PARAMETRO DO AUDLACRE - LACRE ENCADEADO DOS REGISTROS DAS
      * TRILHAS DE AUDITORIA.
       01  W-PARAM-LACRE.
           03 PLA-ACAO            PIC X(001)          VALUE "L".
              88 PLA-LACRAR          VALUE "L".
              88 PLA-CALCULAR        VALUE "C".
           03 PLA-TRILHA          PIC X(020)          VALUE SPACES.
           03 PLA-CONTEUDO        PIC X(300)          VALUE SPACES.
           03 PLA-SEQ             PIC 9(009)          VALUE ZEROS.
           03 PLA-LACRE-ANTERIOR  PIC 9(010)          VALUE ZEROS.
           03 PLA-LACRE           PIC 9(010)          VALUE ZEROS.

       LINKAGE SECTION.
       01  LKS-OPERADOR-ID         PIC X(008).

       SCREEN SECTION.

       01 TELA-MENU.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE
             "DEVOLUCOES E CANCELAMENTOS DE PEDIDO".
          02 LINE 07 COL 10 VALUE "(1) DEVOLVER ITEM".
          02 LINE 08 COL 10 VALUE "(2) CANCELAR PEDIDO".
          02 LINE 09 COL 10 VALUE "(3) CONSULTAR DEVOLUCOES DO PEDIDO".
          02 LINE 11 COL 10 VALUE "(9) VOLTAR AO MENU".
          02 LINE 15 COL 10 "OPCAO DESEJADA: (.)".
          02 LINE 15 COL 27 PIC 9 TO WOPCAO AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 DEVOLUCAO AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "DEVOLUCAO DE ITEM DE PEDIDO".
          02 LINE 07 COL 10 VALUE "CODIGO CLIENTE.....:".
          02 LINE 07 COL 31, PIC ZZZZZZ9 TO W-COD-CLIENTE-DEV.
          02 LINE 08 COL 10 VALUE "DATA DO PEDIDO.....:".
          02 LINE 08 COL 31, PIC 99999999 TO W-DATA-PEDIDO-DEV.
          02 LINE 09 COL 10 VALUE "SEQUENCIA PEDIDO...:".
          02 LINE 09 COL 31, PIC ZZ9 TO W-SEQ-PEDIDO-DEV.
          02 LINE 10 COL 10 VALUE "SEQUENCIA DO ITEM..:".
          02 LINE 10 COL 31, PIC ZZ9 TO W-SEQ-ITEM-DEV.
          02 LINE 11 COL 10 VALUE "QTDE DEVOLVIDA.....:".
          02 LINE 11 COL 31, PIC ZZZZ9 TO W-QTD-DEV.
          02 LINE 12 COL 10 VALUE "MOTIVO.............:".
          02 LINE 12 COL 31, PIC 99 TO W-MOTIVO-DEV.
          02 LINE 13 COL 10 VALUE "DATA DEVOLUCAO.....:".
          02 LINE 13 COL 31, PIC 99999999 TO W-DATA-DEV.
          02 LINE 14 COL 10 VALUE
             "(MOTIVO: 01 AVARIA, 02 ERRO NO PEDIDO, 03 DESISTENCIA,".
          02 LINE 15 COL 11 VALUE
             "04 PRECO, 05 ATRASO, 99 OUTROS; DATA ZERADA = HOJE)".
          02 LINE 17 COL 10 "CONFIRMA A DEVOLUCAO? (S/N): (.)".
          02 LINE 17 COL 40, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 CANCELAMENTO AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "CANCELAMENTO DE PEDIDO".
          02 LINE 07 COL 10 VALUE "CODIGO CLIENTE.....:".
          02 LINE 07 COL 31, PIC ZZZZZZ9 TO W-COD-CLIENTE-DEV.
          02 LINE 08 COL 10 VALUE "DATA DO PEDIDO.....:".
          02 LINE 08 COL 31, PIC 99999999 TO W-DATA-PEDIDO-DEV.
          02 LINE 09 COL 10 VALUE "SEQUENCIA PEDIDO...:".
          02 LINE 09 COL 31, PIC ZZ9 TO W-SEQ-PEDIDO-DEV.
          02 LINE 12 COL 10 VALUE "MOTIVO.............:".
          02 LINE 12 COL 31, PIC 99 TO W-MOTIVO-DEV.
          02 LINE 13 COL 10 VALUE "DATA CANCELAMENTO..:".
          02 LINE 13 COL 31, PIC 99999999 TO W-DATA-DEV.
          02 LINE 14 COL 10 VALUE
             "(MOTIVO: 01 AVARIA, 02 ERRO NO PEDIDO, 03 DESISTENCIA,".
          02 LINE 15 COL 11 VALUE
             "04 PRECO, 05 ATRASO, 99 OUTROS; DATA ZERADA = HOJE)".
          02 LINE 16 COL 10 VALUE
             "(DEVOLVE TODO O SALDO AINDA NAO DEVOLVIDO DO PEDIDO)".
          02 LINE 17 COL 10 "CONFIRMA O CANCELAMENTO? (S/N): (.)".
          02 LINE 17 COL 43, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 CONSULTA AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "DEVOLUCOES DO PEDIDO".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 04 COL 03 VALUE "CLIENTE/DATA/SEQ:".
          02 LINE 04 COL 21, PIC ZZZZZZ9 TO W-COD-CLIENTE-DEV.
          02 LINE 04 COL 29, PIC 99999999 TO W-DATA-PEDIDO-DEV.
          02 LINE 04 COL 38, PIC ZZ9 TO W-SEQ-PEDIDO-DEV.
          02 LINE 05 COL 03 VALUE "VALOR DO PEDIDO.:".
          02 LINE 05 COL 21, PIC X(012) FROM W-ED-VALOR-PEDIDO.
          02 LINE 05 COL 36 VALUE "DEVOLVIDO:".
          02 LINE 05 COL 47, PIC X(012) FROM W-ED-VALOR-DEVOLVIDO.
          02 LINE 06 COL 03 VALUE "SITUACAO........:".
          02 LINE 06 COL 21, PIC X(020) FROM W-SITUACAO-PEDIDO.
          02 LINE 08 COL 03, PIC X(070) FROM W-LISTA-LINHA (1).
          02 LINE 09 COL 03, PIC X(070) FROM W-LISTA-LINHA (2).
          02 LINE 10 COL 03, PIC X(070) FROM W-LISTA-LINHA (3).
          02 LINE 11 COL 03, PIC X(070) FROM W-LISTA-LINHA (4).
          02 LINE 12 COL 03, PIC X(070) FROM W-LISTA-LINHA (5).
          02 LINE 13 COL 03, PIC X(070) FROM W-LISTA-LINHA (6).
          02 LINE 14 COL 03, PIC X(070) FROM W-LISTA-LINHA (7).
          02 LINE 15 COL 03, PIC X(070) FROM W-LISTA-LINHA (8).
          02 LINE 16 COL 03, PIC X(070) FROM W-LISTA-LINHA (9).
          02 LINE 17 COL 03, PIC X(070) FROM W-LISTA-LINHA (10).
          02 LINE 18 COL 03 "NOVA CONSULTA? (S/N): (.)".
          02 LINE 18 COL 29, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 03, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       PROCEDURE DIVISION USING LKS-OPERADOR-ID.

      *-----------------------------------------------------------
      * DEVOLUCOES PARCIAIS DE ITENS E CANCELAMENTO DE PEDIDO JA
      * FATURADO. NADA E APAGADO DO CADPEDIDO/CADITEMPED: CADA
      * DEVOLUCAO VIRA UM REGISTRO NO ARQ-DEVOLUCAO, COM MOTIVO,
      * QUANTIDADE E VALOR (QUANTIDADE X VALOR UNITARIO DO ITEM), E
      * O CANCELAMENTO DEVOLVE TODO O SALDO DOS ITENS MAIS O SALDO DO
      * CABECALHO NUM REGISTRO DE ITEM ZERO, QUE MARCA O PEDIDO COMO
      * CANCELADO. A EXCLUSAO DO CADPEDIDO FICA PARA PEDIDO LANCADO
      * ERRADO, QUE NUNCA EXISTIU DE FATO.
      *-----------------------------------------------------------
       000-INICIO.

           IF LKS-OPERADOR-ID NOT EQUAL SPACES
              MOVE LKS-OPERADOR-ID TO W-OPERADOR-ID
           END-IF

           DISPLAY TELA-MENU
           ACCEPT  TELA-MENU

           EVALUATE WOPCAO
             WHEN 1
                PERFORM 100-DEVOLUCAO
             WHEN 2
                PERFORM 200-CANCELAMENTO
             WHEN 3
                PERFORM 300-CONSULTA
             WHEN 9
                GOBACK
           END-EVALUATE

           PERFORM 000-INICIO.

       100-DEVOLUCAO.

           MOVE ZEROS TO W-DATA-DEV

           DISPLAY DEVOLUCAO
           ACCEPT  DEVOLUCAO

           MOVE SPACES TO WMSG

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              OPEN I-O ARQ-DEVOLUCAO

              PERFORM 150-VALIDAR-PEDIDO

              IF WMSG EQUAL SPACES
                 PERFORM 160-VALIDAR-ITEM
              END-IF

              IF WMSG EQUAL SPACES
                 ADD 1 TO W-SEQ-DEV-MAX

                 INITIALIZE ARQ-DEVOLUCAO-REG
                 MOVE W-COD-CLIENTE-DEV TO DV-COD-CLIENTE
                 MOVE W-DATA-PEDIDO-DEV TO DV-DATA-PEDIDO
                 MOVE W-SEQ-PEDIDO-DEV  TO DV-SEQ-PEDIDO
                 MOVE W-SEQ-ITEM-DEV    TO DV-SEQ-ITEM
                 MOVE W-SEQ-DEV-MAX     TO DV-SEQ-DEVOLUCAO
                 SET DV-DEVOLUCAO       TO TRUE
                 MOVE W-PRODUTO-ITEM    TO DV-COD-PRODUTO
                 MOVE W-QTD-DEV         TO DV-QTD-DEVOLVIDA
                 COMPUTE DV-VALOR-DEVOLVIDO =
                         W-QTD-DEV * W-VALOR-UNIT-ITEM
                 MOVE W-DATA-DEV        TO DV-DATA-DEVOLUCAO
                 MOVE W-MOTIVO-DEV      TO DV-COD-MOTIVO
                 MOVE W-OPERADOR-ID     TO DV-OPERADOR

                 PERFORM 190-GRAVAR-DEVOLUCAO

                 IF FS-DEVOLUCAO EQUAL "00"
                    MOVE "DEVOLUCAO REGISTRADA" TO WMSG
                 END-IF
              END-IF

              CLOSE ARQ-DEVOLUCAO
              MOVE "00" TO FS-DEVOLUCAO
           END-IF

           PERFORM 000-INICIO.

      * O PEDIDO PRECISA EXISTIR NO CADPEDIDO (PEDIDO DE ANO JA
      * FECHADO ESTA NO ARQUIVO MORTO E NAO ACEITA MAIS DEVOLUCAO) E
      * NAO PODE ESTAR CANCELADO. MOTIVO E DATA SAO COMUNS A
      * DEVOLUCAO E AO CANCELAMENTO.
       150-VALIDAR-PEDIDO.

           IF W-DATA-DEV EQUAL ZEROS
              ACCEPT W-DATA-DEV FROM DATE YYYYMMDD
           END-IF

           OPEN INPUT ARQ-PEDIDO

           MOVE W-COD-CLIENTE-DEV TO P-COD-CLIENTE
           MOVE W-DATA-PEDIDO-DEV TO P-DATA-PEDIDO
           MOVE W-SEQ-PEDIDO-DEV  TO P-SEQ-PEDIDO

           READ ARQ-PEDIDO RECORD KEY IS P-CHAVE-PEDIDO
             INVALID KEY MOVE "23" TO FS-PEDIDO
           END-READ

           IF FS-PEDIDO EQUAL "00"
              MOVE P-VALOR-PEDIDO TO W-VALOR-PEDIDO-DEV
           ELSE
              MOVE "PEDIDO NAO LOCALIZADO" TO WMSG
           END-IF

           IF FS-PEDIDO EQUAL "00" OR FS-PEDIDO EQUAL "05"
              OR FS-PEDIDO EQUAL "23"
              CLOSE ARQ-PEDIDO
           END-IF

           MOVE "00" TO FS-PEDIDO

           IF WMSG EQUAL SPACES
              IF NOT W-MOTIVO-VALIDO
                 MOVE "MOTIVO INVALIDO" TO WMSG
              ELSE
                 IF W-DATA-DEV LESS W-DATA-PEDIDO-DEV
                    MOVE "DATA ANTERIOR A DATA DO PEDIDO" TO WMSG
                 END-IF
              END-IF
           END-IF

           IF WMSG EQUAL SPACES
              PERFORM 420-SOMAR-DEVOL-PEDIDO

              IF W-PEDIDO-CANCELADO
                 MOVE "PEDIDO JA CANCELADO" TO WMSG
              END-IF
           END-IF.

      * O ITEM PRECISA EXISTIR E A QUANTIDADE, SOMADA AO QUE JA FOI
      * DEVOLVIDO DELE, NAO PODE PASSAR DA QUANTIDADE VENDIDA.
       160-VALIDAR-ITEM.

           IF W-QTD-DEV EQUAL ZEROS
              MOVE "INFORME A QUANTIDADE DEVOLVIDA" TO WMSG
           ELSE
              OPEN INPUT ARQ-ITEMPED

              MOVE W-COD-CLIENTE-DEV TO I-COD-CLIENTE
              MOVE W-DATA-PEDIDO-DEV TO I-DATA-PEDIDO
              MOVE W-SEQ-PEDIDO-DEV  TO I-SEQ-PEDIDO
              MOVE W-SEQ-ITEM-DEV    TO I-SEQ-ITEM

              READ ARQ-ITEMPED RECORD KEY IS I-CHAVE-ITEM
                INVALID KEY MOVE "23" TO FS-ITEMPED
              END-READ

              IF FS-ITEMPED EQUAL "00"
                 MOVE I-COD-PRODUTO    TO W-PRODUTO-ITEM
                 MOVE I-QTD-PRODUTO    TO W-QTD-ITEM
                 MOVE I-VALOR-UNITARIO TO W-VALOR-UNIT-ITEM
              ELSE
                 MOVE "ITEM NAO LOCALIZADO NO PEDIDO" TO WMSG
              END-IF

              IF FS-ITEMPED EQUAL "00" OR FS-ITEMPED EQUAL "05"
                 OR FS-ITEMPED EQUAL "23"
                 CLOSE ARQ-ITEMPED
              END-IF

              MOVE "00" TO FS-ITEMPED
           END-IF

           IF WMSG EQUAL SPACES
              PERFORM 410-SOMAR-DEVOL-ITEM

              IF W-QTD-JA-DEVOLVIDA + W-QTD-DEV GREATER W-QTD-ITEM
                 MOVE "QUANTIDADE ACIMA DO SALDO DO ITEM" TO WMSG
              END-IF
           END-IF.

       190-GRAVAR-DEVOLUCAO.

           WRITE ARQ-DEVOLUCAO-REG
             INVALID KEY MOVE "22" TO FS-DEVOLUCAO
           END-WRITE

           IF FS-DEVOLUCAO EQUAL "00"
              MOVE "INC"  TO W-OPERACAO-AUD
              MOVE SPACES TO W-VALOR-ANTES-TXT
              PERFORM 710-MONTAR-VALOR-DEVOLUCAO
              PERFORM 700-GRAVAR-AUDITORIA
           ELSE
              STRING "ERRO AO GRAVAR DEVOLUCAO - FS=" FS-DEVOLUCAO
                INTO WMSG
           END-IF.

      *-----------------------------------------------------------
      * CANCELAMENTO: CADA ITEM DEVOLVE O SALDO QUE AINDA TEM E O
      * REGISTRO DE ITEM ZERO LEVA O QUE FALTA PARA ZERAR O VALOR DO
      * CABECALHO (PODE SER ZERO) - E ELE QUE MARCA O PEDIDO COMO
      * CANCELADO PARA OS DEMAIS PROGRAMAS.
      *-----------------------------------------------------------
       200-CANCELAMENTO.

           MOVE ZEROS TO W-DATA-DEV

           DISPLAY CANCELAMENTO
           ACCEPT  CANCELAMENTO

           MOVE SPACES TO WMSG

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              OPEN I-O ARQ-DEVOLUCAO

              PERFORM 150-VALIDAR-PEDIDO

              IF WMSG EQUAL SPACES
                 MOVE ZEROS TO W-QTD-ITENS-CANCELADOS

                 OPEN INPUT ARQ-ITEMPED

                 IF FS-ITEMPED EQUAL "00"
                    MOVE W-COD-CLIENTE-DEV TO I-COD-CLIENTE
                    MOVE W-DATA-PEDIDO-DEV TO I-DATA-PEDIDO
                    MOVE W-SEQ-PEDIDO-DEV  TO I-SEQ-PEDIDO
                    MOVE ZEROS             TO I-SEQ-ITEM

                    START ARQ-ITEMPED KEY IS NOT LESS I-CHAVE-ITEM
                      INVALID KEY MOVE "23" TO FS-ITEMPED
                    END-START

                    IF FS-ITEMPED EQUAL "00"
                       READ ARQ-ITEMPED NEXT
                       PERFORM 210-CANCELAR-ITEM
                          UNTIL FS-ITEMPED NOT EQUAL "00"
                             OR I-COD-CLIENTE NOT EQUAL
                                W-COD-CLIENTE-DEV
                             OR I-DATA-PEDIDO NOT EQUAL
                                W-DATA-PEDIDO-DEV
                             OR I-SEQ-PEDIDO  NOT EQUAL
                                W-SEQ-PEDIDO-DEV
                             OR WMSG NOT EQUAL SPACES
                    END-IF

                    CLOSE ARQ-ITEMPED
                 ELSE
                    IF FS-ITEMPED EQUAL "05"
                       CLOSE ARQ-ITEMPED
                    END-IF
                 END-IF

                 MOVE "00" TO FS-ITEMPED
              END-IF

              IF WMSG EQUAL SPACES
                 PERFORM 220-CANCELAR-CABECALHO
              END-IF

              CLOSE ARQ-DEVOLUCAO
              MOVE "00" TO FS-DEVOLUCAO
           END-IF

           PERFORM 000-INICIO.

       210-CANCELAR-ITEM.

           MOVE I-SEQ-ITEM TO W-SEQ-ITEM-DEV

           PERFORM 410-SOMAR-DEVOL-ITEM

           IF I-QTD-PRODUTO GREATER W-QTD-JA-DEVOLVIDA
              COMPUTE W-QTD-SALDO-ITEM =
                      I-QTD-PRODUTO - W-QTD-JA-DEVOLVIDA

              ADD 1 TO W-SEQ-DEV-MAX

              INITIALIZE ARQ-DEVOLUCAO-REG
              MOVE I-COD-CLIENTE     TO DV-COD-CLIENTE
              MOVE I-DATA-PEDIDO     TO DV-DATA-PEDIDO
              MOVE I-SEQ-PEDIDO      TO DV-SEQ-PEDIDO
              MOVE I-SEQ-ITEM        TO DV-SEQ-ITEM
              MOVE W-SEQ-DEV-MAX     TO DV-SEQ-DEVOLUCAO
              SET DV-CANCELAMENTO    TO TRUE
              MOVE I-COD-PRODUTO     TO DV-COD-PRODUTO
              MOVE W-QTD-SALDO-ITEM  TO DV-QTD-DEVOLVIDA
              COMPUTE DV-VALOR-DEVOLVIDO =
                      W-QTD-SALDO-ITEM * I-VALOR-UNITARIO
              MOVE W-DATA-DEV        TO DV-DATA-DEVOLUCAO
              MOVE W-MOTIVO-DEV      TO DV-COD-MOTIVO
              MOVE W-OPERADOR-ID     TO DV-OPERADOR

              PERFORM 190-GRAVAR-DEVOLUCAO

              ADD 1 TO W-QTD-ITENS-CANCELADOS
           END-IF

           READ ARQ-ITEMPED NEXT.

       220-CANCELAR-CABECALHO.

           PERFORM 420-SOMAR-DEVOL-PEDIDO

           COMPUTE W-VALOR-RESIDUAL = W-VALOR-PEDIDO-DEV
                                    - W-VALOR-JA-DEVOLVIDO
           IF W-VALOR-RESIDUAL LESS ZEROS
              MOVE ZEROS TO W-VALOR-RESIDUAL
           END-IF

           MOVE ZEROS TO W-SEQ-ITEM-DEV
           PERFORM 410-SOMAR-DEVOL-ITEM
           ADD 1 TO W-SEQ-DEV-MAX

           INITIALIZE ARQ-DEVOLUCAO-REG
           MOVE W-COD-CLIENTE-DEV TO DV-COD-CLIENTE
           MOVE W-DATA-PEDIDO-DEV TO DV-DATA-PEDIDO
           MOVE W-SEQ-PEDIDO-DEV  TO DV-SEQ-PEDIDO
           MOVE ZEROS             TO DV-SEQ-ITEM
           MOVE W-SEQ-DEV-MAX     TO DV-SEQ-DEVOLUCAO
           SET DV-CANCELAMENTO    TO TRUE
           MOVE ZEROS             TO DV-COD-PRODUTO
           MOVE ZEROS             TO DV-QTD-DEVOLVIDA
           MOVE W-VALOR-RESIDUAL  TO DV-VALOR-DEVOLVIDO
           MOVE W-DATA-DEV        TO DV-DATA-DEVOLUCAO
           MOVE W-MOTIVO-DEV      TO DV-COD-MOTIVO
           MOVE W-OPERADOR-ID     TO DV-OPERADOR

           PERFORM 190-GRAVAR-DEVOLUCAO

           IF FS-DEVOLUCAO EQUAL "00"
              MOVE SPACES TO WMSG
              STRING "PEDIDO CANCELADO - ITENS: "
                     W-QTD-ITENS-CANCELADOS DELIMITED BY SIZE
                INTO WMSG
           END-IF.

       300-CONSULTA.

           MOVE SPACES TO W-LISTA
           MOVE SPACES TO W-SITUACAO-PEDIDO
           MOVE ZEROS  TO W-ED-VALOR-PEDIDO
           MOVE ZEROS  TO W-ED-VALOR-DEVOLVIDO

           DISPLAY CONSULTA
           ACCEPT  CONSULTA

           MOVE SPACES TO WMSG

           OPEN INPUT ARQ-PEDIDO

           MOVE W-COD-CLIENTE-DEV TO P-COD-CLIENTE
           MOVE W-DATA-PEDIDO-DEV TO P-DATA-PEDIDO
           MOVE W-SEQ-PEDIDO-DEV  TO P-SEQ-PEDIDO

           READ ARQ-PEDIDO RECORD KEY IS P-CHAVE-PEDIDO
             INVALID KEY MOVE "23" TO FS-PEDIDO
           END-READ

           IF FS-PEDIDO EQUAL "00"
              MOVE P-VALOR-PEDIDO TO W-ED-VALOR-PEDIDO
           ELSE
              MOVE "PEDIDO NAO LOCALIZADO" TO WMSG
           END-IF

           IF FS-PEDIDO EQUAL "00" OR FS-PEDIDO EQUAL "05"
              OR FS-PEDIDO EQUAL "23"
              CLOSE ARQ-PEDIDO
           END-IF

           MOVE "00" TO FS-PEDIDO

           IF WMSG EQUAL SPACES
              MOVE ZEROS TO W-QTD-LISTADAS

              OPEN INPUT ARQ-DEVOLUCAO
              PERFORM 420-SOMAR-DEVOL-PEDIDO

              IF FS-DEVOLUCAO EQUAL "00"
                 MOVE W-COD-CLIENTE-DEV TO DV-COD-CLIENTE
                 MOVE W-DATA-PEDIDO-DEV TO DV-DATA-PEDIDO
                 MOVE W-SEQ-PEDIDO-DEV  TO DV-SEQ-PEDIDO
                 MOVE ZEROS             TO DV-SEQ-ITEM
                 MOVE ZEROS             TO DV-SEQ-DEVOLUCAO

                 START ARQ-DEVOLUCAO KEY IS NOT LESS
                       DV-CHAVE-DEVOLUCAO
                   INVALID KEY MOVE "23" TO FS-DEVOLUCAO
                 END-START

                 IF FS-DEVOLUCAO EQUAL "00"
                    READ ARQ-DEVOLUCAO NEXT
                    PERFORM 310-LISTAR-DEVOLUCAO
                       UNTIL FS-DEVOLUCAO NOT EQUAL "00"
                          OR DV-COD-CLIENTE NOT EQUAL W-COD-CLIENTE-DEV
                          OR DV-DATA-PEDIDO NOT EQUAL W-DATA-PEDIDO-DEV
                          OR DV-SEQ-PEDIDO  NOT EQUAL W-SEQ-PEDIDO-DEV
                 END-IF
              END-IF

              IF FS-DEVOLUCAO EQUAL "00" OR FS-DEVOLUCAO EQUAL "05"
                 OR FS-DEVOLUCAO EQUAL "10" OR FS-DEVOLUCAO EQUAL "23"
                 CLOSE ARQ-DEVOLUCAO
              END-IF

              MOVE "00" TO FS-DEVOLUCAO

              MOVE W-VALOR-JA-DEVOLVIDO TO W-ED-VALOR-DEVOLVIDO

              EVALUATE TRUE
                 WHEN W-PEDIDO-CANCELADO
                    MOVE "CANCELADO"      TO W-SITUACAO-PEDIDO
                 WHEN W-QTD-LISTADAS GREATER ZEROS
                    MOVE "COM DEVOLUCAO"  TO W-SITUACAO-PEDIDO
                 WHEN OTHER
                    MOVE "SEM DEVOLUCAO"  TO W-SITUACAO-PEDIDO
              END-EVALUATE

              IF W-QTD-LISTADAS GREATER 10
                 MOVE "LISTADAS SO AS 10 PRIMEIRAS DEVOLUCOES"
                   TO WMSG
              END-IF
           END-IF

           DISPLAY CONSULTA
           ACCEPT  CONSULTA

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              PERFORM 300-CONSULTA
           END-IF

           PERFORM 000-INICIO.

       310-LISTAR-DEVOLUCAO.

           ADD 1 TO W-QTD-LISTADAS

           IF W-QTD-LISTADAS NOT GREATER 10
              MOVE W-QTD-LISTADAS   TO W-IDX-LISTA
              MOVE DV-SEQ-ITEM      TO WLD-SEQ-ITEM
              MOVE DV-SEQ-DEVOLUCAO TO WLD-SEQ-DEV
              IF DV-CANCELAMENTO
                 MOVE "CANC" TO WLD-TIPO
              ELSE
                 MOVE "DEV " TO WLD-TIPO
              END-IF
              MOVE DV-COD-PRODUTO      TO WLD-PRODUTO
              MOVE DV-QTD-DEVOLVIDA    TO WLD-QTD
              MOVE DV-VALOR-DEVOLVIDO  TO WLD-VALOR
              MOVE DV-DATA-DEVOLUCAO   TO WLD-DATA
              MOVE DV-COD-MOTIVO       TO WLD-MOTIVO
              MOVE W-LINHA-DEV TO W-LISTA-LINHA (W-IDX-LISTA)
           END-IF

           READ ARQ-DEVOLUCAO NEXT.

      *-----------------------------------------------------------
      * SALDO DEVOLVIDO DE UM ITEM (W-SEQ-ITEM-DEV): QUANTIDADE JA
      * DEVOLVIDA E ULTIMA SEQUENCIA USADA. O ARQ-DEVOLUCAO JA DEVE
      * ESTAR ABERTO.
      *-----------------------------------------------------------
       410-SOMAR-DEVOL-ITEM.

           MOVE ZEROS TO W-QTD-JA-DEVOLVIDA
           MOVE ZEROS TO W-SEQ-DEV-MAX

           MOVE W-COD-CLIENTE-DEV TO DV-COD-CLIENTE
           MOVE W-DATA-PEDIDO-DEV TO DV-DATA-PEDIDO
           MOVE W-SEQ-PEDIDO-DEV  TO DV-SEQ-PEDIDO
           MOVE W-SEQ-ITEM-DEV    TO DV-SEQ-ITEM
           MOVE ZEROS             TO DV-SEQ-DEVOLUCAO

           START ARQ-DEVOLUCAO KEY IS NOT LESS DV-CHAVE-DEVOLUCAO
             INVALID KEY MOVE "23" TO FS-DEVOLUCAO
           END-START

           IF FS-DEVOLUCAO EQUAL "00"
              READ ARQ-DEVOLUCAO NEXT
              PERFORM 415-SOMAR-ITEM
                 UNTIL FS-DEVOLUCAO NOT EQUAL "00"
                    OR DV-COD-CLIENTE NOT EQUAL W-COD-CLIENTE-DEV
                    OR DV-DATA-PEDIDO NOT EQUAL W-DATA-PEDIDO-DEV
                    OR DV-SEQ-PEDIDO  NOT EQUAL W-SEQ-PEDIDO-DEV
                    OR DV-SEQ-ITEM    NOT EQUAL W-SEQ-ITEM-DEV
           END-IF

           MOVE "00" TO FS-DEVOLUCAO.

       415-SOMAR-ITEM.
           ADD DV-QTD-DEVOLVIDA TO W-QTD-JA-DEVOLVIDA
           MOVE DV-SEQ-DEVOLUCAO TO W-SEQ-DEV-MAX

           READ ARQ-DEVOLUCAO NEXT.

      * VALOR JA DEVOLVIDO DO PEDIDO INTEIRO E A MARCA DE
      * CANCELAMENTO. O ARQ-DEVOLUCAO JA DEVE ESTAR ABERTO.
       420-SOMAR-DEVOL-PEDIDO.

           MOVE ZEROS TO W-VALOR-JA-DEVOLVIDO
           MOVE "N"   TO W-PEDIDO-CANCELADO-SW

           MOVE W-COD-CLIENTE-DEV TO DV-COD-CLIENTE
           MOVE W-DATA-PEDIDO-DEV TO DV-DATA-PEDIDO
           MOVE W-SEQ-PEDIDO-DEV  TO DV-SEQ-PEDIDO
           MOVE ZEROS             TO DV-SEQ-ITEM
           MOVE ZEROS             TO DV-SEQ-DEVOLUCAO

           START ARQ-DEVOLUCAO KEY IS NOT LESS DV-CHAVE-DEVOLUCAO
             INVALID KEY MOVE "23" TO FS-DEVOLUCAO
           END-START

           IF FS-DEVOLUCAO EQUAL "00"
              READ ARQ-DEVOLUCAO NEXT
              PERFORM 425-SOMAR-PEDIDO
                 UNTIL FS-DEVOLUCAO NOT EQUAL "00"
                    OR DV-COD-CLIENTE NOT EQUAL W-COD-CLIENTE-DEV
                    OR DV-DATA-PEDIDO NOT EQUAL W-DATA-PEDIDO-DEV
                    OR DV-SEQ-PEDIDO  NOT EQUAL W-SEQ-PEDIDO-DEV
           END-IF

           MOVE "00" TO FS-DEVOLUCAO.

       425-SOMAR-PEDIDO.
           ADD DV-VALOR-DEVOLVIDO TO W-VALOR-JA-DEVOLVIDO

           IF DV-CANCELAMENTO AND DV-SEQ-ITEM EQUAL ZEROS
              MOVE "S" TO W-PEDIDO-CANCELADO-SW
           END-IF

           READ ARQ-DEVOLUCAO NEXT.

      * CONDENSA A DEVOLUCAO GRAVADA NO CAMPO DE TEXTO DA TRILHA.
       710-MONTAR-VALOR-DEVOLUCAO.

           MOVE DV-VALOR-DEVOLVIDO TO W-ED-VALOR-AUD

           MOVE SPACES TO W-VALOR-DEPOIS-TXT
           STRING "TIPO " DELIMITED BY SIZE
                  DV-TIPO DELIMITED BY SIZE
                  " PROD " DELIMITED BY SIZE
                  DV-COD-PRODUTO DELIMITED BY SIZE
                  " QTD " DELIMITED BY SIZE
                  DV-QTD-DEVOLVIDA DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  W-ED-VALOR-AUD DELIMITED BY SIZE
                  " MOT " DELIMITED BY SIZE
                  DV-COD-MOTIVO DELIMITED BY SIZE
             INTO W-VALOR-DEPOIS-TXT.

      * GRAVA A DEVOLUCAO NA TRILHA GENERICA (CADDEVOLUCAO.AUD) -
      * CONSULTADA PELO RELAUDIT NA ORIGEM "T".
       700-GRAVAR-AUDITORIA.

           OPEN EXTEND ARQ-AUDGERAL

           IF FS-AUDGERAL EQUAL "00" OR FS-AUDGERAL EQUAL "05"
              ACCEPT AG-DATA FROM DATE YYYYMMDD
              ACCEPT AG-HORA FROM TIME
              MOVE W-OPERADOR-ID  TO AG-OPERADOR
              MOVE W-OPERACAO-AUD TO AG-OPERACAO

              MOVE SPACES TO AG-CHAVE
              STRING DV-COD-CLIENTE   DELIMITED BY SIZE
                     "/"              DELIMITED BY SIZE
                     DV-DATA-PEDIDO   DELIMITED BY SIZE
                     "/"              DELIMITED BY SIZE
                     DV-SEQ-PEDIDO    DELIMITED BY SIZE
                     "/"              DELIMITED BY SIZE
                     DV-SEQ-ITEM      DELIMITED BY SIZE
                     "/"              DELIMITED BY SIZE
                     DV-SEQ-DEVOLUCAO DELIMITED BY SIZE
                INTO AG-CHAVE

              MOVE W-VALOR-ANTES-TXT  TO AG-VALOR-ANTES
              MOVE W-VALOR-DEPOIS-TXT TO AG-VALOR-DEPOIS

              MOVE "CADDEVOLUCAO.AUD" TO PLA-TRILHA
              SET PLA-LACRAR TO TRUE
              MOVE ZEROS TO AG-SEQ-LACRE
              MOVE ZEROS TO AG-LACRE
              MOVE REG-AUDGERAL TO PLA-CONTEUDO
              CALL "AUDLACRE" USING W-PARAM-LACRE
              MOVE PLA-SEQ   TO AG-SEQ-LACRE
              MOVE PLA-LACRE TO AG-LACRE

              WRITE REG-AUDGERAL

              CLOSE ARQ-AUDGERAL
           END-IF.

       END PROGRAM CADDEVOLUCAO.
