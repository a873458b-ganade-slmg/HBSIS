       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CADPRECO.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ARQ-PRECO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PC-CHAVE-PRECO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PRECO.

           SELECT OPTIONAL ARQ-PRODUTO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PR-COD-PRODUTO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PRODUTO.

      * TRILHA DE AUDITORIA DA TABELA - O PRECO DE TABELA DECIDE O
      * DESCONTO DE CADA ITEM E QUANDO ELE PRECISA DE APROVACAO,
      * ENTAO TODA MUDANCA FICA REGISTRADA COM O VALOR ANTES E
      * DEPOIS.
           SELECT OPTIONAL ARQ-AUDGERAL ASSIGN TO "CADPRECO.AUD"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUDGERAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-PRECO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPRECO'.

       COPY "CADPRECO.CPY".

       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPRODUTO'.

       COPY "CADPRODUTO.CPY".

       FD  ARQ-AUDGERAL
           LABEL RECORD IS STANDARD.

       COPY "AUDGERAL.CPY".

       WORKING-STORAGE SECTION.

       77 FS-PRECO                PIC X(002)          VALUE "00".
       77 FS-PRODUTO              PIC X(002)          VALUE "00".
       77 FS-AUDGERAL             PIC X(002)          VALUE "00".

       77 W-OPERADOR-ID           PIC X(008)          VALUE "SISTEMA".
       77 W-OPERACAO-AUD          PIC X(003)          VALUE SPACES.
       77 W-ED-VALOR-AUD          PIC ZZZZZZZZ9,99    VALUE ZEROS.
       77 W-VALOR-ANTES-TXT       PIC X(060)          VALUE SPACES.
       77 W-VALOR-DEPOIS-TXT      PIC X(060)          VALUE SPACES.

       77 WOPCAO                  PIC 9               VALUE ZEROS.
       77 W-CONFIRMA              PIC X               VALUE SPACES.
       77 WMSG                    PIC X(040)          VALUE SPACES.

       01  W-ARQ-PRECO-REG.
           03 W-COD-PRODUTO       PIC 9(005)          VALUE ZEROS.
           03 W-FILIAL            PIC X(002)          VALUE SPACES.
           03 W-REGIAO            PIC X(003)          VALUE SPACES.
           03 W-DATA-VIGENCIA     PIC 9(008)          VALUE ZEROS.
           03 W-VALOR-UNITARIO    PIC 9(009)V9(002)   VALUE ZEROS.

      * CONSULTA DO PRECO QUE UM PEDIDO RECEBERIA NUMA DATA - A MESMA
      * RESOLUCAO DO CADPEDIDO, PELO VERPRECO.
       77 W-DATA-HOJE             PIC 9(008)          VALUE ZEROS.
       77 W-DATA-CONSULTA         PIC 9(008)          VALUE ZEROS.
       77 W-VALOR-NACIONAL        PIC 9(009)V9(002)   VALUE ZEROS.
       77 W-DESC-PRODUTO          PIC X(040)          VALUE SPACES.
       77 W-ORIGEM-TXT            PIC X(030)          VALUE SPACES.

       01  W-PARAM-PRECO.
           03 PRC-COD-PRODUTO      PIC 9(005)         VALUE ZEROS.
           03 PRC-FILIAL           PIC X(002)         VALUE SPACES.
           03 PRC-REGIAO           PIC X(003)         VALUE SPACES.
           03 PRC-DATA-REF         PIC 9(008)         VALUE ZEROS.
           03 PRC-VALOR-TABELA     PIC 9(009)V9(002)  VALUE ZEROS.
           03 PRC-VIGENCIA         PIC 9(008)         VALUE ZEROS.
           03 PRC-ORIGEM           PIC X(001)         VALUE "N".
              88 PRC-FILIAL-REGIAO    VALUE "A".
              88 PRC-SO-FILIAL        VALUE "F".
              88 PRC-SO-REGIAO        VALUE "R".
              88 PRC-NAO-ENCONTRADO   VALUE "N".

      * CONFERENCIA DA REGIAO NA TABELA DE REGIOES (VERREGIAO) - SO
      * CODIGO ATIVO DA TABELA RECEBE PRECO.
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
          02 LINE 05 COL 10 VALUE "TABELA DE PRECOS REGIONAL".
          02 LINE 07 COL 10 VALUE "(1) INCLUIR/ALTERAR PRECO".
          02 LINE 08 COL 10 VALUE "(2) EXCLUIR PRECO".
          02 LINE 09 COL 10 VALUE "(3) CONSULTAR PRECO VIGENTE".
          02 LINE 11 COL 10 VALUE "(9) VOLTAR AO MENU".
          02 LINE 13 COL 10 VALUE
             "(FILIAL OU REGIAO EM BRANCO VALE PARA TODAS; SEM".
          02 LINE 14 COL 11 VALUE
             "ENTRADA NA TABELA VALE O PRECO DO CADASTRO DE".
          02 LINE 15 COL 11 VALUE
             "PRODUTOS)".
          02 LINE 17 COL 10 "OPCAO DESEJADA: (.)".
          02 LINE 17 COL 27 PIC 9 TO WOPCAO AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 INCLUSAO AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "INCLUSAO/ALTERACAO DE PRECO".
          02 LINE 07 COL 10 VALUE "PRODUTO................:".
          02 LINE 07 COL 35, PIC 9(005) TO W-COD-PRODUTO.
          02 LINE 08 COL 10 VALUE "FILIAL.................:".
          02 LINE 08 COL 35, PIC X(002) TO W-FILIAL.
          02 LINE 09 COL 10 VALUE "REGIAO.................:".
          02 LINE 09 COL 35, PIC X(003) TO W-REGIAO.
          02 LINE 10 COL 10 VALUE "VIGENCIA (AAAAMMDD)....:".
          02 LINE 10 COL 35, PIC 99999999 TO W-DATA-VIGENCIA.
          02 LINE 11 COL 10 VALUE "VALOR UNITARIO.........:".
          02 LINE 11 COL 35, PIC ZZZZZZZZ9,99 TO W-VALOR-UNITARIO.
          02 LINE 15 COL 10 "CONFIRMA A GRAVACAO? (S/N): (.)".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 EXCLUSAO AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "EXCLUSAO DE PRECO".
          02 LINE 07 COL 10 VALUE "PRODUTO................:".
          02 LINE 07 COL 35, PIC 9(005) TO W-COD-PRODUTO.
          02 LINE 08 COL 10 VALUE "FILIAL.................:".
          02 LINE 08 COL 35, PIC X(002) TO W-FILIAL.
          02 LINE 09 COL 10 VALUE "REGIAO.................:".
          02 LINE 09 COL 35, PIC X(003) TO W-REGIAO.
          02 LINE 10 COL 10 VALUE "VIGENCIA (AAAAMMDD)....:".
          02 LINE 10 COL 35, PIC 99999999 TO W-DATA-VIGENCIA.
          02 LINE 15 COL 10 "CONFIRMA A EXCLUSAO? (S/N): (.)".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 CONSULTA AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "PRODUTO................:".
          02 LINE 05 COL 35, PIC 9(005) USING PRC-COD-PRODUTO.
          02 LINE 06 COL 10 VALUE "FILIAL.................:".
          02 LINE 06 COL 35, PIC X(002) USING PRC-FILIAL.
          02 LINE 07 COL 10 VALUE "REGIAO.................:".
          02 LINE 07 COL 35, PIC X(003) USING PRC-REGIAO.
          02 LINE 08 COL 10 VALUE "DATA (AAAAMMDD, ZEROS = HOJE):".
          02 LINE 08 COL 41, PIC 99999999 TO W-DATA-CONSULTA.
          02 LINE 10 COL 10 VALUE "DESCRICAO..............:".
          02 LINE 10 COL 35, PIC X(040) FROM W-DESC-PRODUTO.
          02 LINE 11 COL 10 VALUE "PRECO NACIONAL.........:".
          02 LINE 11 COL 35, PIC ZZZZZZZZ9,99 FROM W-VALOR-NACIONAL.
          02 LINE 12 COL 10 VALUE "PRECO DE TABELA........:".
          02 LINE 12 COL 35, PIC ZZZZZZZZ9,99 FROM PRC-VALOR-TABELA.
          02 LINE 13 COL 10 VALUE "VIGENCIA APLICADA......:".
          02 LINE 13 COL 35, PIC 99999999 FROM PRC-VIGENCIA.
          02 LINE 14 COL 10 VALUE "ORIGEM DO PRECO........:".
          02 LINE 14 COL 35, PIC X(030) FROM W-ORIGEM-TXT.
          02 LINE 18 COL 10 "NOVA CONSULTA? (S/N): (.)".
          02 LINE 18 COL 36, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       PROCEDURE DIVISION USING LKS-OPERADOR-ID.

      *-----------------------------------------------------------
      * MANUTENCAO DA TABELA DE PRECOS REGIONAL (CADPRECO): PRECO
      * DO PRODUTO POR FILIAL E/OU REGIAO COM DATA DE VIGENCIA. UM
      * REAJUSTE E UMA NOVA VIGENCIA - AS ANTERIORES FICAM NO
      * ARQUIVO E O CADPEDIDO USA A QUE VALIA NA DATA DO PEDIDO.
      *-----------------------------------------------------------
       000-INICIO.

           IF LKS-OPERADOR-ID NOT EQUAL SPACES
              MOVE LKS-OPERADOR-ID TO W-OPERADOR-ID
           END-IF

           DISPLAY TELA-MENU
           ACCEPT  TELA-MENU

           EVALUATE WOPCAO
             WHEN 1
                PERFORM 100-INCLUSAO
             WHEN 2
                PERFORM 300-EXCLUSAO
             WHEN 3
                PERFORM 400-CONSULTA
             WHEN 9
                GOBACK
           END-EVALUATE

           PERFORM 000-INICIO.

       100-INCLUSAO.

           DISPLAY  INCLUSAO
           ACCEPT   INCLUSAO

           MOVE SPACES TO WMSG

           MOVE FUNCTION UPPER-CASE(W-FILIAL) TO W-FILIAL
           MOVE FUNCTION UPPER-CASE(W-REGIAO) TO W-REGIAO

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              PERFORM 150-VALIDAR-PRODUTO

              IF WMSG EQUAL SPACES
                 AND W-REGIAO NOT EQUAL SPACES
                 PERFORM 160-CONFERIR-REGIAO
              END-IF

              EVALUATE TRUE
                 WHEN WMSG NOT EQUAL SPACES
                    CONTINUE
                 WHEN W-DATA-VIGENCIA EQUAL ZEROS
                    MOVE "INFORME A VIGENCIA" TO WMSG
                 WHEN W-VALOR-UNITARIO EQUAL ZEROS
                    MOVE "INFORME O VALOR UNITARIO" TO WMSG
                 WHEN W-FILIAL EQUAL SPACES AND W-REGIAO EQUAL SPACES
                    MOVE "INFORME A FILIAL E/OU A REGIAO" TO WMSG
                 WHEN OTHER
                    PERFORM 110-GRAVAR-PRECO
              END-EVALUATE
           END-IF

           PERFORM 000-INICIO.

       110-GRAVAR-PRECO.

           OPEN I-O ARQ-PRECO
           IF FS-PRECO EQUAL "05"
              CLOSE ARQ-PRECO
              OPEN I-O ARQ-PRECO
           END-IF

      * A LEITURA PREVIA DECIDE ENTRE INCLUSAO E ALTERACAO E GUARDA
      * O VALOR ANTERIOR PARA A TRILHA DE AUDITORIA.
           MOVE W-COD-PRODUTO   TO PC-COD-PRODUTO
           MOVE W-FILIAL        TO PC-FILIAL
           MOVE W-REGIAO        TO PC-REGIAO
           MOVE W-DATA-VIGENCIA TO PC-DATA-VIGENCIA

           READ ARQ-PRECO RECORD KEY IS PC-CHAVE-PRECO
             INVALID KEY MOVE "23" TO FS-PRECO
           END-READ

           IF FS-PRECO EQUAL "00"
              MOVE "ALT" TO W-OPERACAO-AUD
              MOVE PC-VALOR-UNITARIO TO W-ED-VALOR-AUD
              MOVE W-ED-VALOR-AUD TO W-VALOR-ANTES-TXT
           ELSE
              MOVE "INC"  TO W-OPERACAO-AUD
              MOVE SPACES TO W-VALOR-ANTES-TXT
              MOVE "00"   TO FS-PRECO
           END-IF

           MOVE W-COD-PRODUTO    TO PC-COD-PRODUTO
           MOVE W-FILIAL         TO PC-FILIAL
           MOVE W-REGIAO         TO PC-REGIAO
           MOVE W-DATA-VIGENCIA  TO PC-DATA-VIGENCIA
           MOVE W-VALOR-UNITARIO TO PC-VALOR-UNITARIO

           WRITE ARQ-PRECO-REG
             INVALID KEY REWRITE ARQ-PRECO-REG
           END-WRITE

           IF FS-PRECO EQUAL "00"
              MOVE "PRECO GRAVADO COM SUCESSO" TO WMSG

              MOVE W-VALOR-UNITARIO TO W-ED-VALOR-AUD
              MOVE W-ED-VALOR-AUD   TO W-VALOR-DEPOIS-TXT
              PERFORM 700-GRAVAR-AUDITORIA
           ELSE
              STRING "ERRO AO GRAVAR - FS=" FS-PRECO
                INTO WMSG
           END-IF

           CLOSE ARQ-PRECO.

      * SO ENTRA NA TABELA PRODUTO CADASTRADO.
       150-VALIDAR-PRODUTO.

           OPEN INPUT ARQ-PRODUTO

           MOVE W-COD-PRODUTO TO PR-COD-PRODUTO
           READ ARQ-PRODUTO RECORD KEY IS PR-COD-PRODUTO
             INVALID KEY MOVE "23" TO FS-PRODUTO
           END-READ

           IF FS-PRODUTO NOT EQUAL "00"
              MOVE "PRODUTO NAO LOCALIZADO" TO WMSG
              MOVE "00" TO FS-PRODUTO
           END-IF

           CLOSE ARQ-PRODUTO.

      * SO REGIAO ATIVA DA TABELA DE REGIOES RECEBE PRECO - SEM A
      * TABELA A REGIAO SEGUE LIVRE.
       160-CONFERIR-REGIAO.

           MOVE W-REGIAO TO PRG-CODIGO
           CALL "VERREGIAO" USING W-PARAM-REGIAO
           MOVE PRG-CODIGO TO W-REGIAO

           EVALUATE TRUE
              WHEN PRG-INEXISTENTE
                 STRING "REGIAO " W-REGIAO " NAO CADASTRADA"
                   DELIMITED BY SIZE
                   INTO WMSG
              WHEN PRG-INATIVA
                 STRING "REGIAO " W-REGIAO " DESATIVADA"
                   DELIMITED BY SIZE
                   INTO WMSG
           END-EVALUATE.

       300-EXCLUSAO.

           DISPLAY EXCLUSAO
           ACCEPT  EXCLUSAO

           MOVE SPACES TO WMSG

           MOVE FUNCTION UPPER-CASE(W-FILIAL) TO W-FILIAL
           MOVE FUNCTION UPPER-CASE(W-REGIAO) TO W-REGIAO

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              OPEN I-O ARQ-PRECO

              MOVE W-COD-PRODUTO   TO PC-COD-PRODUTO
              MOVE W-FILIAL        TO PC-FILIAL
              MOVE W-REGIAO        TO PC-REGIAO
              MOVE W-DATA-VIGENCIA TO PC-DATA-VIGENCIA

              READ ARQ-PRECO RECORD KEY IS PC-CHAVE-PRECO
                INVALID KEY MOVE "23" TO FS-PRECO
              END-READ

              IF FS-PRECO NOT EQUAL "00"
                 MOVE "PRECO NAO LOCALIZADO" TO WMSG
                 MOVE "00" TO FS-PRECO
              ELSE
                 MOVE "EXC" TO W-OPERACAO-AUD
                 MOVE PC-VALOR-UNITARIO TO W-ED-VALOR-AUD
                 MOVE W-ED-VALOR-AUD    TO W-VALOR-ANTES-TXT
                 MOVE SPACES            TO W-VALOR-DEPOIS-TXT

                 DELETE ARQ-PRECO RECORD
                 MOVE "PRECO EXCLUIDO" TO WMSG

                 PERFORM 700-GRAVAR-AUDITORIA
              END-IF

              CLOSE ARQ-PRECO
           END-IF

           PERFORM 000-INICIO.

      * GRAVA O ANTES/DEPOIS DA MANUTENCAO NA TRILHA GENERICA
      * (CADPRECO.AUD) - CONSULTADA PELO RELAUDIT NA ORIGEM "L".
       700-GRAVAR-AUDITORIA.

           OPEN EXTEND ARQ-AUDGERAL

           IF FS-AUDGERAL EQUAL "00" OR FS-AUDGERAL EQUAL "05"
              ACCEPT AG-DATA FROM DATE YYYYMMDD
              ACCEPT AG-HORA FROM TIME
              MOVE W-OPERADOR-ID  TO AG-OPERADOR
              MOVE W-OPERACAO-AUD TO AG-OPERACAO

              MOVE SPACES TO AG-CHAVE
              STRING PC-COD-PRODUTO   DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     PC-FILIAL        DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     PC-REGIAO        DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     PC-DATA-VIGENCIA DELIMITED BY SIZE
                INTO AG-CHAVE

              MOVE W-VALOR-ANTES-TXT  TO AG-VALOR-ANTES
              MOVE W-VALOR-DEPOIS-TXT TO AG-VALOR-DEPOIS

              MOVE "CADPRECO.AUD" TO PLA-TRILHA
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

       400-CONSULTA.

           MOVE SPACES TO WMSG
           MOVE SPACES TO W-DESC-PRODUTO
           MOVE SPACES TO W-ORIGEM-TXT
           MOVE ZEROS  TO W-VALOR-NACIONAL
           MOVE ZEROS  TO PRC-VALOR-TABELA
           MOVE ZEROS  TO PRC-VIGENCIA

           DISPLAY CONSULTA
           ACCEPT  CONSULTA

           MOVE FUNCTION UPPER-CASE(PRC-FILIAL) TO PRC-FILIAL
           MOVE FUNCTION UPPER-CASE(PRC-REGIAO) TO PRC-REGIAO

           IF W-DATA-CONSULTA EQUAL ZEROS
              ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
              MOVE W-DATA-HOJE TO W-DATA-CONSULTA
           END-IF

           MOVE PRC-COD-PRODUTO TO W-COD-PRODUTO
           PERFORM 150-VALIDAR-PRODUTO

           IF WMSG EQUAL SPACES
              MOVE PR-DESCRICAO      TO W-DESC-PRODUTO
              MOVE PR-VALOR-UNITARIO TO W-VALOR-NACIONAL

              MOVE W-DATA-CONSULTA TO PRC-DATA-REF
              CALL "VERPRECO" USING W-PARAM-PRECO

              EVALUATE TRUE
                 WHEN PRC-FILIAL-REGIAO
                    MOVE "TABELA DA FILIAL E REGIAO" TO W-ORIGEM-TXT
                 WHEN PRC-SO-FILIAL
                    MOVE "TABELA DA FILIAL" TO W-ORIGEM-TXT
                 WHEN PRC-SO-REGIAO
                    MOVE "TABELA DA REGIAO" TO W-ORIGEM-TXT
                 WHEN OTHER
                    MOVE "PRECO NACIONAL (SEM TABELA)" TO W-ORIGEM-TXT
                    MOVE W-VALOR-NACIONAL TO PRC-VALOR-TABELA
              END-EVALUATE
           END-IF

           DISPLAY CONSULTA
           ACCEPT  CONSULTA

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              MOVE ZEROS TO W-DATA-CONSULTA
              PERFORM 400-CONSULTA
           END-IF

           PERFORM 000-INICIO.

       END PROGRAM CADPRECO.
