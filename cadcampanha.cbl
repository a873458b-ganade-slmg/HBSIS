       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CADCAMPANHA.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ARQ-CAMPANHA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CP-COD-CAMPANHA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CAMPANHA.

           SELECT OPTIONAL ARQ-CAMPMETA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CM-CHAVE-CAMPMETA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CAMPMETA.

           SELECT OPTIONAL ARQ-PRODUTO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PR-COD-PRODUTO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PRODUTO.

           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VENDEDOR.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CAMPANHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCAMPANHA'.

       COPY "CADCAMPANHA.CPY".

       FD  ARQ-CAMPMETA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCAMPMETA'.

       COPY "CADCAMPMETA.CPY".

       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPRODUTO'.

       COPY "CADPRODUTO.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.

       COPY "CADVENDEDOR.CPY".

       WORKING-STORAGE SECTION.

       77 FS-CAMPANHA             PIC X(002)          VALUE "00".
       77 FS-CAMPMETA             PIC X(002)          VALUE "00".
       77 FS-PRODUTO              PIC X(002)          VALUE "00".
       77 FS-VENDEDOR             PIC X(002)          VALUE "00".

       77 W-OPERADOR-ID           PIC X(008)          VALUE "SISTEMA".

       77 WOPCAO                  PIC 9               VALUE ZEROS.
       77 W-CONFIRMA              PIC X               VALUE SPACES.
       77 WMSG                    PIC X(040)          VALUE SPACES.

      * AREA DE DIGITACAO NO MESMO LAYOUT DO REGISTRO - A GRAVACAO
      * E UM MOVE DO GRUPO INTEIRO.
       01  W-ARQ-CAMPANHA-REG.
           03 W-COD-CAMPANHA      PIC 9(004)          VALUE ZEROS.
           03 W-DESCRICAO         PIC X(040)          VALUE SPACES.
           03 W-DATA-INICIO       PIC 9(008)          VALUE ZEROS.
           03 W-DATA-FIM          PIC 9(008)          VALUE ZEROS.
           03 W-PRODUTO           OCCURS 10 TIMES PIC 9(005).
           03 W-REGIAO            OCCURS 5 TIMES  PIC X(003).

       01  W-ARQ-CAMPMETA-REG.
           03 W-META-CAMPANHA     PIC 9(004)          VALUE ZEROS.
           03 W-META-VENDEDOR     PIC 9(003)          VALUE ZEROS.
           03 W-META-QTD          PIC 9(007)          VALUE ZEROS.

       77 W-IDX-PRODUTO           PIC 9(002) COMP     VALUE ZEROS.
       77 W-IDX-REGIAO            PIC 9(002) COMP     VALUE ZEROS.
       77 W-QTD-PRODUTOS          PIC 9(002) COMP     VALUE ZEROS.
       77 W-QTD-METAS-EXCL        PIC 9(005)          VALUE ZEROS.

      * CONFERENCIA DAS REGIOES NA TABELA DE REGIOES (VERREGIAO) -
      * SO CODIGO ATIVO DA TABELA ENTRA NA CAMPANHA.
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
          02 LINE 05 COL 10 VALUE "CAMPANHAS DE VENDA".
          02 LINE 07 COL 10 VALUE "(1) INCLUIR/ALTERAR CAMPANHA".
          02 LINE 08 COL 10 VALUE "(2) EXCLUIR CAMPANHA".
          02 LINE 09 COL 10 VALUE "(3) INCLUIR/ALTERAR META VENDEDOR".
          02 LINE 10 COL 10 VALUE "(4) EXCLUIR META VENDEDOR".
          02 LINE 12 COL 10 VALUE "(9) VOLTAR AO MENU".
          02 LINE 14 COL 10 VALUE
             "(A META E DE VOLUME - QUANTIDADE DOS PRODUTOS DA".
          02 LINE 15 COL 11 VALUE
             "CAMPANHA SOMADOS - VENDIDA NO PERIODO)".
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
          02 LINE 05 COL 10 VALUE "INCLUSAO/ALTERACAO DE CAMPANHA".
          02 LINE 07 COL 10 VALUE "CODIGO.................:".
          02 LINE 07 COL 35, PIC 9(004) TO W-COD-CAMPANHA.
          02 LINE 08 COL 10 VALUE "DESCRICAO..............:".
          02 LINE 08 COL 35, PIC X(040) TO W-DESCRICAO.
          02 LINE 09 COL 10 VALUE "INICIO (AAAAMMDD)......:".
          02 LINE 09 COL 35, PIC 99999999 TO W-DATA-INICIO.
          02 LINE 10 COL 10 VALUE "FIM (AAAAMMDD).........:".
          02 LINE 10 COL 35, PIC 99999999 TO W-DATA-FIM.
          02 LINE 11 COL 10 VALUE "PRODUTOS...............:".
          02 LINE 11 COL 35, PIC ZZZZ9 TO W-PRODUTO (1).
          02 LINE 11 COL 41, PIC ZZZZ9 TO W-PRODUTO (2).
          02 LINE 11 COL 47, PIC ZZZZ9 TO W-PRODUTO (3).
          02 LINE 11 COL 53, PIC ZZZZ9 TO W-PRODUTO (4).
          02 LINE 11 COL 59, PIC ZZZZ9 TO W-PRODUTO (5).
          02 LINE 12 COL 35, PIC ZZZZ9 TO W-PRODUTO (6).
          02 LINE 12 COL 41, PIC ZZZZ9 TO W-PRODUTO (7).
          02 LINE 12 COL 47, PIC ZZZZ9 TO W-PRODUTO (8).
          02 LINE 12 COL 53, PIC ZZZZ9 TO W-PRODUTO (9).
          02 LINE 12 COL 59, PIC ZZZZ9 TO W-PRODUTO (10).
          02 LINE 13 COL 10 VALUE "REGIOES (BRANCO=TODAS).:".
          02 LINE 13 COL 35, PIC X(003) TO W-REGIAO (1).
          02 LINE 13 COL 41, PIC X(003) TO W-REGIAO (2).
          02 LINE 13 COL 47, PIC X(003) TO W-REGIAO (3).
          02 LINE 13 COL 53, PIC X(003) TO W-REGIAO (4).
          02 LINE 13 COL 59, PIC X(003) TO W-REGIAO (5).
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
          02 LINE 05 COL 10 VALUE "EXCLUSAO DE CAMPANHA".
          02 LINE 07 COL 10 VALUE "CODIGO.................:".
          02 LINE 07 COL 35, PIC 9(004) TO W-COD-CAMPANHA.
          02 LINE 09 COL 10 VALUE
             "(AS METAS DOS VENDEDORES NA CAMPANHA SAEM JUNTO)".
          02 LINE 15 COL 10 "CONFIRMA A EXCLUSAO? (S/N): (.)".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 TELA-META AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "META DE VENDEDOR NA CAMPANHA".
          02 LINE 07 COL 10 VALUE "CAMPANHA...............:".
          02 LINE 07 COL 35, PIC 9(004) TO W-META-CAMPANHA.
          02 LINE 08 COL 10 VALUE "VENDEDOR...............:".
          02 LINE 08 COL 35, PIC 9(003) TO W-META-VENDEDOR.
          02 LINE 09 COL 10 VALUE "META (QUANTIDADE)......:".
          02 LINE 09 COL 35, PIC ZZZZZZ9 TO W-META-QTD.
          02 LINE 15 COL 10 "CONFIRMA A OPERACAO? (S/N): (.)".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       PROCEDURE DIVISION USING LKS-OPERADOR-ID.

      *-----------------------------------------------------------
      * MANUTENCAO DAS CAMPANHAS DE VENDA (CADCAMPANHA) E DAS METAS
      * DE VOLUME DOS VENDEDORES EM CADA UMA (CADCAMPMETA). A
      * ALTERACAO DE UMA CAMPANHA REGRAVA O REGISTRO INTEIRO COM O
      * QUE FOI DIGITADO NA TELA.
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
                PERFORM 500-GRAVAR-META
             WHEN 4
                PERFORM 600-EXCLUIR-META
             WHEN 9
                GOBACK
           END-EVALUATE

           PERFORM 000-INICIO.

       100-INCLUSAO.

           INITIALIZE W-ARQ-CAMPANHA-REG

           DISPLAY  INCLUSAO
           ACCEPT   INCLUSAO

           MOVE SPACES TO WMSG

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              MOVE FUNCTION UPPER-CASE(W-DESCRICAO) TO W-DESCRICAO

              PERFORM 120-MAIUSCULAS-REGIAO
                 VARYING W-IDX-REGIAO FROM 1 BY 1
                 UNTIL W-IDX-REGIAO GREATER 5

              PERFORM 150-VALIDAR-CAMPANHA

              IF WMSG EQUAL SPACES
                 PERFORM 110-GRAVAR-CAMPANHA
              END-IF
           END-IF

           PERFORM 000-INICIO.

       110-GRAVAR-CAMPANHA.

           OPEN I-O ARQ-CAMPANHA
           IF FS-CAMPANHA EQUAL "05"
              CLOSE ARQ-CAMPANHA
              OPEN I-O ARQ-CAMPANHA
           END-IF

           MOVE W-ARQ-CAMPANHA-REG TO ARQ-CAMPANHA-REG

           WRITE ARQ-CAMPANHA-REG
             INVALID KEY REWRITE ARQ-CAMPANHA-REG
           END-WRITE

           IF FS-CAMPANHA EQUAL "00"
              MOVE "CAMPANHA GRAVADA COM SUCESSO" TO WMSG
           ELSE
              STRING "ERRO AO GRAVAR - FS=" FS-CAMPANHA
                INTO WMSG
           END-IF

           CLOSE ARQ-CAMPANHA.

       120-MAIUSCULAS-REGIAO.
           MOVE FUNCTION UPPER-CASE(W-REGIAO (W-IDX-REGIAO))
             TO W-REGIAO (W-IDX-REGIAO).

      * CODIGO, DESCRICAO E PERIODO OBRIGATORIOS; PELO MENOS UM
      * PRODUTO, E TODO PRODUTO INFORMADO TEM DE EXISTIR; TODA
      * REGIAO INFORMADA TEM DE ESTAR ATIVA NA TABELA DE REGIOES.
       150-VALIDAR-CAMPANHA.

           EVALUATE TRUE
              WHEN W-COD-CAMPANHA EQUAL ZEROS
                 MOVE "INFORME O CODIGO DA CAMPANHA" TO WMSG
              WHEN W-DESCRICAO EQUAL SPACES
                 MOVE "INFORME A DESCRICAO" TO WMSG
              WHEN W-DATA-INICIO EQUAL ZEROS
                 OR W-DATA-FIM EQUAL ZEROS
                 MOVE "INFORME O INICIO E O FIM" TO WMSG
              WHEN W-DATA-FIM LESS W-DATA-INICIO
                 MOVE "FIM ANTERIOR AO INICIO" TO WMSG
           END-EVALUATE

           IF WMSG EQUAL SPACES
              MOVE ZEROS TO W-QTD-PRODUTOS

              OPEN INPUT ARQ-PRODUTO

              PERFORM 155-VALIDAR-PRODUTO
                 VARYING W-IDX-PRODUTO FROM 1 BY 1
                 UNTIL W-IDX-PRODUTO GREATER 10
                    OR WMSG NOT EQUAL SPACES

              CLOSE ARQ-PRODUTO
              MOVE "00" TO FS-PRODUTO

              IF WMSG EQUAL SPACES
                 AND W-QTD-PRODUTOS EQUAL ZEROS
                 MOVE "INFORME PELO MENOS UM PRODUTO" TO WMSG
              END-IF
           END-IF

           IF WMSG EQUAL SPACES
              PERFORM 160-CONFERIR-REGIAO
                 VARYING W-IDX-REGIAO FROM 1 BY 1
                 UNTIL W-IDX-REGIAO GREATER 5
                    OR WMSG NOT EQUAL SPACES
           END-IF.

       155-VALIDAR-PRODUTO.
           IF W-PRODUTO (W-IDX-PRODUTO) GREATER ZEROS
              ADD 1 TO W-QTD-PRODUTOS

              MOVE W-PRODUTO (W-IDX-PRODUTO) TO PR-COD-PRODUTO
              READ ARQ-PRODUTO RECORD KEY IS PR-COD-PRODUTO
                INVALID KEY MOVE "23" TO FS-PRODUTO
              END-READ

              IF FS-PRODUTO NOT EQUAL "00"
                 STRING "PRODUTO NAO LOCALIZADO: "
                        W-PRODUTO (W-IDX-PRODUTO)
                   INTO WMSG
                 MOVE "00" TO FS-PRODUTO
              END-IF
           END-IF.

      * SEM A TABELA DE REGIOES A REGIAO SEGUE LIVRE.
       160-CONFERIR-REGIAO.
           IF W-REGIAO (W-IDX-REGIAO) NOT EQUAL SPACES
              MOVE W-REGIAO (W-IDX-REGIAO) TO PRG-CODIGO
              CALL "VERREGIAO" USING W-PARAM-REGIAO
              MOVE PRG-CODIGO TO W-REGIAO (W-IDX-REGIAO)

              EVALUATE TRUE
                 WHEN PRG-INEXISTENTE
                    STRING "REGIAO " W-REGIAO (W-IDX-REGIAO)
                           " NAO CADASTRADA"
                      DELIMITED BY SIZE
                      INTO WMSG
                 WHEN PRG-INATIVA
                    STRING "REGIAO " W-REGIAO (W-IDX-REGIAO)
                           " DESATIVADA"
                      DELIMITED BY SIZE
                      INTO WMSG
              END-EVALUATE
           END-IF.

       300-EXCLUSAO.

           DISPLAY EXCLUSAO
           ACCEPT  EXCLUSAO

           MOVE SPACES TO WMSG

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              OPEN I-O ARQ-CAMPANHA

              MOVE W-COD-CAMPANHA TO CP-COD-CAMPANHA

              READ ARQ-CAMPANHA RECORD KEY IS CP-COD-CAMPANHA
                INVALID KEY MOVE "23" TO FS-CAMPANHA
              END-READ

              IF FS-CAMPANHA NOT EQUAL "00"
                 MOVE "CAMPANHA NAO LOCALIZADA" TO WMSG
                 MOVE "00" TO FS-CAMPANHA
              ELSE
                 DELETE ARQ-CAMPANHA RECORD

                 PERFORM 310-EXCLUIR-METAS-CAMPANHA

                 STRING "CAMPANHA EXCLUIDA - METAS: "
                        W-QTD-METAS-EXCL
                   INTO WMSG
              END-IF

              CLOSE ARQ-CAMPANHA
           END-IF

           PERFORM 000-INICIO.

       310-EXCLUIR-METAS-CAMPANHA.

           MOVE ZEROS TO W-QTD-METAS-EXCL

           OPEN I-O ARQ-CAMPMETA

           IF FS-CAMPMETA EQUAL "00"
              MOVE W-COD-CAMPANHA TO CM-COD-CAMPANHA
              MOVE ZEROS          TO CM-COD-VENDEDOR

              START ARQ-CAMPMETA KEY IS NOT LESS CM-CHAVE-CAMPMETA
                INVALID KEY MOVE "23" TO FS-CAMPMETA
              END-START

              IF FS-CAMPMETA EQUAL "00"
                 READ ARQ-CAMPMETA NEXT
                 PERFORM 315-EXCLUIR-UMA-META
                    UNTIL FS-CAMPMETA NOT EQUAL "00"
                       OR CM-COD-CAMPANHA NOT EQUAL W-COD-CAMPANHA
              END-IF

              CLOSE ARQ-CAMPMETA
           ELSE
              IF FS-CAMPMETA EQUAL "05"
                 CLOSE ARQ-CAMPMETA
              END-IF
           END-IF

           MOVE "00" TO FS-CAMPMETA.

       315-EXCLUIR-UMA-META.
           DELETE ARQ-CAMPMETA RECORD
           ADD 1 TO W-QTD-METAS-EXCL

           READ ARQ-CAMPMETA NEXT.

      * META SO PARA CAMPANHA E VENDEDOR CADASTRADOS.
       500-GRAVAR-META.

           INITIALIZE W-ARQ-CAMPMETA-REG

           DISPLAY TELA-META
           ACCEPT  TELA-META

           MOVE SPACES TO WMSG

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              PERFORM 550-VALIDAR-META

              IF WMSG EQUAL SPACES
                 AND W-META-QTD EQUAL ZEROS
                 MOVE "INFORME A META" TO WMSG
              END-IF

              IF WMSG EQUAL SPACES
                 OPEN I-O ARQ-CAMPMETA
                 IF FS-CAMPMETA EQUAL "05"
                    CLOSE ARQ-CAMPMETA
                    OPEN I-O ARQ-CAMPMETA
                 END-IF

                 MOVE W-ARQ-CAMPMETA-REG TO ARQ-CAMPMETA-REG

                 WRITE ARQ-CAMPMETA-REG
                   INVALID KEY REWRITE ARQ-CAMPMETA-REG
                 END-WRITE

                 IF FS-CAMPMETA EQUAL "00"
                    MOVE "META GRAVADA COM SUCESSO" TO WMSG
                 ELSE
                    STRING "ERRO AO GRAVAR - FS=" FS-CAMPMETA
                      INTO WMSG
                 END-IF

                 CLOSE ARQ-CAMPMETA
              END-IF
           END-IF

           PERFORM 000-INICIO.

       550-VALIDAR-META.

           OPEN INPUT ARQ-CAMPANHA

           MOVE W-META-CAMPANHA TO CP-COD-CAMPANHA
           READ ARQ-CAMPANHA RECORD KEY IS CP-COD-CAMPANHA
             INVALID KEY MOVE "23" TO FS-CAMPANHA
           END-READ

           IF FS-CAMPANHA NOT EQUAL "00"
              MOVE "CAMPANHA NAO LOCALIZADA" TO WMSG
              MOVE "00" TO FS-CAMPANHA
           END-IF

           CLOSE ARQ-CAMPANHA

           IF WMSG EQUAL SPACES
              OPEN INPUT ARQ-VENDEDOR

              MOVE W-META-VENDEDOR TO COD-VENDEDOR
              READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR
                INVALID KEY MOVE "23" TO FS-VENDEDOR
              END-READ

              IF FS-VENDEDOR NOT EQUAL "00"
                 MOVE "VENDEDOR NAO LOCALIZADO" TO WMSG
                 MOVE "00" TO FS-VENDEDOR
              END-IF

              CLOSE ARQ-VENDEDOR
           END-IF.

       600-EXCLUIR-META.

           INITIALIZE W-ARQ-CAMPMETA-REG

           DISPLAY TELA-META
           ACCEPT  TELA-META

           MOVE SPACES TO WMSG

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              OPEN I-O ARQ-CAMPMETA

              MOVE W-META-CAMPANHA TO CM-COD-CAMPANHA
              MOVE W-META-VENDEDOR TO CM-COD-VENDEDOR

              READ ARQ-CAMPMETA RECORD KEY IS CM-CHAVE-CAMPMETA
                INVALID KEY MOVE "23" TO FS-CAMPMETA
              END-READ

              IF FS-CAMPMETA NOT EQUAL "00"
                 MOVE "META NAO LOCALIZADA" TO WMSG
                 MOVE "00" TO FS-CAMPMETA
              ELSE
                 DELETE ARQ-CAMPMETA RECORD
                 MOVE "META EXCLUIDA" TO WMSG
              END-IF

              CLOSE ARQ-CAMPMETA
           END-IF

           PERFORM 000-INICIO.

       END PROGRAM CADCAMPANHA.
