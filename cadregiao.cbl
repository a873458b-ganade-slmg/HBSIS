       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CADREGIAO.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ARQ-REGIAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RG-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-REGIAO.

           SELECT ARQ-OPERADOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-OPERADOR
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-OPERADOR.

      * TRILHA DE AUDITORIA DAS REGIOES - A TABELA DECIDE QUE CODIGO
      * OS CADASTROS ACEITAM, ENTAO TODA MUDANCA FICA REGISTRADA.
           SELECT OPTIONAL ARQ-AUDGERAL ASSIGN TO "CADREGIAO.AUD"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUDGERAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-REGIAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADREGIAO'.

       COPY "CADREGIAO.CPY".

       FD  ARQ-OPERADOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADOPERADOR'.

       COPY "CADOPERADOR.CPY".

       FD  ARQ-AUDGERAL
           LABEL RECORD IS STANDARD.

       COPY "AUDGERAL.CPY".

       WORKING-STORAGE SECTION.

       77 FS-REGIAO               PIC X(002)          VALUE "00".
       77 FS-OPERADOR             PIC X(002)          VALUE "00".
       77 FS-AUDGERAL             PIC X(002)          VALUE "00".

       77 W-OPERADOR-ID           PIC X(008)          VALUE "SISTEMA".
       77 W-OPERACAO-AUD          PIC X(003)          VALUE SPACES.
       77 W-CHAVE-AUD             PIC X(030)          VALUE SPACES.
       77 W-VALOR-ANTES-TXT       PIC X(060)          VALUE SPACES.
       77 W-VALOR-DEPOIS-TXT      PIC X(060)          VALUE SPACES.

       77 WOPCAO                  PIC 9               VALUE ZEROS.
       77 W-CONFIRMA              PIC X               VALUE SPACES.
       77 WMSG                    PIC X(040)          VALUE SPACES.

       01  W-ARQ-REGIAO-REG.
           03 W-CODIGO-REG        PIC X(003)          VALUE SPACES.
           03 W-DESCRICAO-REG     PIC X(030)          VALUE SPACES.
           03 W-FILIAL-REG        PIC X(002)          VALUE SPACES.
           03 W-GERENTE-REG       PIC X(008)          VALUE SPACES.

       77 W-DATA-HOJE             PIC 9(008)          VALUE ZEROS.
       77 W-REGIAO-EXISTE-SW      PIC X(001)          VALUE "N".
          88 W-REGIAO-EXISTE         VALUE "S".

      * PAGINA DA CONSULTA DE REGIOES.
       01  W-LISTA.
           03 W-LISTA-LINHA OCCURS 10 TIMES PIC X(072).

       77 W-QTD-LISTA             PIC 9(002) COMP     VALUE ZEROS.
       77 W-PARAR-SW              PIC X(001)          VALUE "N".
          88 W-PARAR-CONSULTA        VALUE "S".

       01  W-LISTA-DET.
           03 W-LST-CODIGO        PIC X(003).
           03 FILLER              PIC X(002) VALUE SPACES.
           03 W-LST-DESCRICAO     PIC X(030).
           03 FILLER              PIC X(002) VALUE SPACES.
           03 W-LST-FILIAL        PIC X(002).
           03 FILLER              PIC X(002) VALUE SPACES.
           03 W-LST-GERENTE       PIC X(008).
           03 FILLER              PIC X(002) VALUE SPACES.
           03 W-LST-SITUACAO      PIC X(010).
           03 FILLER              PIC X(011) VALUE SPACES.

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
             "REGIOES COMERCIAIS - MENU GERAL".
          02 LINE 07 COL 10 VALUE "(1) INCLUIR / ALTERAR REGIAO".
          02 LINE 08 COL 10 VALUE "(2) DESATIVAR / REATIVAR REGIAO".
          02 LINE 09 COL 10 VALUE "(3) CONSULTAR REGIOES".
          02 LINE 11 COL 10 VALUE "(9) VOLTAR AO MENU".
          02 LINE 15 COL 10 "OPCAO DESEJADA: (.)".
          02 LINE 15 COL 27 PIC 9 TO WOPCAO AUTO.
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
          02 LINE 05 COL 10 VALUE "INCLUSAO / ALTERACAO DE REGIAO".
          02 LINE 07 COL 10 VALUE "CODIGO................:".
          02 LINE 07 COL 34, PIC XXX TO W-CODIGO-REG.
          02 LINE 08 COL 10 VALUE "DESCRICAO.............:".
          02 LINE 08 COL 34, PIC X(030) TO W-DESCRICAO-REG.
          02 LINE 09 COL 10 VALUE "FILIAL................:".
          02 LINE 09 COL 34, PIC XX TO W-FILIAL-REG.
          02 LINE 10 COL 10 VALUE "GERENTE (OPERADOR)....:".
          02 LINE 10 COL 34, PIC X(008) TO W-GERENTE-REG.
          02 LINE 12 COL 10 VALUE
             "(O GERENTE E UM CODIGO DO CADASTRO DE OPERADORES)".
          02 LINE 15 COL 10 "CONFIRMA A GRAVACAO? (S/N): (.)".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 SITUACAO AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "DESATIVACAO / REATIVACAO DE REGIAO".
          02 LINE 07 COL 10 VALUE "CODIGO................:".
          02 LINE 07 COL 34, PIC XXX TO W-CODIGO-REG.
          02 LINE 11 COL 10 VALUE
             "(REGIAO ATIVA E DESATIVADA E VICE-VERSA)".
          02 LINE 15 COL 10 "CONFIRMA A TROCA? (S/N): (.)".
          02 LINE 15 COL 36, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 TELA-LISTA.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "REGIOES CADASTRADAS".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 04 COL 03, PIC X(072) FROM W-LISTA-LINHA (1).
          02 LINE 05 COL 03, PIC X(072) FROM W-LISTA-LINHA (2).
          02 LINE 06 COL 03, PIC X(072) FROM W-LISTA-LINHA (3).
          02 LINE 07 COL 03, PIC X(072) FROM W-LISTA-LINHA (4).
          02 LINE 08 COL 03, PIC X(072) FROM W-LISTA-LINHA (5).
          02 LINE 09 COL 03, PIC X(072) FROM W-LISTA-LINHA (6).
          02 LINE 10 COL 03, PIC X(072) FROM W-LISTA-LINHA (7).
          02 LINE 11 COL 03, PIC X(072) FROM W-LISTA-LINHA (8).
          02 LINE 12 COL 03, PIC X(072) FROM W-LISTA-LINHA (9).
          02 LINE 13 COL 03, PIC X(072) FROM W-LISTA-LINHA (10).
          02 LINE 18 COL 10 "CONTINUAR? (S/N): (.)".
          02 LINE 18 COL 32, PIC X TO W-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       PROCEDURE DIVISION USING LKS-OPERADOR-ID.

      *-----------------------------------------------------------
      * TABELA DE REGIOES COMERCIAIS: CODIGO DE 3 POSICOES,
      * DESCRICAO, FILIAL E GERENTE RESPONSAVEL. ACABA COM O CODIGO
      * DIGITADO ERRADO VIRANDO UMA REGIAO NOVA SEM NINGUEM VER - O
      * CADCLIENTE, O CADVENDEDOR, O CADCIDADE, O CADFATOR E AS
      * IMPORTACOES SO ACEITAM CODIGO ATIVO DA TABELA (VERREGIAO).
      * REGIAO NAO E EXCLUIDA, SO DESATIVADA. TODA MANUTENCAO VAI
      * PARA A TRILHA CADREGIAO.AUD (RELAUDIT ORIGEM "I").
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
                PERFORM 300-SITUACAO
             WHEN 3
                PERFORM 400-CONSULTA
             WHEN 9
                GOBACK
           END-EVALUATE

           PERFORM 000-INICIO.

       100-INCLUSAO.

           INITIALIZE W-ARQ-REGIAO-REG

           DISPLAY  INCLUSAO
           ACCEPT   INCLUSAO

           MOVE SPACES TO WMSG

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              MOVE FUNCTION UPPER-CASE(W-CODIGO-REG)
                TO W-CODIGO-REG
              MOVE FUNCTION UPPER-CASE(W-DESCRICAO-REG)
                TO W-DESCRICAO-REG
              MOVE FUNCTION UPPER-CASE(W-FILIAL-REG)
                TO W-FILIAL-REG

              EVALUATE TRUE
                 WHEN W-CODIGO-REG EQUAL SPACES
                    MOVE "INFORME O CODIGO DA REGIAO" TO WMSG
                 WHEN W-DESCRICAO-REG EQUAL SPACES
                    MOVE "INFORME A DESCRICAO DA REGIAO" TO WMSG
                 WHEN W-GERENTE-REG EQUAL SPACES
                    MOVE "INFORME O GERENTE RESPONSAVEL" TO WMSG
              END-EVALUATE

              IF WMSG EQUAL SPACES
                 PERFORM 150-LER-OPERADOR
              END-IF

              IF WMSG EQUAL SPACES
                 PERFORM 110-GRAVAR-REGISTRO-REGIAO
              END-IF
           END-IF

           PERFORM 000-INICIO.

       110-GRAVAR-REGISTRO-REGIAO.

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD

           OPEN I-O ARQ-REGIAO
           IF FS-REGIAO EQUAL "05"
              CLOSE ARQ-REGIAO
              OPEN I-O ARQ-REGIAO
           END-IF

           MOVE W-CODIGO-REG TO RG-CODIGO
           READ ARQ-REGIAO RECORD KEY IS RG-CODIGO
             INVALID KEY MOVE "23" TO FS-REGIAO
           END-READ

      * REGIAO NOVA NASCE ATIVA; NA ALTERACAO A SITUACAO E MANTIDA.
           IF FS-REGIAO EQUAL "00"
              MOVE "S" TO W-REGIAO-EXISTE-SW
              MOVE SPACES TO W-VALOR-ANTES-TXT
              PERFORM 160-MONTAR-VALOR-REGIAO
              MOVE W-VALOR-DEPOIS-TXT TO W-VALOR-ANTES-TXT
           ELSE
              MOVE "N"    TO W-REGIAO-EXISTE-SW
              MOVE SPACES TO W-VALOR-ANTES-TXT
              MOVE "00"   TO FS-REGIAO
              INITIALIZE ARQ-REGIAO-REG
              MOVE W-CODIGO-REG TO RG-CODIGO
              SET RG-ATIVA TO TRUE
           END-IF

           MOVE W-DESCRICAO-REG TO RG-DESCRICAO
           MOVE W-FILIAL-REG    TO RG-FILIAL
           MOVE W-GERENTE-REG   TO RG-GERENTE
           MOVE W-DATA-HOJE     TO RG-DATA-ALTERACAO
           MOVE W-OPERADOR-ID   TO RG-OPERADOR

           IF W-REGIAO-EXISTE
              REWRITE ARQ-REGIAO-REG
           ELSE
              WRITE ARQ-REGIAO-REG
           END-IF

           IF FS-REGIAO EQUAL "00"
              MOVE "REGIAO GRAVADA COM SUCESSO" TO WMSG
           ELSE
              STRING "ERRO AO GRAVAR - FS=" FS-REGIAO
                DELIMITED BY SIZE
                INTO WMSG
           END-IF

           IF FS-REGIAO EQUAL "00"
              PERFORM 160-MONTAR-VALOR-REGIAO

              MOVE SPACES TO W-CHAVE-AUD
              STRING "REGIAO " W-CODIGO-REG
                DELIMITED BY SIZE
                INTO W-CHAVE-AUD

              IF W-REGIAO-EXISTE
                 MOVE "ALT" TO W-OPERACAO-AUD
              ELSE
                 MOVE "INC" TO W-OPERACAO-AUD
              END-IF

              PERFORM 700-GRAVAR-AUDITORIA
           END-IF

           CLOSE ARQ-REGIAO
           MOVE "00" TO FS-REGIAO.

      * O GERENTE RESPONSAVEL PRECISA EXISTIR NO CADOPERADOR.
       150-LER-OPERADOR.

           OPEN INPUT ARQ-OPERADOR

           MOVE W-GERENTE-REG TO COD-OPERADOR
           READ ARQ-OPERADOR RECORD KEY IS COD-OPERADOR
             INVALID KEY MOVE "23" TO FS-OPERADOR
           END-READ

           IF FS-OPERADOR NOT EQUAL "00"
              STRING "OPERADOR " W-GERENTE-REG
                     " NAO LOCALIZADO"
                DELIMITED BY SIZE
                INTO WMSG
              MOVE "00" TO FS-OPERADOR
           END-IF

           CLOSE ARQ-OPERADOR.

      * CONDENSA A REGIAO CORRENTE (AREA DO ARQUIVO) EM TEXTO PARA
      * A TRILHA DE AUDITORIA.
       160-MONTAR-VALOR-REGIAO.
           MOVE SPACES TO W-VALOR-DEPOIS-TXT
           STRING RG-DESCRICAO " FIL " RG-FILIAL
                  " GER " RG-GERENTE " SIT " RG-SITUACAO
             DELIMITED BY SIZE
             INTO W-VALOR-DEPOIS-TXT.

       300-SITUACAO.

           INITIALIZE W-ARQ-REGIAO-REG

           DISPLAY SITUACAO
           ACCEPT  SITUACAO

           MOVE SPACES TO WMSG

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              OPEN I-O ARQ-REGIAO

              MOVE FUNCTION UPPER-CASE(W-CODIGO-REG) TO W-CODIGO-REG
              MOVE W-CODIGO-REG TO RG-CODIGO

              READ ARQ-REGIAO RECORD KEY IS RG-CODIGO
                INVALID KEY MOVE "23" TO FS-REGIAO
              END-READ

              IF FS-REGIAO NOT EQUAL "00"
                 MOVE "REGIAO NAO LOCALIZADA" TO WMSG
                 MOVE "00" TO FS-REGIAO
              ELSE
                 PERFORM 160-MONTAR-VALOR-REGIAO
                 MOVE W-VALOR-DEPOIS-TXT TO W-VALOR-ANTES-TXT

                 IF RG-ATIVA
                    SET RG-INATIVA TO TRUE
                    MOVE "EXC" TO W-OPERACAO-AUD
                    MOVE "REGIAO DESATIVADA" TO WMSG
                 ELSE
                    SET RG-ATIVA TO TRUE
                    MOVE "REA" TO W-OPERACAO-AUD
                    MOVE "REGIAO REATIVADA" TO WMSG
                 END-IF

                 ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
                 MOVE W-DATA-HOJE   TO RG-DATA-ALTERACAO
                 MOVE W-OPERADOR-ID TO RG-OPERADOR

                 REWRITE ARQ-REGIAO-REG

                 IF FS-REGIAO NOT EQUAL "00"
                    MOVE SPACES TO WMSG
                    STRING "ERRO AO GRAVAR - FS=" FS-REGIAO
                      DELIMITED BY SIZE
                      INTO WMSG
                 ELSE
                    PERFORM 160-MONTAR-VALOR-REGIAO

                    MOVE SPACES TO W-CHAVE-AUD
                    STRING "REGIAO " W-CODIGO-REG
                      DELIMITED BY SIZE
                      INTO W-CHAVE-AUD

                    PERFORM 700-GRAVAR-AUDITORIA
                 END-IF
              END-IF

              CLOSE ARQ-REGIAO
              MOVE "00" TO FS-REGIAO
           END-IF

           PERFORM 000-INICIO.

       400-CONSULTA.

           MOVE SPACES TO WMSG
           MOVE SPACES TO W-LISTA
           MOVE ZEROS  TO W-QTD-LISTA
           MOVE "N"    TO W-PARAR-SW

           OPEN INPUT ARQ-REGIAO

           IF FS-REGIAO EQUAL "00"
              MOVE SPACES TO RG-CODIGO

              START ARQ-REGIAO KEY IS NOT LESS RG-CODIGO
                INVALID KEY MOVE "23" TO FS-REGIAO
              END-START

              IF FS-REGIAO EQUAL "00"
                 READ ARQ-REGIAO NEXT
                 PERFORM 410-MONTAR-LISTA
                    UNTIL FS-REGIAO NOT EQUAL "00"
                       OR W-PARAR-CONSULTA
              END-IF
           END-IF

           IF FS-REGIAO EQUAL "00" OR FS-REGIAO EQUAL "05"
              OR FS-REGIAO EQUAL "10" OR FS-REGIAO EQUAL "23"
              CLOSE ARQ-REGIAO
           END-IF
           MOVE "00" TO FS-REGIAO

           IF NOT W-PARAR-CONSULTA
              IF W-QTD-LISTA EQUAL ZEROS
                 MOVE "NENHUMA REGIAO CADASTRADA" TO W-LISTA-LINHA (1)
              END-IF
              PERFORM 450-EXIBIR-LISTA
           END-IF

           PERFORM 000-INICIO.

       410-MONTAR-LISTA.
           ADD 1 TO W-QTD-LISTA

           MOVE RG-CODIGO    TO W-LST-CODIGO
           MOVE RG-DESCRICAO TO W-LST-DESCRICAO
           MOVE RG-FILIAL    TO W-LST-FILIAL
           MOVE RG-GERENTE   TO W-LST-GERENTE

           IF RG-ATIVA
              MOVE "ATIVA"      TO W-LST-SITUACAO
           ELSE
              MOVE "DESATIVADA" TO W-LST-SITUACAO
           END-IF

           MOVE W-LISTA-DET TO W-LISTA-LINHA (W-QTD-LISTA)

           IF W-QTD-LISTA NOT LESS 10
              PERFORM 450-EXIBIR-LISTA
           END-IF

           IF NOT W-PARAR-CONSULTA
              READ ARQ-REGIAO NEXT
           END-IF.

       450-EXIBIR-LISTA.

           DISPLAY TELA-LISTA
           ACCEPT  TELA-LISTA

           MOVE SPACES TO W-LISTA
           MOVE ZEROS  TO W-QTD-LISTA

           IF FUNCTION UPPER-CASE(W-CONFIRMA) NOT EQUAL "S"
              MOVE "S" TO W-PARAR-SW
           END-IF.

      * GRAVA O ANTES/DEPOIS DA MANUTENCAO NA TRILHA GENERICA
      * (CADREGIAO.AUD) - CONSULTADA PELO RELAUDIT NA ORIGEM "I".
       700-GRAVAR-AUDITORIA.

           OPEN EXTEND ARQ-AUDGERAL

           IF FS-AUDGERAL EQUAL "00" OR FS-AUDGERAL EQUAL "05"
              ACCEPT AG-DATA FROM DATE YYYYMMDD
              ACCEPT AG-HORA FROM TIME
              MOVE W-OPERADOR-ID      TO AG-OPERADOR
              MOVE W-OPERACAO-AUD     TO AG-OPERACAO
              MOVE W-CHAVE-AUD        TO AG-CHAVE
              MOVE W-VALOR-ANTES-TXT  TO AG-VALOR-ANTES
              MOVE W-VALOR-DEPOIS-TXT TO AG-VALOR-DEPOIS

              MOVE "CADREGIAO.AUD" TO PLA-TRILHA
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

       END PROGRAM CADREGIAO.
