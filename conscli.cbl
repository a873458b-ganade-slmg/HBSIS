       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CONSCLI.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CLIENTE.

           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VENDEDOR.

           SELECT OPTIONAL ARQ-DISTRIB ASSIGN TO DISK
                  ORGANIZATION     IS INDEXED
                  ACCESS MODE      IS DYNAMIC
                  RECORD  KEY      IS D-CHAVE-DISTRIB
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS FS-DISTRIB.

           SELECT OPTIONAL ARQ-RUNCTL ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RC-RUN-ID
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-RUNCTL.

           SELECT OPTIONAL ARQ-PEDIDO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-CHAVE-PEDIDO
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDIDO.

           SELECT OPTIONAL ARQ-TITULO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TIT-CHAVE-TITULO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-TITULO.

           SELECT OPTIONAL ARQ-VISITA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS V-CHAVE-VISITA
                  ALTERNATE RECORD KEY IS V-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VISITA.

           SELECT OPTIONAL ARQ-CHAMADO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CH-CHAVE-CHAMADO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CHAMADO.

           SELECT OPTIONAL ARQ-OBSERV ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS O-CHAVE-OBSERV
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-OBSERV.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLIENTE'.

       COPY "CADCLIENTE.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.

       COPY "CADVENDEDOR.CPY".

       FD  ARQ-DISTRIB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADDISTRIB'.

       COPY "CADDISTRIB.CPY".

       FD  ARQ-RUNCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADRUNCTL'.

       COPY "CADRUNCTL.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPEDIDO'.

       COPY "CADPEDIDO.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADTITULO'.

       COPY "CADTITULO.CPY".

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVISITA'.

       COPY "CADVISITA.CPY".

       FD  ARQ-CHAMADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCHAMADO'.

       COPY "CADCHAMADO.CPY".

       FD  ARQ-OBSERV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADOBSERV'.

       COPY "CADOBSERV.CPY".

       WORKING-STORAGE SECTION.

       77 FS-CLIENTE              PIC X(002)          VALUE "00".
       77 FS-VENDEDOR             PIC X(002)          VALUE "00".
       77 FS-DISTRIB              PIC X(002)          VALUE "00".
       77 FS-RUNCTL               PIC X(002)          VALUE "00".
       77 FS-PEDIDO               PIC X(002)          VALUE "00".
       77 FS-TITULO               PIC X(002)          VALUE "00".
       77 FS-VISITA               PIC X(002)          VALUE "00".
       77 FS-CHAMADO              PIC X(002)          VALUE "00".
       77 FS-OBSERV               PIC X(002)          VALUE "00".
       77 W-RUNCTL-ABERTO         PIC X(001)          VALUE "N".

       77 W-CONFIRMA              PIC X               VALUE SPACES.
       77 WMSG                    PIC X(040)          VALUE SPACES.
       77 W-VER-HISTORICO         PIC X               VALUE "N".

       77 W-OPERADOR-ID           PIC X(008)          VALUE "SISTEMA".
       77 W-COD-CLI-CONS          PIC 9(007)          VALUE ZEROS.
       77 W-CNPJ-CONS             PIC X(014)          VALUE SPACES.
       77 W-RUN-ID-MAX            PIC 9(016)          VALUE ZEROS.
       77 W-DATA-HOJE             PIC 9(008)          VALUE ZEROS.
       77 W-IDX                   PIC 9(002) COMP     VALUE ZEROS.
       77 W-IDX-RESERVA           PIC 9(002) COMP     VALUE ZEROS.
       77 W-SALDO-TITULO          PIC S9(011)V9(002)  VALUE ZEROS.

      * CAMPOS DO PAINEL - TUDO SO LEITURA, DE ARQUIVOS QUE JA
      * EXISTEM; A CONSULTA SUBSTITUI A VOLTA POR SEIS PROGRAMAS.
       77 W-PAINEL-COD            PIC 9(007)          VALUE ZEROS.
       77 W-PAINEL-RAZAO          PIC X(040)          VALUE SPACES.
       77 W-PAINEL-CNPJ           PIC X(014)          VALUE SPACES.
       77 W-PAINEL-STATUS         PIC X(008)          VALUE SPACES.
       77 W-PAINEL-SEGMENTO       PIC X(001)          VALUE SPACES.
       77 W-PAINEL-FREQ           PIC X(009)          VALUE SPACES.
       77 W-PAINEL-REGIAO         PIC X(003)          VALUE SPACES.
       77 W-PAINEL-NOME-REGIAO    PIC X(030)          VALUE SPACES.
       77 W-PAINEL-FILIAL         PIC X(002)          VALUE SPACES.
       77 W-PAINEL-LOGRADOURO     PIC X(040)          VALUE SPACES.
       77 W-PAINEL-NUMERO         PIC X(008)          VALUE SPACES.
       77 W-PAINEL-CIDADE         PIC X(030)          VALUE SPACES.
       77 W-PAINEL-UF             PIC X(002)          VALUE SPACES.
       77 W-PAINEL-CEP            PIC 9(008)          VALUE ZEROS.
       77 W-PAINEL-TELEFONE       PIC X(015)          VALUE SPACES.
       77 W-PAINEL-CONTATO        PIC X(030)          VALUE SPACES.
       77 W-PAINEL-VEND-ATUAL     PIC ZZ9             VALUE ZEROS.
       77 W-PAINEL-NOME-ATUAL     PIC X(040)          VALUE SPACES.
       77 W-PAINEL-SIT-ATRIB      PIC X(016)          VALUE SPACES.
       77 W-PAINEL-RESERVAS       PIC X(060)          VALUE SPACES.
       77 W-PAINEL-TIT-QTD        PIC ZZZZ9           VALUE ZEROS.
       77 W-PAINEL-TIT-VALOR      PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
       77 W-PAINEL-VENC-QTD       PIC ZZZZ9           VALUE ZEROS.
       77 W-PAINEL-VENC-VALOR     PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
       77 W-PAINEL-INADIMPLENTE   PIC X(003)          VALUE SPACES.
       77 W-PAINEL-RECEITA        PIC X(010)          VALUE SPACES.
       77 W-PAINEL-DATA-RECEITA   PIC 9(008)          VALUE ZEROS.
       77 W-PAINEL-DORMENTE       PIC X(003)          VALUE SPACES.
       77 W-PAINEL-CHAMADOS       PIC ZZZZ9           VALUE ZEROS.

       77 W-QTD-TIT-ABERTO        PIC 9(005)          VALUE ZEROS.
       77 W-VALOR-TIT-ABERTO      PIC 9(011)V9(002)   VALUE ZEROS.
       77 W-QTD-TIT-VENCIDO       PIC 9(005)          VALUE ZEROS.
       77 W-VALOR-TIT-VENCIDO     PIC 9(011)V9(002)   VALUE ZEROS.
       77 W-QTD-CHAMADOS          PIC 9(005)          VALUE ZEROS.

      * ULTIMOS 5 PEDIDOS, ULTIMAS 5 VISITAS E ULTIMAS 2
      * OBSERVACOES - O ARQUIVO E LIDO DO MAIS ANTIGO PARA O MAIS
      * NOVO E A TABELA ANDA UMA POSICAO A CADA REGISTRO ALEM DO
      * LIMITE, FICANDO SO OS MAIS RECENTES.
       01  W-TAB-PEDIDOS.
           03 W-PED-ITEM OCCURS 5 TIMES.
              05 W-PED-DATA           PIC 9(008).
              05 W-PED-VALOR          PIC 9(009)V9(002).
              05 W-PED-VENDEDOR       PIC 9(003).
              05 W-PED-STATUS-ERP     PIC X(001).

       01  W-TAB-VISITAS.
           03 W-VIS-ITEM OCCURS 5 TIMES.
              05 W-VIS-DATA           PIC 9(008).
              05 W-VIS-VENDEDOR       PIC 9(003).
              05 W-VIS-SITUACAO       PIC X(001).
              05 W-VIS-MOTIVO         PIC X(003).

       01  W-TAB-OBSERV.
           03 W-OBS-ITEM OCCURS 2 TIMES.
              05 W-OBS-DATA           PIC 9(008).
              05 W-OBS-LINHA          OCCURS 3 TIMES PIC X(060).

       01  W-TAB-CHAMADOS.
           03 W-CHA-ITEM OCCURS 4 TIMES.
              05 W-CHA-DATA           PIC 9(008).
              05 W-CHA-URGENCIA       PIC X(001).
              05 W-CHA-SITUACAO       PIC X(001).
              05 W-CHA-MOTIVO         PIC X(030).

       77 W-QTD-PEDIDOS           PIC 9(002) COMP     VALUE ZEROS.
       77 W-QTD-VISITAS           PIC 9(002) COMP     VALUE ZEROS.
       77 W-QTD-OBSERV            PIC 9(002) COMP     VALUE ZEROS.
       77 W-QTD-CHA-LISTA         PIC 9(002) COMP     VALUE ZEROS.

      * PAGINA DO HISTORICO (PEDIDOS E VISITAS; CHAMADOS E
      * OBSERVACOES).
       01  W-LISTA.
           03 W-LISTA-LINHA OCCURS 14 TIMES PIC X(072).

       77 W-LISTA-TITULO          PIC X(040)          VALUE SPACES.
       77 W-QTD-LISTA             PIC 9(002) COMP     VALUE ZEROS.
       77 W-PARAR-SW              PIC X(001)          VALUE "N".
          88 W-PARAR-LISTA           VALUE "S".

       01  W-LISTA-PEDIDO.
           03 FILLER              PIC X(002) VALUE SPACES.
           03 W-LPD-DATA          PIC 9(008).
           03 FILLER              PIC X(008) VALUE "  VALOR:".
           03 W-LPD-VALOR         PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(007) VALUE "  VEND:".
           03 W-LPD-VENDEDOR      PIC ZZ9.
           03 FILLER              PIC X(006) VALUE "  ERP:".
           03 W-LPD-ERP           PIC X(011).

       01  W-LISTA-VISITA.
           03 FILLER              PIC X(002) VALUE SPACES.
           03 W-LVS-DATA          PIC 9(008).
           03 FILLER              PIC X(002) VALUE SPACES.
           03 W-LVS-SITUACAO      PIC X(013).
           03 FILLER              PIC X(006) VALUE " VEND:".
           03 W-LVS-VENDEDOR      PIC ZZ9.
           03 FILLER              PIC X(005) VALUE " MOT:".
           03 W-LVS-MOTIVO        PIC X(003).
           03 FILLER              PIC X(001) VALUE SPACES.
           03 W-LVS-DESCRICAO     PIC X(029).

       01  W-LISTA-CHAMADO.
           03 FILLER              PIC X(002) VALUE SPACES.
           03 W-LCH-DATA          PIC 9(008).
           03 FILLER              PIC X(002) VALUE SPACES.
           03 W-LCH-SITUACAO      PIC X(008).
           03 FILLER              PIC X(001) VALUE SPACES.
           03 W-LCH-URGENCIA      PIC X(007).
           03 FILLER              PIC X(001) VALUE SPACES.
           03 W-LCH-MOTIVO        PIC X(030).

       01  W-LISTA-OBSERV.
           03 FILLER              PIC X(002) VALUE SPACES.
           03 W-LOB-DATA          PIC X(008).
           03 FILLER              PIC X(002) VALUE SPACES.
           03 W-LOB-TEXTO         PIC X(060).

      * TRAVA DE INADIMPLENCIA DO CADPEDIDO (VERINADIM) - O MESMO
      * CRITERIO QUE BLOQUEIA O PEDIDO NOVO.
       01  W-PARAM-INADIM.
           03 INA-COD-CLIENTE      PIC 9(007)         VALUE ZEROS.
           03 INA-DATA-REF         PIC 9(008)         VALUE ZEROS.
           03 INA-VALOR-VENCIDO    PIC 9(011)V9(002)  VALUE ZEROS.
           03 INA-SITUACAO         PIC X(001)         VALUE "N".

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

      * DESCRICAO DO MOTIVO DE NAO VISITA (VERMOTIVO).
       01  W-PARAM-MOTIVO.
           03 PMO-CODIGO          PIC X(003)          VALUE SPACES.
           03 PMO-DESCRICAO       PIC X(030)          VALUE SPACES.
           03 PMO-CATEGORIA       PIC X(001)          VALUE SPACES.
           03 PMO-SITUACAO        PIC X(001)          VALUE SPACES.
              88 PMO-VALIDO          VALUE "S".
              88 PMO-INATIVO         VALUE "I".
              88 PMO-INEXISTENTE     VALUE "N".
              88 PMO-SEM-TABELA      VALUE "T".

       LINKAGE SECTION.
       01  LKS-OPERADOR-ID         PIC X(008).

       SCREEN SECTION.

       01 TELA-CONSULTA AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "VISAO 360 DO CLIENTE".
          02 LINE 07 COL 10 VALUE "CODIGO CLIENTE (0=SAIR): (.......)".
          02 LINE 07 COL 36, PIC ZZZZZZ9 TO W-COD-CLI-CONS.
          02 LINE 08 COL 10 VALUE "OU CNPJ.................: (......
      -"........)".
          02 LINE 08 COL 36, PIC X(014) TO W-CNPJ-CONS.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 TELA-PAINEL AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "VISAO 360 DO CLIENTE".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 04 COL 03 VALUE "CLIENTE:".
          02 LINE 04 COL 12, PIC 9(007) FROM W-PAINEL-COD.
          02 LINE 04 COL 21, PIC X(040) FROM W-PAINEL-RAZAO.
          02 LINE 05 COL 03 VALUE "CNPJ...:".
          02 LINE 05 COL 12, PIC X(014) FROM W-PAINEL-CNPJ.
          02 LINE 05 COL 28 VALUE "STATUS:".
          02 LINE 05 COL 36, PIC X(008) FROM W-PAINEL-STATUS.
          02 LINE 05 COL 46 VALUE "SEGM:".
          02 LINE 05 COL 52, PIC X FROM W-PAINEL-SEGMENTO.
          02 LINE 05 COL 55 VALUE "VISITA:".
          02 LINE 05 COL 63, PIC X(009) FROM W-PAINEL-FREQ.
          02 LINE 06 COL 03 VALUE "REGIAO.:".
          02 LINE 06 COL 12, PIC XXX FROM W-PAINEL-REGIAO.
          02 LINE 06 COL 16, PIC X(030) FROM W-PAINEL-NOME-REGIAO.
          02 LINE 06 COL 48 VALUE "FILIAL:".
          02 LINE 06 COL 56, PIC XX FROM W-PAINEL-FILIAL.
          02 LINE 07 COL 03 VALUE "ENDER..:".
          02 LINE 07 COL 12, PIC X(040) FROM W-PAINEL-LOGRADOURO.
          02 LINE 07 COL 53, PIC X(008) FROM W-PAINEL-NUMERO.
          02 LINE 08 COL 03 VALUE "CIDADE.:".
          02 LINE 08 COL 12, PIC X(030) FROM W-PAINEL-CIDADE.
          02 LINE 08 COL 43, PIC XX FROM W-PAINEL-UF.
          02 LINE 08 COL 47 VALUE "CEP:".
          02 LINE 08 COL 52, PIC 9(008) FROM W-PAINEL-CEP.
          02 LINE 09 COL 03 VALUE "FONE...:".
          02 LINE 09 COL 12, PIC X(015) FROM W-PAINEL-TELEFONE.
          02 LINE 09 COL 28 VALUE "CONTATO:".
          02 LINE 09 COL 37, PIC X(030) FROM W-PAINEL-CONTATO.
          02 LINE 11 COL 03 VALUE "VENDEDOR NA ULTIMA RODADA:".
          02 LINE 11 COL 30, PIC ZZ9 FROM W-PAINEL-VEND-ATUAL.
          02 LINE 11 COL 34, PIC X(040) FROM W-PAINEL-NOME-ATUAL.
          02 LINE 12 COL 03 VALUE "SITUACAO:".
          02 LINE 12 COL 13, PIC X(016) FROM W-PAINEL-SIT-ATRIB.
          02 LINE 12 COL 30 VALUE "RESERVAS:".
          02 LINE 12 COL 40, PIC X(040) FROM W-PAINEL-RESERVAS.
          02 LINE 14 COL 03 VALUE "TITULOS EM ABERTO:".
          02 LINE 14 COL 22, PIC ZZZZ9 FROM W-PAINEL-TIT-QTD.
          02 LINE 14 COL 29, PIC ZZZZZZZZZZ9,99 FROM W-PAINEL-TIT-VALOR.
          02 LINE 15 COL 03 VALUE "TITULOS VENCIDOS.:".
          02 LINE 15 COL 22, PIC ZZZZ9 FROM W-PAINEL-VENC-QTD.
          02 LINE 15 COL 29, PIC ZZZZZZZZZZ9,99
                             FROM W-PAINEL-VENC-VALOR.
          02 LINE 15 COL 46 VALUE "INADIMPLENTE:".
          02 LINE 15 COL 60, PIC X(003) FROM W-PAINEL-INADIMPLENTE.
          02 LINE 16 COL 03 VALUE "RECEITA:".
          02 LINE 16 COL 12, PIC X(010) FROM W-PAINEL-RECEITA.
          02 LINE 16 COL 23 VALUE "EM:".
          02 LINE 16 COL 27, PIC 9(008) FROM W-PAINEL-DATA-RECEITA.
          02 LINE 16 COL 37 VALUE "DORMENTE:".
          02 LINE 16 COL 47, PIC X(003) FROM W-PAINEL-DORMENTE.
          02 LINE 16 COL 52 VALUE "CHAMADOS ABERTOS:".
          02 LINE 16 COL 70, PIC ZZZZ9 FROM W-PAINEL-CHAMADOS.
          02 LINE 18 COL 03 VALUE "VER PEDIDOS, VISITAS, CHAMADOS E OBS
      -"ERVACOES? (S/N):".
          02 LINE 18 COL 56, PIC X TO W-VER-HISTORICO.
          02 LINE 19 COL 03, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 TELA-HISTORICO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15, PIC X(040) FROM W-LISTA-TITULO.
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
          02 LINE 14 COL 03, PIC X(072) FROM W-LISTA-LINHA (11).
          02 LINE 15 COL 03, PIC X(072) FROM W-LISTA-LINHA (12).
          02 LINE 16 COL 03, PIC X(072) FROM W-LISTA-LINHA (13).
          02 LINE 17 COL 03, PIC X(072) FROM W-LISTA-LINHA (14).
          02 LINE 19 COL 10 "CONTINUAR? (S/N): (.)".
          02 LINE 19 COL 32, PIC X TO W-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       PROCEDURE DIVISION USING LKS-OPERADOR-ID.

      *-----------------------------------------------------------
      * VISAO 360 DO CLIENTE: CONSULTA POR CODIGO OU CNPJ QUE REUNE
      * NUMA TELA O CADASTRO, O VENDEDOR E AS RESERVAS DA ULTIMA
      * RODADA, OS TITULOS EM ABERTO E VENCIDOS COM A TRAVA DE
      * INADIMPLENCIA, A SITUACAO NA RECEITA, A DORMENCIA E OS
      * CHAMADOS EM ABERTO; EM SEGUIDA, A PEDIDO, OS ULTIMOS
      * PEDIDOS E VISITAS E OS CHAMADOS E OBSERVACOES - LEITURA PURA
      * DOS ARQUIVOS QUE JA EXISTEM, PARA O BALCAO ATENDER O CLIENTE
      * AO TELEFONE SEM PASSAR POR SEIS PROGRAMAS.
      *-----------------------------------------------------------
       000-INICIO.

           IF LKS-OPERADOR-ID NOT EQUAL SPACES
              MOVE LKS-OPERADOR-ID TO W-OPERADOR-ID
           END-IF

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM 100-CONSULTAR.

       100-CONSULTAR.

           MOVE ZEROS  TO W-COD-CLI-CONS
           MOVE SPACES TO W-CNPJ-CONS

           DISPLAY TELA-CONSULTA
           ACCEPT  TELA-CONSULTA

           MOVE SPACES TO WMSG

           IF W-COD-CLI-CONS EQUAL ZEROS
              AND W-CNPJ-CONS EQUAL SPACES
              GOBACK
           END-IF

           OPEN INPUT ARQ-CLIENTE

           IF W-COD-CLI-CONS GREATER ZEROS
              MOVE W-COD-CLI-CONS TO COD-CLIENTE
              READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
                INVALID KEY MOVE "23" TO FS-CLIENTE
              END-READ
           ELSE
              MOVE FUNCTION UPPER-CASE(W-CNPJ-CONS) TO CNPJ
              READ ARQ-CLIENTE RECORD KEY IS CNPJ
                INVALID KEY MOVE "23" TO FS-CLIENTE
              END-READ
           END-IF

           IF FS-CLIENTE NOT EQUAL "00"
              IF W-COD-CLI-CONS GREATER ZEROS
                 MOVE "CODIGO DE CLIENTE NAO LOCALIZADO" TO WMSG
              ELSE
                 MOVE "CNPJ NAO CADASTRADO" TO WMSG
              END-IF
              MOVE "00" TO FS-CLIENTE
              CLOSE ARQ-CLIENTE
           ELSE
              MOVE COD-CLIENTE TO W-COD-CLI-CONS

              PERFORM 150-CARREGAR-CADASTRO

              CLOSE ARQ-CLIENTE

              PERFORM 200-CARREGAR-RODADA
              PERFORM 300-CARREGAR-TITULOS
              PERFORM 400-CARREGAR-PEDIDOS
              PERFORM 500-CARREGAR-VISITAS
              PERFORM 600-CARREGAR-CHAMADOS
              PERFORM 650-CARREGAR-OBSERVACOES

              MOVE "N" TO W-VER-HISTORICO

              DISPLAY TELA-PAINEL
              ACCEPT  TELA-PAINEL

              IF FUNCTION UPPER-CASE(W-VER-HISTORICO) EQUAL "S"
                 PERFORM 700-LISTAR-HISTORICO
              END-IF
           END-IF

           PERFORM 100-CONSULTAR.

      * CADASTRO, DESCRICAO DA REGIAO E AS MARCAS DO CLIENTE
      * (SITUACAO NA RECEITA, DORMENCIA).
       150-CARREGAR-CADASTRO.

           MOVE COD-CLIENTE        TO W-PAINEL-COD
           MOVE RAZAO-SOCIAL       TO W-PAINEL-RAZAO
           MOVE CNPJ               TO W-PAINEL-CNPJ
           MOVE SEGMENTO-CLIENTE   TO W-PAINEL-SEGMENTO
           MOVE REGIAO-CLIENTE     TO W-PAINEL-REGIAO
           MOVE FILIAL-CLIENTE     TO W-PAINEL-FILIAL
           MOVE LOGRADOURO-CLIENTE TO W-PAINEL-LOGRADOURO
           MOVE NUMERO-CLIENTE     TO W-PAINEL-NUMERO
           MOVE CIDADE-CLIENTE     TO W-PAINEL-CIDADE
           MOVE UF-CLIENTE         TO W-PAINEL-UF
           MOVE CEP-CLIENTE        TO W-PAINEL-CEP
           MOVE TELEFONE-CLIENTE   TO W-PAINEL-TELEFONE
           MOVE CONTATO-CLIENTE    TO W-PAINEL-CONTATO
           MOVE DATA-SITUACAO-RECEITA TO W-PAINEL-DATA-RECEITA

           IF CLIENTE-ATIVO
              MOVE "ATIVO"   TO W-PAINEL-STATUS
           ELSE
              MOVE "INATIVO" TO W-PAINEL-STATUS
           END-IF

           EVALUATE TRUE
              WHEN VISITA-SEMANAL
                 MOVE "SEMANAL"   TO W-PAINEL-FREQ
              WHEN VISITA-QUINZENAL
                 MOVE "QUINZENAL" TO W-PAINEL-FREQ
              WHEN VISITA-MENSAL
                 MOVE "MENSAL"    TO W-PAINEL-FREQ
              WHEN OTHER
                 MOVE SPACES      TO W-PAINEL-FREQ
           END-EVALUATE

           EVALUATE TRUE
              WHEN RECEITA-ATIVA
                 MOVE "ATIVA"      TO W-PAINEL-RECEITA
              WHEN RECEITA-SUSPENSA
                 MOVE "SUSPENSA"   TO W-PAINEL-RECEITA
              WHEN RECEITA-CANCELADA
                 MOVE "CANCELADA"  TO W-PAINEL-RECEITA
              WHEN RECEITA-BAIXADA
                 MOVE "BAIXADA"    TO W-PAINEL-RECEITA
              WHEN OTHER
                 MOVE "NAO CONSULT" TO W-PAINEL-RECEITA
           END-EVALUATE

           IF CLIENTE-DORMENTE
              MOVE "SIM" TO W-PAINEL-DORMENTE
           ELSE
              MOVE "NAO" TO W-PAINEL-DORMENTE
           END-IF

           MOVE REGIAO-CLIENTE TO PRG-CODIGO
           CALL "VERREGIAO" USING W-PARAM-REGIAO
           MOVE PRG-DESCRICAO TO W-PAINEL-NOME-REGIAO.

      * VENDEDOR E RESERVAS DO CLIENTE NA RODADA COMPLETA MAIS
      * RECENTE.
       200-CARREGAR-RODADA.

           MOVE ZEROS  TO W-PAINEL-VEND-ATUAL
           MOVE SPACES TO W-PAINEL-NOME-ATUAL
           MOVE "SEM RODADA" TO W-PAINEL-SIT-ATRIB
           MOVE SPACES TO W-PAINEL-RESERVAS

           OPEN INPUT ARQ-DISTRIB

           IF FS-DISTRIB EQUAL "00"
              PERFORM 250-ACHAR-ULTIMO-RUN

              IF W-RUN-ID-MAX GREATER ZEROS
                 MOVE W-RUN-ID-MAX   TO D-RUN-ID
                 MOVE W-COD-CLI-CONS TO D-COD-CLIENTE

                 READ ARQ-DISTRIB RECORD KEY IS D-CHAVE-DISTRIB
                   INVALID KEY MOVE "23" TO FS-DISTRIB
                 END-READ

                 IF FS-DISTRIB EQUAL "00"
                    PERFORM 260-MONTAR-ATRIBUICAO
                 ELSE
                    MOVE "FORA DA RODADA" TO W-PAINEL-SIT-ATRIB
                 END-IF
              END-IF

              CLOSE ARQ-DISTRIB
           ELSE
              IF FS-DISTRIB EQUAL "05"
                 CLOSE ARQ-DISTRIB
              END-IF
           END-IF

           MOVE "00" TO FS-DISTRIB.

      * LE DO CONTROLE DE EXECUCAO (CADRUNCTL) A RODADA COMPLETA
      * MAIS RECENTE - O SALTO PELA CHAVE DO CADDISTRIB FICA COMO
      * RESERVA PARA INSTALACOES AINDA SEM O CONTROLE.
       250-ACHAR-ULTIMO-RUN.
           MOVE ZEROS TO W-RUN-ID-MAX

           PERFORM 245-LER-RUN-CONTROL

           IF W-RUN-ID-MAX EQUAL ZEROS
              MOVE ZEROS TO D-RUN-ID
              MOVE ZEROS TO D-COD-CLIENTE
              START ARQ-DISTRIB KEY IS NOT LESS D-CHAVE-DISTRIB
                INVALID KEY MOVE "23" TO FS-DISTRIB
              END-START

              IF FS-DISTRIB EQUAL "00"
                 READ ARQ-DISTRIB NEXT
                 PERFORM 251-SALTAR-PROXIMO-RUN
                    UNTIL FS-DISTRIB NOT EQUAL "00"
              END-IF

              MOVE "00" TO FS-DISTRIB
           END-IF.

       245-LER-RUN-CONTROL.
           MOVE "N" TO W-RUNCTL-ABERTO

           OPEN INPUT ARQ-RUNCTL
           IF FS-RUNCTL EQUAL "00" OR FS-RUNCTL EQUAL "05"
              MOVE "S" TO W-RUNCTL-ABERTO
           END-IF

           IF FS-RUNCTL EQUAL "00"
              MOVE ZEROS TO RC-RUN-ID
              START ARQ-RUNCTL KEY IS NOT LESS RC-RUN-ID
                INVALID KEY MOVE "23" TO FS-RUNCTL
              END-START

              IF FS-RUNCTL EQUAL "00"
                 READ ARQ-RUNCTL NEXT
                 PERFORM 246-GUARDAR-RUN-COMPLETO
                    UNTIL FS-RUNCTL NOT EQUAL "00"
              END-IF
           END-IF

           IF W-RUNCTL-ABERTO EQUAL "S"
              CLOSE ARQ-RUNCTL
           END-IF.

       246-GUARDAR-RUN-COMPLETO.
           IF RC-RUN-COMPLETO
              MOVE RC-RUN-ID TO W-RUN-ID-MAX
           END-IF

           READ ARQ-RUNCTL NEXT.

       251-SALTAR-PROXIMO-RUN.
           MOVE D-RUN-ID TO W-RUN-ID-MAX

           MOVE 9999999 TO D-COD-CLIENTE
           START ARQ-DISTRIB KEY IS GREATER D-CHAVE-DISTRIB
             INVALID KEY MOVE "23" TO FS-DISTRIB
           END-START

           IF FS-DISTRIB EQUAL "00"
              READ ARQ-DISTRIB NEXT
           END-IF.

      * VENDEDOR ATRIBUIDO COM O NOME E OS DOIS RESERVAS (CODIGO E
      * NOME ABREVIADO) GRAVADOS NA RODADA.
       260-MONTAR-ATRIBUICAO.

           OPEN INPUT ARQ-VENDEDOR

           IF D-ATRIBUIDO
              MOVE "ATRIBUIDO"      TO W-PAINEL-SIT-ATRIB
              MOVE D-COD-VENDEDOR   TO W-PAINEL-VEND-ATUAL

              MOVE D-COD-VENDEDOR TO COD-VENDEDOR
              READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR
                INVALID KEY MOVE SPACES TO NOME-VENDEDOR
              END-READ
              MOVE NOME-VENDEDOR TO W-PAINEL-NOME-ATUAL
           ELSE
              MOVE "NAO ATRIBUIDO"  TO W-PAINEL-SIT-ATRIB
           END-IF

           MOVE 1 TO W-IDX
           PERFORM 265-MONTAR-RESERVA
              VARYING W-IDX-RESERVA FROM 1 BY 1
              UNTIL W-IDX-RESERVA GREATER 2

           MOVE "00" TO FS-VENDEDOR
           CLOSE ARQ-VENDEDOR.

       265-MONTAR-RESERVA.
           IF D-RESERVA-COD-VENDEDOR (W-IDX-RESERVA) GREATER ZEROS
              MOVE D-RESERVA-COD-VENDEDOR (W-IDX-RESERVA)
                TO COD-VENDEDOR
              READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR
                INVALID KEY MOVE SPACES TO NOME-VENDEDOR
              END-READ

              STRING COD-VENDEDOR         DELIMITED BY SIZE
                     " "                  DELIMITED BY SIZE
                     NOME-VENDEDOR (1:14) DELIMITED BY SIZE
                     "  "                 DELIMITED BY SIZE
                INTO W-PAINEL-RESERVAS
                WITH POINTER W-IDX
              END-STRING
           END-IF.

      * TITULOS EM ABERTO DO CLIENTE (SALDO, DESCONTADO O PAGAMENTO
      * PARCIAL) E OS VENCIDOS ENTRE ELES; A MARCA DE INADIMPLENTE
      * E A DO VERINADIM, A MESMA QUE TRAVA O PEDIDO NOVO.
       300-CARREGAR-TITULOS.

           MOVE ZEROS TO W-QTD-TIT-ABERTO
           MOVE ZEROS TO W-VALOR-TIT-ABERTO
           MOVE ZEROS TO W-QTD-TIT-VENCIDO
           MOVE ZEROS TO W-VALOR-TIT-VENCIDO

           OPEN INPUT ARQ-TITULO

           IF FS-TITULO EQUAL "00"
              MOVE W-COD-CLI-CONS TO TIT-COD-CLIENTE
              MOVE ZEROS          TO TIT-NUM-TITULO

              START ARQ-TITULO KEY IS NOT LESS TIT-CHAVE-TITULO
                INVALID KEY MOVE "23" TO FS-TITULO
              END-START

              IF FS-TITULO EQUAL "00"
                 READ ARQ-TITULO NEXT
                 PERFORM 310-SOMAR-TITULO
                    UNTIL FS-TITULO NOT EQUAL "00"
              END-IF

              CLOSE ARQ-TITULO
           ELSE
              IF FS-TITULO EQUAL "05"
                 CLOSE ARQ-TITULO
              END-IF
           END-IF

           MOVE "00" TO FS-TITULO

           MOVE W-QTD-TIT-ABERTO    TO W-PAINEL-TIT-QTD
           MOVE W-VALOR-TIT-ABERTO  TO W-PAINEL-TIT-VALOR
           MOVE W-QTD-TIT-VENCIDO   TO W-PAINEL-VENC-QTD
           MOVE W-VALOR-TIT-VENCIDO TO W-PAINEL-VENC-VALOR

           MOVE W-COD-CLI-CONS TO INA-COD-CLIENTE
           MOVE W-DATA-HOJE    TO INA-DATA-REF
           CALL "VERINADIM" USING W-PARAM-INADIM

           IF INA-SITUACAO EQUAL "S"
              MOVE "SIM" TO W-PAINEL-INADIMPLENTE
           ELSE
              MOVE "NAO" TO W-PAINEL-INADIMPLENTE
           END-IF.

       310-SOMAR-TITULO.
           IF TIT-COD-CLIENTE NOT EQUAL W-COD-CLI-CONS
              MOVE "10" TO FS-TITULO
           ELSE
              IF TITULO-ABERTO
                 COMPUTE W-SALDO-TITULO = TIT-VALOR - TIT-VALOR-PAGO
                 IF W-SALDO-TITULO LESS ZEROS
                    MOVE ZEROS TO W-SALDO-TITULO
                 END-IF

                 ADD 1              TO W-QTD-TIT-ABERTO
                 ADD W-SALDO-TITULO TO W-VALOR-TIT-ABERTO

                 IF TIT-DATA-VENCIMENTO LESS W-DATA-HOJE
                    ADD 1              TO W-QTD-TIT-VENCIDO
                    ADD W-SALDO-TITULO TO W-VALOR-TIT-VENCIDO
                 END-IF
              END-IF

              READ ARQ-TITULO NEXT
           END-IF.

      * ULTIMOS PEDIDOS DO CLIENTE (CHAVE CLIENTE+DATA+SEQUENCIA).
       400-CARREGAR-PEDIDOS.

           MOVE ZEROS TO W-QTD-PEDIDOS
           INITIALIZE W-TAB-PEDIDOS

           OPEN INPUT ARQ-PEDIDO

           IF FS-PEDIDO EQUAL "00"
              MOVE W-COD-CLI-CONS TO P-COD-CLIENTE
              MOVE ZEROS          TO P-DATA-PEDIDO
              MOVE ZEROS          TO P-SEQ-PEDIDO

              START ARQ-PEDIDO KEY IS NOT LESS P-CHAVE-PEDIDO
                INVALID KEY MOVE "23" TO FS-PEDIDO
              END-START

              IF FS-PEDIDO EQUAL "00"
                 READ ARQ-PEDIDO NEXT
                 PERFORM 410-GUARDAR-PEDIDO
                    UNTIL FS-PEDIDO NOT EQUAL "00"
              END-IF

              CLOSE ARQ-PEDIDO
           ELSE
              IF FS-PEDIDO EQUAL "05"
                 CLOSE ARQ-PEDIDO
              END-IF
           END-IF

           MOVE "00" TO FS-PEDIDO.

       410-GUARDAR-PEDIDO.
           IF P-COD-CLIENTE NOT EQUAL W-COD-CLI-CONS
              MOVE "10" TO FS-PEDIDO
           ELSE
              IF W-QTD-PEDIDOS LESS 5
                 ADD 1 TO W-QTD-PEDIDOS
              ELSE
                 PERFORM 415-DESLOCAR-PEDIDO
                    VARYING W-IDX FROM 1 BY 1
                    UNTIL W-IDX GREATER 4
              END-IF

              MOVE P-DATA-PEDIDO  TO W-PED-DATA (W-QTD-PEDIDOS)
              MOVE P-VALOR-PEDIDO TO W-PED-VALOR (W-QTD-PEDIDOS)
              MOVE P-COD-VENDEDOR TO W-PED-VENDEDOR (W-QTD-PEDIDOS)
              MOVE P-STATUS-ERP   TO W-PED-STATUS-ERP (W-QTD-PEDIDOS)

              READ ARQ-PEDIDO NEXT
           END-IF.

       415-DESLOCAR-PEDIDO.
           MOVE W-PED-ITEM (W-IDX + 1) TO W-PED-ITEM (W-IDX).

      * ULTIMAS VISITAS DO CLIENTE (CHAVE CLIENTE+DATA).
       500-CARREGAR-VISITAS.

           MOVE ZEROS TO W-QTD-VISITAS
           INITIALIZE W-TAB-VISITAS

           OPEN INPUT ARQ-VISITA

           IF FS-VISITA EQUAL "00"
              MOVE W-COD-CLI-CONS TO V-COD-CLIENTE
              MOVE ZEROS          TO V-DATA-VISITA

              START ARQ-VISITA KEY IS NOT LESS V-CHAVE-VISITA
                INVALID KEY MOVE "23" TO FS-VISITA
              END-START

              IF FS-VISITA EQUAL "00"
                 READ ARQ-VISITA NEXT
                 PERFORM 510-GUARDAR-VISITA
                    UNTIL FS-VISITA NOT EQUAL "00"
              END-IF

              CLOSE ARQ-VISITA
           ELSE
              IF FS-VISITA EQUAL "05"
                 CLOSE ARQ-VISITA
              END-IF
           END-IF

           MOVE "00" TO FS-VISITA.

       510-GUARDAR-VISITA.
           IF V-COD-CLIENTE NOT EQUAL W-COD-CLI-CONS
              MOVE "10" TO FS-VISITA
           ELSE
              IF W-QTD-VISITAS LESS 5
                 ADD 1 TO W-QTD-VISITAS
              ELSE
                 PERFORM 515-DESLOCAR-VISITA
                    VARYING W-IDX FROM 1 BY 1
                    UNTIL W-IDX GREATER 4
              END-IF

              MOVE V-DATA-VISITA  TO W-VIS-DATA (W-QTD-VISITAS)
              MOVE V-COD-VENDEDOR TO W-VIS-VENDEDOR (W-QTD-VISITAS)
              MOVE V-SITUACAO     TO W-VIS-SITUACAO (W-QTD-VISITAS)
              MOVE V-MOTIVO       TO W-VIS-MOTIVO (W-QTD-VISITAS)

              READ ARQ-VISITA NEXT
           END-IF.

       515-DESLOCAR-VISITA.
           MOVE W-VIS-ITEM (W-IDX + 1) TO W-VIS-ITEM (W-IDX).

      * CHAMADOS AINDA NAO ATENDIDOS (ABERTOS OU AGENDADOS) - O
      * PAINEL MOSTRA O TOTAL E O HISTORICO OS 4 MAIS ANTIGOS.
       600-CARREGAR-CHAMADOS.

           MOVE ZEROS TO W-QTD-CHAMADOS
           MOVE ZEROS TO W-QTD-CHA-LISTA
           INITIALIZE W-TAB-CHAMADOS

           OPEN INPUT ARQ-CHAMADO

           IF FS-CHAMADO EQUAL "00"
              MOVE W-COD-CLI-CONS TO CH-COD-CLIENTE
              MOVE ZEROS          TO CH-DATA-SOLIC

              START ARQ-CHAMADO KEY IS NOT LESS CH-CHAVE-CHAMADO
                INVALID KEY MOVE "23" TO FS-CHAMADO
              END-START

              IF FS-CHAMADO EQUAL "00"
                 READ ARQ-CHAMADO NEXT
                 PERFORM 610-GUARDAR-CHAMADO
                    UNTIL FS-CHAMADO NOT EQUAL "00"
              END-IF

              CLOSE ARQ-CHAMADO
           ELSE
              IF FS-CHAMADO EQUAL "05"
                 CLOSE ARQ-CHAMADO
              END-IF
           END-IF

           MOVE "00" TO FS-CHAMADO

           MOVE W-QTD-CHAMADOS TO W-PAINEL-CHAMADOS.

       610-GUARDAR-CHAMADO.
           IF CH-COD-CLIENTE NOT EQUAL W-COD-CLI-CONS
              MOVE "10" TO FS-CHAMADO
           ELSE
              IF NOT CH-ATENDIDO
                 ADD 1 TO W-QTD-CHAMADOS

                 IF W-QTD-CHA-LISTA LESS 4
                    ADD 1 TO W-QTD-CHA-LISTA
                    MOVE CH-DATA-SOLIC
                      TO W-CHA-DATA (W-QTD-CHA-LISTA)
                    MOVE CH-URGENCIA
                      TO W-CHA-URGENCIA (W-QTD-CHA-LISTA)
                    MOVE CH-SITUACAO
                      TO W-CHA-SITUACAO (W-QTD-CHA-LISTA)
                    MOVE CH-MOTIVO
                      TO W-CHA-MOTIVO (W-QTD-CHA-LISTA)
                 END-IF
              END-IF

              READ ARQ-CHAMADO NEXT
           END-IF.

      * AS DUAS OBSERVACOES MAIS RECENTES DO CLIENTE.
       650-CARREGAR-OBSERVACOES.

           MOVE ZEROS TO W-QTD-OBSERV
           INITIALIZE W-TAB-OBSERV

           OPEN INPUT ARQ-OBSERV

           IF FS-OBSERV EQUAL "00"
              MOVE W-COD-CLI-CONS TO O-COD-CLIENTE
              MOVE ZEROS          TO O-DATA-VISITA

              START ARQ-OBSERV KEY IS NOT LESS O-CHAVE-OBSERV
                INVALID KEY MOVE "23" TO FS-OBSERV
              END-START

              IF FS-OBSERV EQUAL "00"
                 READ ARQ-OBSERV NEXT
                 PERFORM 660-GUARDAR-OBSERVACAO
                    UNTIL FS-OBSERV NOT EQUAL "00"
              END-IF

              CLOSE ARQ-OBSERV
           ELSE
              IF FS-OBSERV EQUAL "05"
                 CLOSE ARQ-OBSERV
              END-IF
           END-IF

           MOVE "00" TO FS-OBSERV.

       660-GUARDAR-OBSERVACAO.
           IF O-COD-CLIENTE NOT EQUAL W-COD-CLI-CONS
              MOVE "10" TO FS-OBSERV
           ELSE
              IF W-QTD-OBSERV LESS 2
                 ADD 1 TO W-QTD-OBSERV
              ELSE
                 MOVE W-OBS-ITEM (2) TO W-OBS-ITEM (1)
              END-IF

              MOVE O-DATA-VISITA TO W-OBS-DATA (W-QTD-OBSERV)
              MOVE O-LINHA-OBSERV (1) TO W-OBS-LINHA (W-QTD-OBSERV, 1)
              MOVE O-LINHA-OBSERV (2) TO W-OBS-LINHA (W-QTD-OBSERV, 2)
              MOVE O-LINHA-OBSERV (3) TO W-OBS-LINHA (W-QTD-OBSERV, 3)

              READ ARQ-OBSERV NEXT
           END-IF.

      * HISTORICO EM DUAS PAGINAS: PEDIDOS E VISITAS (DO MAIS NOVO
      * PARA O MAIS ANTIGO); CHAMADOS EM ABERTO E OBSERVACOES.
       700-LISTAR-HISTORICO.

           MOVE "N" TO W-PARAR-SW

           MOVE SPACES TO W-LISTA
           MOVE ZEROS  TO W-QTD-LISTA
           MOVE "PEDIDOS E VISITAS DO CLIENTE" TO W-LISTA-TITULO

           PERFORM 790-INCLUIR-LINHA
           MOVE "ULTIMOS PEDIDOS" TO W-LISTA-LINHA (W-QTD-LISTA)
           IF W-QTD-PEDIDOS EQUAL ZEROS
              PERFORM 790-INCLUIR-LINHA
              MOVE "  NENHUM PEDIDO REGISTRADO"
                TO W-LISTA-LINHA (W-QTD-LISTA)
           END-IF
           PERFORM 710-LINHA-PEDIDO
              VARYING W-IDX FROM W-QTD-PEDIDOS BY -1
              UNTIL W-IDX LESS 1

           PERFORM 790-INCLUIR-LINHA
           PERFORM 790-INCLUIR-LINHA
           MOVE "ULTIMAS VISITAS" TO W-LISTA-LINHA (W-QTD-LISTA)
           IF W-QTD-VISITAS EQUAL ZEROS
              PERFORM 790-INCLUIR-LINHA
              MOVE "  NENHUMA VISITA REGISTRADA"
                TO W-LISTA-LINHA (W-QTD-LISTA)
           END-IF
           PERFORM 720-LINHA-VISITA
              VARYING W-IDX FROM W-QTD-VISITAS BY -1
              UNTIL W-IDX LESS 1

           PERFORM 750-EXIBIR-PAGINA

           IF NOT W-PARAR-LISTA
              MOVE SPACES TO W-LISTA
              MOVE ZEROS  TO W-QTD-LISTA
              MOVE "CHAMADOS E OBSERVACOES DO CLIENTE"
                TO W-LISTA-TITULO

              PERFORM 790-INCLUIR-LINHA
              MOVE "CHAMADOS EM ABERTO" TO W-LISTA-LINHA (W-QTD-LISTA)
              IF W-QTD-CHA-LISTA EQUAL ZEROS
                 PERFORM 790-INCLUIR-LINHA
                 MOVE "  NENHUM CHAMADO EM ABERTO"
                   TO W-LISTA-LINHA (W-QTD-LISTA)
              END-IF
              PERFORM 730-LINHA-CHAMADO
                 VARYING W-IDX FROM 1 BY 1
                 UNTIL W-IDX GREATER W-QTD-CHA-LISTA

              PERFORM 790-INCLUIR-LINHA
              PERFORM 790-INCLUIR-LINHA
              MOVE "ULTIMAS OBSERVACOES" TO W-LISTA-LINHA (W-QTD-LISTA)
              IF W-QTD-OBSERV EQUAL ZEROS
                 PERFORM 790-INCLUIR-LINHA
                 MOVE "  NENHUMA OBSERVACAO REGISTRADA"
                   TO W-LISTA-LINHA (W-QTD-LISTA)
              END-IF
              PERFORM 740-LINHA-OBSERVACAO
                 VARYING W-IDX FROM W-QTD-OBSERV BY -1
                 UNTIL W-IDX LESS 1

              PERFORM 750-EXIBIR-PAGINA
           END-IF.

       710-LINHA-PEDIDO.
           MOVE W-PED-DATA (W-IDX)     TO W-LPD-DATA
           MOVE W-PED-VALOR (W-IDX)    TO W-LPD-VALOR
           MOVE W-PED-VENDEDOR (W-IDX) TO W-LPD-VENDEDOR

           EVALUATE W-PED-STATUS-ERP (W-IDX)
              WHEN "D"
                 MOVE "DIGITADO"    TO W-LPD-ERP
              WHEN "T"
                 MOVE "TRANSMITIDO" TO W-LPD-ERP
              WHEN "F"
                 MOVE "FATURADO"    TO W-LPD-ERP
              WHEN "R"
                 MOVE "RECUSADO"    TO W-LPD-ERP
              WHEN OTHER
                 MOVE "LEGADO"      TO W-LPD-ERP
           END-EVALUATE

           PERFORM 790-INCLUIR-LINHA
           MOVE W-LISTA-PEDIDO TO W-LISTA-LINHA (W-QTD-LISTA).

       720-LINHA-VISITA.
           MOVE W-VIS-DATA (W-IDX)     TO W-LVS-DATA
           MOVE W-VIS-VENDEDOR (W-IDX) TO W-LVS-VENDEDOR
           MOVE W-VIS-MOTIVO (W-IDX)   TO W-LVS-MOTIVO
           MOVE SPACES                 TO W-LVS-DESCRICAO

           IF W-VIS-SITUACAO (W-IDX) EQUAL "R"
              MOVE "REALIZADA"     TO W-LVS-SITUACAO
           ELSE
              MOVE "NAO REALIZADA" TO W-LVS-SITUACAO
           END-IF

           IF W-VIS-MOTIVO (W-IDX) NOT EQUAL SPACES
              MOVE W-VIS-MOTIVO (W-IDX) TO PMO-CODIGO
              CALL "VERMOTIVO" USING W-PARAM-MOTIVO
              MOVE PMO-DESCRICAO TO W-LVS-DESCRICAO
           END-IF

           PERFORM 790-INCLUIR-LINHA
           MOVE W-LISTA-VISITA TO W-LISTA-LINHA (W-QTD-LISTA).

       730-LINHA-CHAMADO.
           MOVE W-CHA-DATA (W-IDX)   TO W-LCH-DATA
           MOVE W-CHA-MOTIVO (W-IDX) TO W-LCH-MOTIVO

           IF W-CHA-SITUACAO (W-IDX) EQUAL "G"
              MOVE "AGENDADO" TO W-LCH-SITUACAO
           ELSE
              MOVE "ABERTO"   TO W-LCH-SITUACAO
           END-IF

           IF W-CHA-URGENCIA (W-IDX) EQUAL "U"
              MOVE "URGENTE" TO W-LCH-URGENCIA
           ELSE
              MOVE "NORMAL"  TO W-LCH-URGENCIA
           END-IF

           PERFORM 790-INCLUIR-LINHA
           MOVE W-LISTA-CHAMADO TO W-LISTA-LINHA (W-QTD-LISTA).

      * DATA NA PRIMEIRA LINHA DA OBSERVACAO; AS LINHAS SEGUINTES
      * SO QUANDO PREENCHIDAS.
       740-LINHA-OBSERVACAO.
           MOVE W-OBS-DATA (W-IDX)     TO W-LOB-DATA
           MOVE W-OBS-LINHA (W-IDX, 1) TO W-LOB-TEXTO
           PERFORM 790-INCLUIR-LINHA
           MOVE W-LISTA-OBSERV TO W-LISTA-LINHA (W-QTD-LISTA)

           MOVE SPACES TO W-LOB-DATA
           IF W-OBS-LINHA (W-IDX, 2) NOT EQUAL SPACES
              MOVE W-OBS-LINHA (W-IDX, 2) TO W-LOB-TEXTO
              PERFORM 790-INCLUIR-LINHA
              MOVE W-LISTA-OBSERV TO W-LISTA-LINHA (W-QTD-LISTA)
           END-IF
           IF W-OBS-LINHA (W-IDX, 3) NOT EQUAL SPACES
              MOVE W-OBS-LINHA (W-IDX, 3) TO W-LOB-TEXTO
              PERFORM 790-INCLUIR-LINHA
              MOVE W-LISTA-OBSERV TO W-LISTA-LINHA (W-QTD-LISTA)
           END-IF.

       750-EXIBIR-PAGINA.

           DISPLAY TELA-HISTORICO
           ACCEPT  TELA-HISTORICO

           IF FUNCTION UPPER-CASE(W-CONFIRMA) NOT EQUAL "S"
              MOVE "S" TO W-PARAR-SW
           END-IF.

      * PROXIMA LINHA DA PAGINA - AS 14 LINHAS COMPORTAM O MAXIMO DE
      * CADA PAGINA; ALEM DISSO A ULTIMA LINHA E REAPROVEITADA.
       790-INCLUIR-LINHA.
           IF W-QTD-LISTA LESS 14
              ADD 1 TO W-QTD-LISTA
           END-IF.

       END PROGRAM CONSCLI.
