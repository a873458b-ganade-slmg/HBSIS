       PROGRAM-ID.   RELFILIAL.
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

           SELECT OPTIONAL ARQ-DEVOLUCAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DV-CHAVE-DEVOLUCAO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-DEVOLUCAO.

           SELECT OPTIONAL ARQ-META ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS M-CHAVE-META
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-META.

           SELECT OPTIONAL ARQ-VISITA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS V-CHAVE-VISITA
                  ALTERNATE RECORD KEY IS V-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VISITA.

           SELECT OPTIONAL ARQ-TITULO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TIT-CHAVE-TITULO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-TITULO.

           SELECT OPTIONAL ARQ-CHAMADO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CH-CHAVE-CHAMADO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CHAMADO.

           SELECT OPTIONAL ARQ-TRIAGEM ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS T-COD-CLIENTE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-TRIAGEM.

           SELECT OPTIONAL ARQ-RESFIL ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RF-CHAVE-RESFIL
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-RESFIL.

           SELECT ARQ-PARAM ASSIGN TO "RELFILIAL.PAR"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-PARAM.

           SELECT REL-FILIAL ASSIGN TO "RELFILIAL.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADDEVOLUCAO'.

       COPY "CADDEVOLUCAO.CPY".

       FD  ARQ-META
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADMETA'.

       COPY "CADMETA.CPY".

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVISITA'.

       COPY "CADVISITA.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADTITULO'.

       COPY "CADTITULO.CPY".

       FD  ARQ-CHAMADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCHAMADO'.

       COPY "CADCHAMADO.CPY".

       FD  ARQ-TRIAGEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADTRIAGEM'.

       COPY "CADTRIAGEM.CPY".

       FD  ARQ-RESFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADRESFIL'.

       COPY "CADRESFIL.CPY".

       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.

       01  REG-PARAM.
           03 PARAM-ANO-MES       PIC 9(006).

       FD  REL-FILIAL.
       01  REG-FILIAL-REL PIC X(120).

       WORKING-STORAGE SECTION.

       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-VENDEDOR             PIC  X(002)         VALUE "00".
       77 FS-DISTRIB              PIC  X(002)         VALUE "00".
       77 FS-RUNCTL               PIC  X(002)         VALUE "00".
       77 FS-PEDIDO               PIC  X(002)         VALUE "00".
       77 FS-DEVOLUCAO            PIC  X(002)         VALUE "00".
       77 FS-META                 PIC  X(002)         VALUE "00".
       77 FS-VISITA               PIC  X(002)         VALUE "00".
       77 FS-TITULO               PIC  X(002)         VALUE "00".
       77 FS-CHAMADO              PIC  X(002)         VALUE "00".
       77 FS-TRIAGEM              PIC  X(002)         VALUE "00".
       77 FS-RESFIL               PIC  X(002)         VALUE "00".
       77 FS-PARAM                PIC  X(002)         VALUE "00".
       77 W-RUNCTL-ABERTO         PIC  X(001)         VALUE "N".
       77 W-DISTRIB-ABERTO        PIC  X(001)         VALUE "N".

       77 W-DATA-HOJE             PIC  9(008)         VALUE ZEROS.
       77 W-RUN-ID-ANTERIOR       PIC  9(016)         VALUE ZEROS.

      *-----------------------------------------------------------
      * COMPETENCIAS DO RELATORIO: 1 = MES PEDIDO NO RELFILIAL.PAR
      * (PADRAO O MES CORRENTE), 2 = MES ANTERIOR. O CORTE E O
      * ULTIMO DIA DO MES - OU A DATA DE HOJE, SE O MES AINDA NAO
      * FECHOU - E SERVE PARA TITULO VENCIDO E CHAMADO EM ABERTO. A
      * RODADA DE CADA MES E A ULTIMA RODADA COMPLETA INICIADA ATE
      * O FIM DELE.
      *-----------------------------------------------------------
       01  W-TAB-COMPETENCIA.
           03 W-CMP-ITEM OCCURS 2 TIMES.
              05 W-CMP-ANO-MES    PIC 9(006).
              05 W-CMP-CORTE      PIC 9(008).
              05 W-CMP-RUN-ID     PIC 9(016).

       77 W-IDX-MES               PIC 9(001) COMP     VALUE ZEROS.
       77 W-ANO-MES-BUSCA         PIC 9(006)          VALUE ZEROS.

      * O MES PEDIDO E O CORRENTE (OU FUTURO): CLIENTES E VENDEDORES
      * ATIVOS E TRIAGEM ABERTA SAO CONTADOS AGORA E FOTOGRAFADOS NO
      * CADRESFIL. MES JA FECHADO LE ESSES NUMEROS DA FOTOGRAFIA.
       77 W-MES-CORRENTE-SW       PIC  X(001)         VALUE "N".
          88 W-MES-CORRENTE          VALUE "S".

      * FILIAL DE CADA VENDEDOR, INDEXADA PELO PROPRIO CODIGO.
       01  W-TAB-VEND-FILIAL.
           03 W-VEND-FILIAL       OCCURS 999 TIMES
                                  PIC X(002).

      * ULTIMO CLIENTE LIDO - PEDIDOS, TITULOS E CHAMADOS VEM EM
      * SEQUENCIA DO MESMO CLIENTE E NAO RELEEM O CADASTRO.
       77 W-CLI-ULTIMO            PIC  9(007)         VALUE ZEROS.
       77 W-CLI-ULTIMO-FILIAL     PIC  X(002)         VALUE SPACES.
       77 W-COD-CLIENTE-BUSCA     PIC  9(007)         VALUE ZEROS.

      *-----------------------------------------------------------
      * INDICADORES POR FILIAL E COMPETENCIA. A POSICAO 51 RECEBE O
      * TOTAL DA EMPRESA NA IMPRESSAO. FILIAL EM BRANCO E "SEM
      * FILIAL".
      *-----------------------------------------------------------
       01  W-TAB-FILIAL.
           03 W-FIL-ITEM OCCURS 51 TIMES.
              05 W-FIL-CODIGO            PIC X(002).
              05 W-FIL-IMPRESSO          PIC X(001).
              05 W-FIL-MES OCCURS 2 TIMES.
                 07 W-FIL-CLI-ATIVOS     PIC 9(007) COMP.
                 07 W-FIL-VEN-ATIVOS     PIC 9(005) COMP.
                 07 W-FIL-ATRIBUIDOS     PIC 9(007) COMP.
                 07 W-FIL-NAO-ATRIB      PIC 9(007) COMP.
                 07 W-FIL-VENDAS         PIC 9(013)V9(002) COMP-3.
                 07 W-FIL-DEVOLVIDO      PIC 9(013)V9(002) COMP-3.
                 07 W-FIL-META           PIC 9(013)V9(002) COMP-3.
                 07 W-FIL-VIS-REGISTRADAS PIC 9(007) COMP.
                 07 W-FIL-VIS-REALIZADAS PIC 9(007) COMP.
                 07 W-FIL-QTD-VENCIDOS   PIC 9(007) COMP.
                 07 W-FIL-VALOR-VENCIDO  PIC 9(013)V9(002) COMP-3.
                 07 W-FIL-CHAMADOS       PIC 9(007) COMP.
                 07 W-FIL-TRIAGEM        PIC 9(007) COMP.

       77 W-QTD-FILIAIS           PIC 9(002) COMP     VALUE ZEROS.
       77 W-IDX-FIL               PIC 9(002) COMP     VALUE ZEROS.
       77 W-IDX-BUSCA             PIC 9(002) COMP     VALUE ZEROS.
       77 W-IDX-MENOR             PIC 9(002) COMP     VALUE ZEROS.
       77 W-IDX-VOLTA             PIC 9(002) COMP     VALUE ZEROS.
       77 W-IDX-VENDEDOR          PIC 9(004) COMP     VALUE ZEROS.
       77 W-FILIAL-BUSCA          PIC X(002)          VALUE SPACES.
       77 W-QTD-FILIAL-FORA       PIC 9(007)          VALUE ZEROS.

       77 W-REA-LIQUIDO           PIC S9(013)V9(002)  VALUE ZEROS.
       77 W-SALDO-TITULO          PIC S9(011)V9(002)  VALUE ZEROS.
       77 W-PCT-CALCULADO         PIC 9(005)V9(002)   VALUE ZEROS.
       77 W-PCT-ATUAL          PIC 9(005)V9(002)   VALUE ZEROS.

      *-----------------------------------------------------------
      * CONFERENCIA DAS ENTRADAS (VERDEFASA): ALIMENTACAO CARREGADA
      * HA MAIS DIAS QUE O MAXIMO DO SISPARAM SAI COMO AVISO NO
      * INICIO DA SAIDA (RETORNO 4) OU, COM BLOQUEIO-DEFASAGEM
      * LIGADO, INTERROMPE O PROCESSAMENTO (RETORNO 8).
      *-----------------------------------------------------------
       01  W-PARAM-DEFASAGEM.
           03 PDF-ALIMENTACAO     PIC X(012)          VALUE SPACES.
           03 PDF-SITUACAO        PIC X(001)          VALUE SPACES.
              88 PDF-EM-DIA          VALUE "A".
              88 PDF-DEFASADA        VALUE "D".
              88 PDF-SEM-REGISTRO    VALUE "S".
           03 PDF-BLOQUEIO        PIC X(001)          VALUE "N".
              88 PDF-BLOQUEAR        VALUE "S".
           03 PDF-DATA-CARGA      PIC 9(008)          VALUE ZEROS.
           03 PDF-HORA-CARGA      PIC 9(008)          VALUE ZEROS.
           03 PDF-IDADE-DIAS      PIC 9(005)          VALUE ZEROS.
           03 PDF-IDADE-MAXIMA    PIC 9(003)          VALUE ZEROS.
           03 PDF-MENSAGEM        PIC X(100)          VALUE SPACES.

       01  W-TAB-DEFASAGEM.
           03 W-DEF-MENSAGEM OCCURS 3 TIMES PIC X(100).

       77 W-QTD-DEFASAGEM         PIC  9(001)         VALUE ZEROS.
       77 W-IDX-DEFASAGEM         PIC  9(001)         VALUE ZEROS.
       77 W-DEFASAGEM-SW          PIC  X(001)         VALUE "N".
          88 W-BLOQUEAR-DEFASADO     VALUE "S".

      * ARQUIVAMENTO DA GERACAO NO CATALOGO DE RELATORIOS (CATRELAT)
      * - A COPIA DATADA SOBREVIVE A PROXIMA SOBRESCRITA DO NOME
      * FIXO.
       01  W-PARAM-CATALOGO.
           03 CTR-PROGRAMA        PIC X(012)          VALUE SPACES.
           03 CTR-ARQUIVO         PIC X(020)          VALUE SPACES.
           03 CTR-RUN-ID          PIC 9(016)          VALUE ZEROS.
           03 CTR-OPERADOR        PIC X(008)          VALUE "SISTEMA".

       01  WCAB-PAGINA.
           03 FILLER              PIC X(031)          VALUE
              "RELATORIO GERENCIAL POR FILIAL;".
           03 FILLER              PIC X(007)          VALUE "FILIAL;".
           03 WPAG-FILIAL         PIC X(016)          VALUE SPACES.
           03 FILLER              PIC X(013)          VALUE
              ";COMPETENCIA;".
           03 WPAG-ANO-MES        PIC 9(006)          VALUE ZEROS.
           03 FILLER              PIC X(014)          VALUE
              ";MES ANTERIOR;".
           03 WPAG-ANO-MES-ANT    PIC 9(006)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WCAB-COLUNAS.
           03 FILLER PIC X(060) VALUE "INDICADOR;MES ATUAL;MES ANTERIOR;
      -"".

       01  WQTD.
           03 WQTD-INDICADOR      PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WQTD-ATUAL          PIC ZZZZZZZZ9       VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WQTD-ANTERIOR       PIC ZZZZZZZZ9       VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WVAL.
           03 WVAL-INDICADOR      PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WVAL-ATUAL          PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WVAL-ANTERIOR       PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WRUN.
           03 WRUN-INDICADOR      PIC X(040)          VALUE
              "RODADA DE REFERENCIA".
           03 FILLER              PIC X(001)          VALUE ";".
           03 WRUN-ATUAL          PIC 9(016)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WRUN-ANTERIOR       PIC 9(016)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * RELATORIO GERENCIAL CONSOLIDADO POR FILIAL: UMA PAGINA POR
      * FILIAL E O TOTAL DA EMPRESA, COM O MES PEDIDO E O ANTERIOR
      * LADO A LADO - CLIENTES E VENDEDORES ATIVOS, ATRIBUIDOS E NAO
      * ATRIBUIDOS NA ULTIMA RODADA DO MES, VENDAS LIQUIDAS X META,
      * CUMPRIMENTO DE VISITAS, TITULOS VENCIDOS, CHAMADOS EM ABERTO
      * E CASOS ABERTOS NA TRIAGEM.
      * - CLIENTE, PEDIDO, DEVOLUCAO, VISITA, TITULO, CHAMADO E CASO
      *   DE TRIAGEM CONTAM NA FILIAL DO CLIENTE; VENDEDOR E META NA
      *   FILIAL DO VENDEDOR; ATRIBUICAO NA FILIAL GRAVADA NA RODADA.
      * - VENDAS LIQUIDAS COMO NO RELMETA: PEDIDOS DO MES MENOS AS
      *   DEVOLUCOES REGISTRADAS NO MES.
      * - CUMPRIMENTO DE VISITAS: REALIZADAS SOBRE AS VISITAS
      *   REGISTRADAS NO MES (A CONFERENCIA CONTRA O PLANO SEMANAL
      *   CONTINUA NO RELVISITA).
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "RELFILIAL - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           INITIALIZE W-TAB-FILIAL
           INITIALIZE W-TAB-VEND-FILIAL

           PERFORM 010-LER-PARAMETROS

           PERFORM 025-CONFERIR-DEFASAGEM

           IF W-BLOQUEAR-DEFASADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VENDEDOR

           IF FS-CLIENTE NOT EQUAL "00"
              OR FS-VENDEDOR NOT EQUAL "00"
              DISPLAY "RELFILIAL - CADASTROS DE CLIENTES/VENDEDORES NAO"
                      " LOCALIZADOS"
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 020-CARREGAR-VENDEDORES

              IF W-MES-CORRENTE
                 PERFORM 030-CONTAR-CLIENTES
                 PERFORM 040-CONTAR-TRIAGEM
              ELSE
                 MOVE 1 TO W-IDX-MES
                 PERFORM 400-LER-FOTOGRAFIA
              END-IF

              MOVE 2 TO W-IDX-MES
              PERFORM 400-LER-FOTOGRAFIA

              PERFORM 050-ACHAR-RODADAS
              PERFORM 060-CONTAR-ATRIBUICAO
                 VARYING W-IDX-MES FROM 1 BY 1
                 UNTIL W-IDX-MES GREATER 2

              PERFORM 100-ACUMULAR-PEDIDOS
              PERFORM 150-ACUMULAR-DEVOLUCOES
              PERFORM 200-ACUMULAR-METAS
              PERFORM 250-ACUMULAR-VISITAS
              PERFORM 300-ACUMULAR-TITULOS
              PERFORM 350-ACUMULAR-CHAMADOS

              IF W-MES-CORRENTE
                 PERFORM 450-GRAVAR-FOTOGRAFIA
              END-IF

              OPEN OUTPUT REL-FILIAL
              PERFORM 027-IMPRIMIR-DEFASAGEM
                 VARYING W-IDX-DEFASAGEM FROM 1 BY 1
                 UNTIL W-IDX-DEFASAGEM GREATER W-QTD-DEFASAGEM

              PERFORM 500-IMPRIMIR-FILIAIS

              CLOSE REL-FILIAL

              MOVE "RELFILIAL"     TO CTR-PROGRAMA
              MOVE "RELFILIAL.CSV" TO CTR-ARQUIVO
              CALL "CATRELAT" USING W-PARAM-CATALOGO

              DISPLAY "RELFILIAL - COMPETENCIA: " W-CMP-ANO-MES (1)
              DISPLAY "RELFILIAL - FILIAIS: " W-QTD-FILIAIS
              IF W-QTD-FILIAL-FORA GREATER ZEROS
                 DISPLAY "RELFILIAL - REGISTROS DE FILIAL FORA DA "
                         "TABELA: " W-QTD-FILIAL-FORA
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR

           IF W-QTD-DEFASAGEM GREATER ZEROS
              AND RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "RELFILIAL - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       010-LER-PARAMETROS.

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-DATA-HOJE (1:6) TO W-CMP-ANO-MES (1)

           OPEN INPUT ARQ-PARAM
           IF FS-PARAM EQUAL "00"
              READ ARQ-PARAM
              IF FS-PARAM EQUAL "00"
                 AND PARAM-ANO-MES GREATER ZEROS
                 MOVE PARAM-ANO-MES TO W-CMP-ANO-MES (1)
              END-IF
              CLOSE ARQ-PARAM
           END-IF

           IF W-CMP-ANO-MES (1) (5:2) EQUAL "01"
              COMPUTE W-CMP-ANO-MES (2) = W-CMP-ANO-MES (1) - 89
           ELSE
              COMPUTE W-CMP-ANO-MES (2) = W-CMP-ANO-MES (1) - 1
           END-IF

           IF W-CMP-ANO-MES (1) NOT LESS W-DATA-HOJE (1:6)
              MOVE "S" TO W-MES-CORRENTE-SW
           END-IF

           PERFORM 011-CALCULAR-CORTE
              VARYING W-IDX-MES FROM 1 BY 1
              UNTIL W-IDX-MES GREATER 2.

       011-CALCULAR-CORTE.
           COMPUTE W-CMP-CORTE (W-IDX-MES) =
                   W-CMP-ANO-MES (W-IDX-MES) * 100 + 31

           IF W-CMP-CORTE (W-IDX-MES) GREATER W-DATA-HOJE
              MOVE W-DATA-HOJE TO W-CMP-CORTE (W-IDX-MES)
           END-IF

           MOVE ZEROS TO W-CMP-RUN-ID (W-IDX-MES).

      * ALIMENTACOES DE ENTRADA DO PAINEL: IMPPEDIDO, IMPTITULO E
      * IMPVISITA.
       025-CONFERIR-DEFASAGEM.
           MOVE ZEROS TO W-QTD-DEFASAGEM
           MOVE "N"   TO W-DEFASAGEM-SW

           MOVE "IMPPEDIDO" TO PDF-ALIMENTACAO
           PERFORM 026-CONFERIR-ALIMENTACAO
           MOVE "IMPTITULO" TO PDF-ALIMENTACAO
           PERFORM 026-CONFERIR-ALIMENTACAO
           MOVE "IMPVISITA" TO PDF-ALIMENTACAO
           PERFORM 026-CONFERIR-ALIMENTACAO

           IF W-BLOQUEAR-DEFASADO
              DISPLAY "RELFILIAL - ENTRADA DEFASADA - PROCESSAMENTO "
                      "INTERROMPIDO (BLOQUEIO-DEFASAGEM)"
           END-IF.

       026-CONFERIR-ALIMENTACAO.
           CALL "VERDEFASA" USING W-PARAM-DEFASAGEM

           IF PDF-DEFASADA
              AND W-QTD-DEFASAGEM LESS 3
              ADD 1 TO W-QTD-DEFASAGEM
              MOVE PDF-MENSAGEM TO W-DEF-MENSAGEM (W-QTD-DEFASAGEM)
              DISPLAY "RELFILIAL - " PDF-MENSAGEM

              IF PDF-BLOQUEAR
                 MOVE "S" TO W-DEFASAGEM-SW
              END-IF
           END-IF.

      * AVISO DE DEFASAGEM NO INICIO DA SAIDA, ANTES DO CABECALHO.
       027-IMPRIMIR-DEFASAGEM.
           WRITE REG-FILIAL-REL FROM W-DEF-MENSAGEM (W-IDX-DEFASAGEM).

      * FILIAL DE TODOS OS VENDEDORES (A META CONTA NA FILIAL DO
      * VENDEDOR MESMO DEPOIS DE INATIVADO); OS ATIVOS SO SAO
      * CONTADOS NO MES CORRENTE.
       020-CARREGAR-VENDEDORES.

           MOVE ZEROS TO COD-VENDEDOR
           START ARQ-VENDEDOR KEY IS NOT LESS COD-VENDEDOR
             INVALID KEY MOVE "23" TO FS-VENDEDOR
           END-START

           IF FS-VENDEDOR EQUAL "00"
              READ ARQ-VENDEDOR NEXT
              PERFORM 021-GUARDAR-VENDEDOR
                 UNTIL FS-VENDEDOR NOT EQUAL "00"
           END-IF

           MOVE "00" TO FS-VENDEDOR.

       021-GUARDAR-VENDEDOR.
           IF COD-VENDEDOR GREATER ZEROS
              MOVE FILIAL-VENDEDOR TO W-VEND-FILIAL (COD-VENDEDOR)

              IF W-MES-CORRENTE AND VENDEDOR-ATIVO
                 MOVE FILIAL-VENDEDOR TO W-FILIAL-BUSCA
                 PERFORM 850-ACHAR-FILIAL
                 IF W-IDX-FIL GREATER ZEROS
                    ADD 1 TO W-FIL-VEN-ATIVOS (W-IDX-FIL, 1)
                 END-IF
              END-IF
           END-IF

           READ ARQ-VENDEDOR NEXT.

       030-CONTAR-CLIENTES.

           MOVE ZEROS TO COD-CLIENTE
           START ARQ-CLIENTE KEY IS NOT LESS COD-CLIENTE
             INVALID KEY MOVE "23" TO FS-CLIENTE
           END-START

           IF FS-CLIENTE EQUAL "00"
              READ ARQ-CLIENTE NEXT
              PERFORM 031-CONTAR-CLIENTE
                 UNTIL FS-CLIENTE NOT EQUAL "00"
           END-IF

           MOVE "00" TO FS-CLIENTE.

       031-CONTAR-CLIENTE.
           IF CLIENTE-ATIVO
              MOVE FILIAL-CLIENTE TO W-FILIAL-BUSCA
              PERFORM 850-ACHAR-FILIAL
              IF W-IDX-FIL GREATER ZEROS
                 ADD 1 TO W-FIL-CLI-ATIVOS (W-IDX-FIL, 1)
              END-IF
           END-IF

           READ ARQ-CLIENTE NEXT.

      * CASOS DA TRIAGEM DE NAO ATRIBUIDOS AINDA SEM DISPOSICAO.
       040-CONTAR-TRIAGEM.

           OPEN INPUT ARQ-TRIAGEM

           IF FS-TRIAGEM EQUAL "00"
              MOVE ZEROS TO T-COD-CLIENTE
              START ARQ-TRIAGEM KEY IS NOT LESS T-COD-CLIENTE
                INVALID KEY MOVE "23" TO FS-TRIAGEM
              END-START

              IF FS-TRIAGEM EQUAL "00"
                 READ ARQ-TRIAGEM NEXT
                 PERFORM 041-CONTAR-CASO
                    UNTIL FS-TRIAGEM NOT EQUAL "00"
              END-IF

              CLOSE ARQ-TRIAGEM
           ELSE
              IF FS-TRIAGEM EQUAL "05"
                 CLOSE ARQ-TRIAGEM
              END-IF
           END-IF

           MOVE "00" TO FS-TRIAGEM.

       041-CONTAR-CASO.
           IF T-CASO-ABERTO
              MOVE T-COD-CLIENTE TO W-COD-CLIENTE-BUSCA
              PERFORM 800-FILIAL-DO-CLIENTE
              IF W-IDX-FIL GREATER ZEROS
                 ADD 1 TO W-FIL-TRIAGEM (W-IDX-FIL, 1)
              END-IF
           END-IF

           READ ARQ-TRIAGEM NEXT.

      * LE DO CONTROLE DE EXECUCAO (CADRUNCTL) A ULTIMA RODADA
      * COMPLETA DE CADA MES (INICIADA ATE O FIM DELE) - O SALTO
      * PELA CHAVE DO CADDISTRIB FICA COMO RESERVA PARA INSTALACOES
      * AINDA SEM O CONTROLE.
       050-ACHAR-RODADAS.

           PERFORM 045-LER-RUN-CONTROL

           MOVE "N" TO W-DISTRIB-ABERTO

           OPEN INPUT ARQ-DISTRIB
           IF FS-DISTRIB EQUAL "00" OR FS-DISTRIB EQUAL "05"
              MOVE "S" TO W-DISTRIB-ABERTO
           END-IF

           IF FS-DISTRIB EQUAL "00"
              AND W-CMP-RUN-ID (1) EQUAL ZEROS
              AND W-CMP-RUN-ID (2) EQUAL ZEROS
              MOVE ZEROS TO D-RUN-ID
              MOVE ZEROS TO D-COD-CLIENTE
              START ARQ-DISTRIB KEY IS NOT LESS D-CHAVE-DISTRIB
                INVALID KEY MOVE "23" TO FS-DISTRIB
              END-START

              IF FS-DISTRIB EQUAL "00"
                 READ ARQ-DISTRIB NEXT
                 PERFORM 051-SALTAR-PROXIMO-RUN
                    UNTIL FS-DISTRIB NOT EQUAL "00"
              END-IF
           END-IF

           MOVE "00" TO FS-DISTRIB.

       045-LER-RUN-CONTROL.
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
                 PERFORM 046-GUARDAR-RUN-COMPLETO
                    UNTIL FS-RUNCTL NOT EQUAL "00"
              END-IF
           END-IF

           IF W-RUNCTL-ABERTO EQUAL "S"
              CLOSE ARQ-RUNCTL
           END-IF.

       046-GUARDAR-RUN-COMPLETO.
           IF RC-RUN-COMPLETO
              IF RC-DATA-INICIO (1:6) NOT GREATER W-CMP-ANO-MES (1)
                 MOVE RC-RUN-ID TO W-CMP-RUN-ID (1)
              END-IF
              IF RC-DATA-INICIO (1:6) NOT GREATER W-CMP-ANO-MES (2)
                 MOVE RC-RUN-ID TO W-CMP-RUN-ID (2)
              END-IF
           END-IF

           READ ARQ-RUNCTL NEXT.

      * O RUN-ID COMECA PELA DATA DA RODADA (AAAAMMDD).
       051-SALTAR-PROXIMO-RUN.
           IF D-RUN-ID (1:6) NOT GREATER W-CMP-ANO-MES (1)
              MOVE D-RUN-ID TO W-CMP-RUN-ID (1)
           END-IF
           IF D-RUN-ID (1:6) NOT GREATER W-CMP-ANO-MES (2)
              MOVE D-RUN-ID TO W-CMP-RUN-ID (2)
           END-IF

           MOVE 9999999 TO D-COD-CLIENTE
           START ARQ-DISTRIB KEY IS GREATER D-CHAVE-DISTRIB
             INVALID KEY MOVE "23" TO FS-DISTRIB
           END-START

           IF FS-DISTRIB EQUAL "00"
              READ ARQ-DISTRIB NEXT
           END-IF.

      * ATRIBUIDOS E NAO ATRIBUIDOS DA RODADA DE REFERENCIA DO MES,
      * NA FILIAL GRAVADA EM CADA LINHA DA DISTRIBUICAO. QUANDO OS
      * DOIS MESES CAEM NA MESMA RODADA A CONTAGEM E REPETIDA.
       060-CONTAR-ATRIBUICAO.

           IF W-DISTRIB-ABERTO EQUAL "S"
              AND W-CMP-RUN-ID (W-IDX-MES) GREATER ZEROS
              MOVE W-CMP-RUN-ID (W-IDX-MES) TO D-RUN-ID
              MOVE ZEROS                    TO D-COD-CLIENTE

              START ARQ-DISTRIB KEY IS NOT LESS D-CHAVE-DISTRIB
                INVALID KEY MOVE "23" TO FS-DISTRIB
              END-START

              IF FS-DISTRIB EQUAL "00"
                 READ ARQ-DISTRIB NEXT
                 PERFORM 065-CONTAR-CLIENTE-RODADA
                    UNTIL FS-DISTRIB NOT EQUAL "00"
                       OR D-RUN-ID NOT EQUAL W-CMP-RUN-ID (W-IDX-MES)
              END-IF

              MOVE "00" TO FS-DISTRIB
           END-IF

           IF W-IDX-MES EQUAL 2
              AND W-DISTRIB-ABERTO EQUAL "S"
              CLOSE ARQ-DISTRIB
           END-IF.

       065-CONTAR-CLIENTE-RODADA.
           MOVE D-FILIAL TO W-FILIAL-BUSCA
           PERFORM 850-ACHAR-FILIAL

           IF W-IDX-FIL GREATER ZEROS
              IF D-ATRIBUIDO
                 ADD 1 TO W-FIL-ATRIBUIDOS (W-IDX-FIL, W-IDX-MES)
              ELSE
                 ADD 1 TO W-FIL-NAO-ATRIB (W-IDX-FIL, W-IDX-MES)
              END-IF
           END-IF

           READ ARQ-DISTRIB NEXT.

      * PEDIDOS DOS DOIS MESES PELA CHAVE ALTERNADA VENDEDOR+DATA:
      * DE CADA VENDEDOR SO O TRECHO ENTRE O INICIO DO MES ANTERIOR
      * E O FIM DO MES PEDIDO E LIDO, COMO NO RELMETA.
       100-ACUMULAR-PEDIDOS.

           OPEN INPUT ARQ-PEDIDO

           IF FS-PEDIDO EQUAL "00"
              MOVE ZEROS TO P-VEND-VENDEDOR
              PERFORM 105-POSICIONAR-PEDIDO

              PERFORM 110-ACUMULAR-PEDIDO
                 UNTIL FS-PEDIDO NOT EQUAL "00"

              CLOSE ARQ-PEDIDO
           ELSE
              IF FS-PEDIDO EQUAL "05"
                 CLOSE ARQ-PEDIDO
              END-IF
           END-IF

           MOVE "00" TO FS-PEDIDO.

       105-POSICIONAR-PEDIDO.

           COMPUTE P-VEND-DATA = W-CMP-ANO-MES (2) * 100 + 1

           START ARQ-PEDIDO KEY IS NOT LESS P-CHAVE-VENDEDOR
             INVALID KEY MOVE "23" TO FS-PEDIDO
           END-START

           IF FS-PEDIDO EQUAL "00"
              READ ARQ-PEDIDO NEXT
           END-IF.

       110-ACUMULAR-PEDIDO.

           EVALUATE TRUE
              WHEN P-VEND-DATA (1:6) LESS W-CMP-ANO-MES (2)
                 PERFORM 105-POSICIONAR-PEDIDO

              WHEN P-VEND-DATA (1:6) GREATER W-CMP-ANO-MES (1)
                 IF P-VEND-VENDEDOR LESS 999
                    ADD 1 TO P-VEND-VENDEDOR
                    PERFORM 105-POSICIONAR-PEDIDO
                 ELSE
                    MOVE "10" TO FS-PEDIDO
                 END-IF

              WHEN OTHER
                 MOVE P-VEND-DATA (1:6) TO W-ANO-MES-BUSCA
                 PERFORM 820-ACHAR-MES

                 MOVE P-COD-CLIENTE TO W-COD-CLIENTE-BUSCA
                 PERFORM 800-FILIAL-DO-CLIENTE

                 IF W-IDX-FIL GREATER ZEROS
                    AND W-IDX-MES GREATER ZEROS
                    AND NOT P-ERP-RECUSADO
                    ADD P-VALOR-PEDIDO
                      TO W-FIL-VENDAS (W-IDX-FIL, W-IDX-MES)
                 END-IF

                 READ ARQ-PEDIDO NEXT
           END-EVALUATE.

      * DEVOLUCOES E CANCELAMENTOS ABATEM AS VENDAS DO MES EM QUE
      * FORAM REGISTRADOS, COMO NO RELMETA.
       150-ACUMULAR-DEVOLUCOES.

           OPEN INPUT ARQ-DEVOLUCAO

           IF FS-DEVOLUCAO EQUAL "00"
              MOVE ZEROS TO DV-CHAVE-DEVOLUCAO

              START ARQ-DEVOLUCAO KEY IS NOT LESS DV-CHAVE-DEVOLUCAO
                INVALID KEY MOVE "23" TO FS-DEVOLUCAO
              END-START

              IF FS-DEVOLUCAO EQUAL "00"
                 READ ARQ-DEVOLUCAO NEXT
                 PERFORM 160-ACUMULAR-DEVOLUCAO
                    UNTIL FS-DEVOLUCAO NOT EQUAL "00"
              END-IF

              CLOSE ARQ-DEVOLUCAO
           ELSE
              IF FS-DEVOLUCAO EQUAL "05"
                 CLOSE ARQ-DEVOLUCAO
              END-IF
           END-IF

           MOVE "00" TO FS-DEVOLUCAO.

       160-ACUMULAR-DEVOLUCAO.

           MOVE DV-DATA-DEVOLUCAO (1:6) TO W-ANO-MES-BUSCA
           PERFORM 820-ACHAR-MES

           IF W-IDX-MES GREATER ZEROS
              MOVE DV-COD-CLIENTE TO W-COD-CLIENTE-BUSCA
              PERFORM 800-FILIAL-DO-CLIENTE

              IF W-IDX-FIL GREATER ZEROS
                 ADD DV-VALOR-DEVOLVIDO
                   TO W-FIL-DEVOLVIDO (W-IDX-FIL, W-IDX-MES)
              END-IF
           END-IF

           READ ARQ-DEVOLUCAO NEXT.

      * METAS DOS DOIS MESES NA FILIAL DO VENDEDOR.
       200-ACUMULAR-METAS.

           OPEN INPUT ARQ-META

           IF FS-META EQUAL "00"
              MOVE ZEROS TO M-COD-VENDEDOR
              MOVE ZEROS TO M-ANO-MES

              START ARQ-META KEY IS NOT LESS M-CHAVE-META
                INVALID KEY MOVE "23" TO FS-META
              END-START

              IF FS-META EQUAL "00"
                 READ ARQ-META NEXT
                 PERFORM 210-ACUMULAR-META
                    UNTIL FS-META NOT EQUAL "00"
              END-IF

              CLOSE ARQ-META
           ELSE
              IF FS-META EQUAL "05"
                 CLOSE ARQ-META
              END-IF
           END-IF

           MOVE "00" TO FS-META.

       210-ACUMULAR-META.

           MOVE M-ANO-MES TO W-ANO-MES-BUSCA
           PERFORM 820-ACHAR-MES

           IF W-IDX-MES GREATER ZEROS
              AND M-COD-VENDEDOR GREATER ZEROS
              MOVE W-VEND-FILIAL (M-COD-VENDEDOR) TO W-FILIAL-BUSCA
              PERFORM 850-ACHAR-FILIAL

              IF W-IDX-FIL GREATER ZEROS
                 ADD M-VALOR-META TO W-FIL-META (W-IDX-FIL, W-IDX-MES)
              END-IF
           END-IF

           READ ARQ-META NEXT.

      * VISITAS REGISTRADAS NOS DOIS MESES, PELA CHAVE ALTERNADA
      * VENDEDOR+DATA NO MESMO SALTO DOS PEDIDOS.
       250-ACUMULAR-VISITAS.

           OPEN INPUT ARQ-VISITA

           IF FS-VISITA EQUAL "00"
              MOVE ZEROS TO V-VEND-VENDEDOR
              PERFORM 255-POSICIONAR-VISITA

              PERFORM 260-ACUMULAR-VISITA
                 UNTIL FS-VISITA NOT EQUAL "00"

              CLOSE ARQ-VISITA
           ELSE
              IF FS-VISITA EQUAL "05"
                 CLOSE ARQ-VISITA
              END-IF
           END-IF

           MOVE "00" TO FS-VISITA.

       255-POSICIONAR-VISITA.

           COMPUTE V-VEND-DATA = W-CMP-ANO-MES (2) * 100 + 1

           START ARQ-VISITA KEY IS NOT LESS V-CHAVE-VENDEDOR
             INVALID KEY MOVE "23" TO FS-VISITA
           END-START

           IF FS-VISITA EQUAL "00"
              READ ARQ-VISITA NEXT
           END-IF.

       260-ACUMULAR-VISITA.

           EVALUATE TRUE
              WHEN V-VEND-DATA (1:6) LESS W-CMP-ANO-MES (2)
                 PERFORM 255-POSICIONAR-VISITA

              WHEN V-VEND-DATA (1:6) GREATER W-CMP-ANO-MES (1)
                 IF V-VEND-VENDEDOR LESS 999
                    ADD 1 TO V-VEND-VENDEDOR
                    PERFORM 255-POSICIONAR-VISITA
                 ELSE
                    MOVE "10" TO FS-VISITA
                 END-IF

              WHEN OTHER
                 MOVE V-VEND-DATA (1:6) TO W-ANO-MES-BUSCA
                 PERFORM 820-ACHAR-MES

                 MOVE V-COD-CLIENTE TO W-COD-CLIENTE-BUSCA
                 PERFORM 800-FILIAL-DO-CLIENTE

                 IF W-IDX-FIL GREATER ZEROS
                    AND W-IDX-MES GREATER ZEROS
                    ADD 1
                      TO W-FIL-VIS-REGISTRADAS (W-IDX-FIL, W-IDX-MES)
                    IF V-REALIZADA
                       ADD 1
                         TO W-FIL-VIS-REALIZADAS (W-IDX-FIL, W-IDX-MES)
                    END-IF
                 END-IF

                 READ ARQ-VISITA NEXT
           END-EVALUATE.

      * TITULOS VENCIDOS NO CORTE DE CADA MES: VENCIMENTO ANTERIOR
      * AO CORTE E AINDA EM ABERTO - OU PAGO SO DEPOIS DO CORTE, QUE
      * NO FECHAMENTO DAQUELE MES ESTAVA EM ABERTO. TITULO BAIXADO
      * COMO PERDA NAO ENTRA.
       300-ACUMULAR-TITULOS.

           OPEN INPUT ARQ-TITULO

           IF FS-TITULO EQUAL "00"
              MOVE ZEROS TO TIT-CHAVE-TITULO

              START ARQ-TITULO KEY IS NOT LESS TIT-CHAVE-TITULO
                INVALID KEY MOVE "23" TO FS-TITULO
              END-START

              IF FS-TITULO EQUAL "00"
                 READ ARQ-TITULO NEXT
                 PERFORM 310-ACUMULAR-TITULO
                    UNTIL FS-TITULO NOT EQUAL "00"
              END-IF

              CLOSE ARQ-TITULO
           ELSE
              IF FS-TITULO EQUAL "05"
                 CLOSE ARQ-TITULO
              END-IF
           END-IF

           MOVE "00" TO FS-TITULO.

       310-ACUMULAR-TITULO.

           IF TITULO-ABERTO OR TITULO-PAGO
              MOVE TIT-COD-CLIENTE TO W-COD-CLIENTE-BUSCA
              PERFORM 800-FILIAL-DO-CLIENTE

              IF W-IDX-FIL GREATER ZEROS
                 PERFORM 315-CONFERIR-VENCIDO
                    VARYING W-IDX-MES FROM 1 BY 1
                    UNTIL W-IDX-MES GREATER 2
              END-IF
           END-IF

           READ ARQ-TITULO NEXT.

       315-CONFERIR-VENCIDO.
           MOVE ZEROS TO W-SALDO-TITULO

           IF TIT-DATA-VENCIMENTO LESS W-CMP-CORTE (W-IDX-MES)
              IF TITULO-ABERTO
                 COMPUTE W-SALDO-TITULO = TIT-VALOR - TIT-VALOR-PAGO
                 IF W-SALDO-TITULO LESS ZEROS
                    MOVE ZEROS TO W-SALDO-TITULO
                 END-IF
                 ADD 1 TO W-FIL-QTD-VENCIDOS (W-IDX-FIL, W-IDX-MES)
              ELSE
                 IF TIT-DATA-PAGAMENTO GREATER W-CMP-CORTE (W-IDX-MES)
                    MOVE TIT-VALOR TO W-SALDO-TITULO
                    ADD 1 TO W-FIL-QTD-VENCIDOS (W-IDX-FIL, W-IDX-MES)
                 END-IF
              END-IF

              ADD W-SALDO-TITULO
                TO W-FIL-VALOR-VENCIDO (W-IDX-FIL, W-IDX-MES)
           END-IF.

      * CHAMADOS EM ABERTO NO CORTE DE CADA MES: SOLICITADOS ATE O
      * CORTE E NAO ATENDIDOS - OU ATENDIDOS SO DEPOIS DELE.
       350-ACUMULAR-CHAMADOS.

           OPEN INPUT ARQ-CHAMADO

           IF FS-CHAMADO EQUAL "00"
              MOVE ZEROS TO CH-COD-CLIENTE
              MOVE ZEROS TO CH-DATA-SOLIC

              START ARQ-CHAMADO KEY IS NOT LESS CH-CHAVE-CHAMADO
                INVALID KEY MOVE "23" TO FS-CHAMADO
              END-START

              IF FS-CHAMADO EQUAL "00"
                 READ ARQ-CHAMADO NEXT
                 PERFORM 360-ACUMULAR-CHAMADO
                    UNTIL FS-CHAMADO NOT EQUAL "00"
              END-IF

              CLOSE ARQ-CHAMADO
           ELSE
              IF FS-CHAMADO EQUAL "05"
                 CLOSE ARQ-CHAMADO
              END-IF
           END-IF

           MOVE "00" TO FS-CHAMADO.

       360-ACUMULAR-CHAMADO.

           MOVE CH-COD-CLIENTE TO W-COD-CLIENTE-BUSCA
           PERFORM 800-FILIAL-DO-CLIENTE

           IF W-IDX-FIL GREATER ZEROS
              PERFORM 365-CONFERIR-CHAMADO
                 VARYING W-IDX-MES FROM 1 BY 1
                 UNTIL W-IDX-MES GREATER 2
           END-IF

           READ ARQ-CHAMADO NEXT.

       365-CONFERIR-CHAMADO.
           IF CH-DATA-SOLIC NOT GREATER W-CMP-CORTE (W-IDX-MES)
              IF NOT CH-ATENDIDO
                 OR CH-DATA-ATENDIMENTO GREATER W-CMP-CORTE (W-IDX-MES)
                 ADD 1 TO W-FIL-CHAMADOS (W-IDX-FIL, W-IDX-MES)
              END-IF
           END-IF.

      * FOTOGRAFIA GRAVADA DE UM MES (CLIENTES E VENDEDORES ATIVOS E
      * TRIAGEM ABERTA). SEM FOTOGRAFIA OS NUMEROS FICAM ZERADOS.
       400-LER-FOTOGRAFIA.

           OPEN INPUT ARQ-RESFIL

           IF FS-RESFIL EQUAL "00"
              MOVE W-CMP-ANO-MES (W-IDX-MES) TO RF-ANO-MES
              MOVE LOW-VALUES                TO RF-FILIAL

              START ARQ-RESFIL KEY IS NOT LESS RF-CHAVE-RESFIL
                INVALID KEY MOVE "23" TO FS-RESFIL
              END-START

              IF FS-RESFIL EQUAL "00"
                 READ ARQ-RESFIL NEXT
                 PERFORM 410-GUARDAR-FOTOGRAFIA
                    UNTIL FS-RESFIL NOT EQUAL "00"
                       OR RF-ANO-MES NOT EQUAL
                          W-CMP-ANO-MES (W-IDX-MES)
              END-IF

              CLOSE ARQ-RESFIL
           ELSE
              IF FS-RESFIL EQUAL "05"
                 CLOSE ARQ-RESFIL
              END-IF
           END-IF

           MOVE "00" TO FS-RESFIL.

       410-GUARDAR-FOTOGRAFIA.
           MOVE RF-FILIAL TO W-FILIAL-BUSCA
           PERFORM 850-ACHAR-FILIAL

           IF W-IDX-FIL GREATER ZEROS
              MOVE RF-QTD-CLI-ATIVOS
                TO W-FIL-CLI-ATIVOS (W-IDX-FIL, W-IDX-MES)
              MOVE RF-QTD-VEN-ATIVOS
                TO W-FIL-VEN-ATIVOS (W-IDX-FIL, W-IDX-MES)
              MOVE RF-QTD-TRIAGEM
                TO W-FIL-TRIAGEM (W-IDX-FIL, W-IDX-MES)
           END-IF

           READ ARQ-RESFIL NEXT.

      * FOTOGRAFIA DO MES CORRENTE - A GERACAO MAIS RECENTE DO MES
      * REGRAVA A ANTERIOR, FICANDO A MAIS PROXIMA DO FECHAMENTO.
       450-GRAVAR-FOTOGRAFIA.

           OPEN I-O ARQ-RESFIL

           IF FS-RESFIL EQUAL "00" OR FS-RESFIL EQUAL "05"
              PERFORM 460-GRAVAR-FILIAL
                 VARYING W-IDX-FIL FROM 1 BY 1
                 UNTIL W-IDX-FIL GREATER W-QTD-FILIAIS

              CLOSE ARQ-RESFIL
           END-IF

           MOVE "00" TO FS-RESFIL.

       460-GRAVAR-FILIAL.
           MOVE W-CMP-ANO-MES (1)            TO RF-ANO-MES
           MOVE W-FIL-CODIGO (W-IDX-FIL)     TO RF-FILIAL
           MOVE W-FIL-CLI-ATIVOS (W-IDX-FIL, 1) TO RF-QTD-CLI-ATIVOS
           MOVE W-FIL-VEN-ATIVOS (W-IDX-FIL, 1) TO RF-QTD-VEN-ATIVOS
           MOVE W-FIL-TRIAGEM (W-IDX-FIL, 1) TO RF-QTD-TRIAGEM
           MOVE W-DATA-HOJE                  TO RF-DATA-FOTOGRAFIA

           WRITE ARQ-RESFIL-REG
             INVALID KEY
                REWRITE ARQ-RESFIL-REG
           END-WRITE.

      * UMA PAGINA POR FILIAL EM ORDEM DE CODIGO (SELECAO DO MENOR
      * AINDA NAO IMPRESSO A CADA VOLTA) E A PAGINA DO TOTAL DA
      * EMPRESA, SOMADO NA POSICAO 51 DA TABELA.
       500-IMPRIMIR-FILIAIS.

           PERFORM 510-IMPRIMIR-PROXIMA
              VARYING W-IDX-VOLTA FROM 1 BY 1
              UNTIL W-IDX-VOLTA GREATER W-QTD-FILIAIS

           MOVE 51 TO W-IDX-FIL
           MOVE "TOTAL DA EMPRESA" TO WPAG-FILIAL
           PERFORM 530-IMPRIMIR-PAGINA.

       510-IMPRIMIR-PROXIMA.

           MOVE ZEROS TO W-IDX-MENOR

           PERFORM 520-PROCURAR-MENOR
              VARYING W-IDX-BUSCA FROM 1 BY 1
              UNTIL W-IDX-BUSCA GREATER W-QTD-FILIAIS

           IF W-IDX-MENOR GREATER ZEROS
              MOVE "S" TO W-FIL-IMPRESSO (W-IDX-MENOR)
              MOVE W-IDX-MENOR TO W-IDX-FIL

              IF W-FIL-CODIGO (W-IDX-FIL) EQUAL SPACES
                 MOVE "SEM FILIAL" TO WPAG-FILIAL
              ELSE
                 MOVE W-FIL-CODIGO (W-IDX-FIL) TO WPAG-FILIAL
              END-IF

              PERFORM 530-IMPRIMIR-PAGINA

              PERFORM 540-SOMAR-TOTAL
                 VARYING W-IDX-MES FROM 1 BY 1
                 UNTIL W-IDX-MES GREATER 2
           END-IF.

       520-PROCURAR-MENOR.
           IF W-FIL-IMPRESSO (W-IDX-BUSCA) NOT EQUAL "S"
              AND (W-IDX-MENOR EQUAL ZEROS
                   OR W-FIL-CODIGO (W-IDX-BUSCA)
                      LESS W-FIL-CODIGO (W-IDX-MENOR))
              MOVE W-IDX-BUSCA TO W-IDX-MENOR
           END-IF.

       530-IMPRIMIR-PAGINA.

           MOVE W-CMP-ANO-MES (1) TO WPAG-ANO-MES
           MOVE W-CMP-ANO-MES (2) TO WPAG-ANO-MES-ANT

           WRITE REG-FILIAL-REL FROM WCAB-PAGINA
           WRITE REG-FILIAL-REL FROM WCAB-COLUNAS

           MOVE "CLIENTES ATIVOS" TO WQTD-INDICADOR
           MOVE W-FIL-CLI-ATIVOS (W-IDX-FIL, 1) TO WQTD-ATUAL
           MOVE W-FIL-CLI-ATIVOS (W-IDX-FIL, 2) TO WQTD-ANTERIOR
           WRITE REG-FILIAL-REL FROM WQTD

           MOVE "VENDEDORES ATIVOS" TO WQTD-INDICADOR
           MOVE W-FIL-VEN-ATIVOS (W-IDX-FIL, 1) TO WQTD-ATUAL
           MOVE W-FIL-VEN-ATIVOS (W-IDX-FIL, 2) TO WQTD-ANTERIOR
           WRITE REG-FILIAL-REL FROM WQTD

           MOVE W-CMP-RUN-ID (1) TO WRUN-ATUAL
           MOVE W-CMP-RUN-ID (2) TO WRUN-ANTERIOR
           WRITE REG-FILIAL-REL FROM WRUN

           MOVE "CLIENTES ATRIBUIDOS NA RODADA" TO WQTD-INDICADOR
           MOVE W-FIL-ATRIBUIDOS (W-IDX-FIL, 1) TO WQTD-ATUAL
           MOVE W-FIL-ATRIBUIDOS (W-IDX-FIL, 2) TO WQTD-ANTERIOR
           WRITE REG-FILIAL-REL FROM WQTD

           MOVE "CLIENTES NAO ATRIBUIDOS NA RODADA" TO WQTD-INDICADOR
           MOVE W-FIL-NAO-ATRIB (W-IDX-FIL, 1) TO WQTD-ATUAL
           MOVE W-FIL-NAO-ATRIB (W-IDX-FIL, 2) TO WQTD-ANTERIOR
           WRITE REG-FILIAL-REL FROM WQTD

           MOVE 1 TO W-IDX-MES
           PERFORM 535-CALCULAR-ATINGIMENTO
           MOVE W-REA-LIQUIDO   TO WVAL-ATUAL
           MOVE W-PCT-CALCULADO TO W-PCT-ATUAL
           MOVE 2 TO W-IDX-MES
           PERFORM 535-CALCULAR-ATINGIMENTO
           MOVE W-REA-LIQUIDO   TO WVAL-ANTERIOR

           MOVE "VENDAS LIQUIDAS" TO WVAL-INDICADOR
           WRITE REG-FILIAL-REL FROM WVAL

           MOVE "META DE VENDAS" TO WVAL-INDICADOR
           MOVE W-FIL-META (W-IDX-FIL, 1) TO WVAL-ATUAL
           MOVE W-FIL-META (W-IDX-FIL, 2) TO WVAL-ANTERIOR
           WRITE REG-FILIAL-REL FROM WVAL

           MOVE "PCT ATINGIMENTO DA META" TO WVAL-INDICADOR
           MOVE W-PCT-ATUAL  TO WVAL-ATUAL
           MOVE W-PCT-CALCULADO TO WVAL-ANTERIOR
           WRITE REG-FILIAL-REL FROM WVAL

           MOVE "VISITAS REGISTRADAS" TO WQTD-INDICADOR
           MOVE W-FIL-VIS-REGISTRADAS (W-IDX-FIL, 1) TO WQTD-ATUAL
           MOVE W-FIL-VIS-REGISTRADAS (W-IDX-FIL, 2) TO WQTD-ANTERIOR
           WRITE REG-FILIAL-REL FROM WQTD

           MOVE "VISITAS REALIZADAS" TO WQTD-INDICADOR
           MOVE W-FIL-VIS-REALIZADAS (W-IDX-FIL, 1) TO WQTD-ATUAL
           MOVE W-FIL-VIS-REALIZADAS (W-IDX-FIL, 2) TO WQTD-ANTERIOR
           WRITE REG-FILIAL-REL FROM WQTD

           MOVE 1 TO W-IDX-MES
           PERFORM 536-CALCULAR-CUMPRIMENTO
           MOVE W-PCT-CALCULADO TO WVAL-ATUAL
           MOVE 2 TO W-IDX-MES
           PERFORM 536-CALCULAR-CUMPRIMENTO
           MOVE W-PCT-CALCULADO TO WVAL-ANTERIOR

           MOVE "PCT CUMPRIMENTO DE VISITAS" TO WVAL-INDICADOR
           WRITE REG-FILIAL-REL FROM WVAL

           MOVE "TITULOS VENCIDOS" TO WQTD-INDICADOR
           MOVE W-FIL-QTD-VENCIDOS (W-IDX-FIL, 1) TO WQTD-ATUAL
           MOVE W-FIL-QTD-VENCIDOS (W-IDX-FIL, 2) TO WQTD-ANTERIOR
           WRITE REG-FILIAL-REL FROM WQTD

           MOVE "VALOR VENCIDO A RECEBER" TO WVAL-INDICADOR
           MOVE W-FIL-VALOR-VENCIDO (W-IDX-FIL, 1) TO WVAL-ATUAL
           MOVE W-FIL-VALOR-VENCIDO (W-IDX-FIL, 2) TO WVAL-ANTERIOR
           WRITE REG-FILIAL-REL FROM WVAL

           MOVE "CHAMADOS EM ABERTO" TO WQTD-INDICADOR
           MOVE W-FIL-CHAMADOS (W-IDX-FIL, 1) TO WQTD-ATUAL
           MOVE W-FIL-CHAMADOS (W-IDX-FIL, 2) TO WQTD-ANTERIOR
           WRITE REG-FILIAL-REL FROM WQTD

           MOVE "CASOS ABERTOS NA TRIAGEM" TO WQTD-INDICADOR
           MOVE W-FIL-TRIAGEM (W-IDX-FIL, 1) TO WQTD-ATUAL
           MOVE W-FIL-TRIAGEM (W-IDX-FIL, 2) TO WQTD-ANTERIOR
           WRITE REG-FILIAL-REL FROM WQTD

           MOVE SPACES TO REG-FILIAL-REL
           WRITE REG-FILIAL-REL.

      * VENDAS LIQUIDAS (NUNCA NEGATIVAS) E O ATINGIMENTO DA META.
       535-CALCULAR-ATINGIMENTO.
           COMPUTE W-REA-LIQUIDO =
                   W-FIL-VENDAS (W-IDX-FIL, W-IDX-MES)
                 - W-FIL-DEVOLVIDO (W-IDX-FIL, W-IDX-MES)
           IF W-REA-LIQUIDO LESS ZEROS
              MOVE ZEROS TO W-REA-LIQUIDO
           END-IF

           IF W-FIL-META (W-IDX-FIL, W-IDX-MES) GREATER ZEROS
              COMPUTE W-PCT-CALCULADO ROUNDED =
                      W-REA-LIQUIDO * 100 /
                      W-FIL-META (W-IDX-FIL, W-IDX-MES)
                ON SIZE ERROR MOVE 99999 TO W-PCT-CALCULADO
              END-COMPUTE
           ELSE
              MOVE ZEROS TO W-PCT-CALCULADO
           END-IF.

       536-CALCULAR-CUMPRIMENTO.
           IF W-FIL-VIS-REGISTRADAS (W-IDX-FIL, W-IDX-MES) GREATER ZEROS
              COMPUTE W-PCT-CALCULADO ROUNDED =
                      W-FIL-VIS-REALIZADAS (W-IDX-FIL, W-IDX-MES)
                      * 100 /
                      W-FIL-VIS-REGISTRADAS (W-IDX-FIL, W-IDX-MES)
           ELSE
              MOVE ZEROS TO W-PCT-CALCULADO
           END-IF.

       540-SOMAR-TOTAL.
           ADD W-FIL-CLI-ATIVOS (W-IDX-FIL, W-IDX-MES)
             TO W-FIL-CLI-ATIVOS (51, W-IDX-MES)
           ADD W-FIL-VEN-ATIVOS (W-IDX-FIL, W-IDX-MES)
             TO W-FIL-VEN-ATIVOS (51, W-IDX-MES)
           ADD W-FIL-ATRIBUIDOS (W-IDX-FIL, W-IDX-MES)
             TO W-FIL-ATRIBUIDOS (51, W-IDX-MES)
           ADD W-FIL-NAO-ATRIB (W-IDX-FIL, W-IDX-MES)
             TO W-FIL-NAO-ATRIB (51, W-IDX-MES)
           ADD W-FIL-VENDAS (W-IDX-FIL, W-IDX-MES)
             TO W-FIL-VENDAS (51, W-IDX-MES)
           ADD W-FIL-DEVOLVIDO (W-IDX-FIL, W-IDX-MES)
             TO W-FIL-DEVOLVIDO (51, W-IDX-MES)
           ADD W-FIL-META (W-IDX-FIL, W-IDX-MES)
             TO W-FIL-META (51, W-IDX-MES)
           ADD W-FIL-VIS-REGISTRADAS (W-IDX-FIL, W-IDX-MES)
             TO W-FIL-VIS-REGISTRADAS (51, W-IDX-MES)
           ADD W-FIL-VIS-REALIZADAS (W-IDX-FIL, W-IDX-MES)
             TO W-FIL-VIS-REALIZADAS (51, W-IDX-MES)
           ADD W-FIL-QTD-VENCIDOS (W-IDX-FIL, W-IDX-MES)
             TO W-FIL-QTD-VENCIDOS (51, W-IDX-MES)
           ADD W-FIL-VALOR-VENCIDO (W-IDX-FIL, W-IDX-MES)
             TO W-FIL-VALOR-VENCIDO (51, W-IDX-MES)
           ADD W-FIL-CHAMADOS (W-IDX-FIL, W-IDX-MES)
             TO W-FIL-CHAMADOS (51, W-IDX-MES)
           ADD W-FIL-TRIAGEM (W-IDX-FIL, W-IDX-MES)
             TO W-FIL-TRIAGEM (51, W-IDX-MES).

      * FILIAL DO CLIENTE (CADASTRO NAO LOCALIZADO CAI EM "SEM
      * FILIAL") JA COM A POSICAO NA TABELA DE FILIAIS.
       800-FILIAL-DO-CLIENTE.
           IF W-COD-CLIENTE-BUSCA NOT EQUAL W-CLI-ULTIMO
              MOVE W-COD-CLIENTE-BUSCA TO W-CLI-ULTIMO
              MOVE W-COD-CLIENTE-BUSCA TO COD-CLIENTE

              READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
                INVALID KEY MOVE SPACES TO FILIAL-CLIENTE
              END-READ

              MOVE FILIAL-CLIENTE TO W-CLI-ULTIMO-FILIAL
              MOVE "00" TO FS-CLIENTE
           END-IF

           MOVE W-CLI-ULTIMO-FILIAL TO W-FILIAL-BUSCA
           PERFORM 850-ACHAR-FILIAL.

      * POSICAO DO MES (AAAAMM) NA TABELA DE COMPETENCIAS - ZERO
      * QUANDO NAO E NENHUM DOS DOIS.
       820-ACHAR-MES.
           EVALUATE W-ANO-MES-BUSCA
              WHEN W-CMP-ANO-MES (1)
                 MOVE 1 TO W-IDX-MES
              WHEN W-CMP-ANO-MES (2)
                 MOVE 2 TO W-IDX-MES
              WHEN OTHER
                 MOVE ZEROS TO W-IDX-MES
           END-EVALUATE.

      * POSICAO DA FILIAL NA TABELA, INCLUINDO A FILIAL NOVA. COM A
      * TABELA CHEIA O REGISTRO FICA FORA E E CONTADO.
       850-ACHAR-FILIAL.
           MOVE ZEROS TO W-IDX-FIL

           PERFORM 851-COMPARAR-FILIAL
              VARYING W-IDX-BUSCA FROM 1 BY 1
              UNTIL W-IDX-BUSCA GREATER W-QTD-FILIAIS
                 OR W-IDX-FIL GREATER ZEROS

           IF W-IDX-FIL EQUAL ZEROS
              IF W-QTD-FILIAIS LESS 50
                 ADD 1 TO W-QTD-FILIAIS
                 MOVE W-FILIAL-BUSCA TO W-FIL-CODIGO (W-QTD-FILIAIS)
                 MOVE "N"            TO W-FIL-IMPRESSO (W-QTD-FILIAIS)
                 MOVE W-QTD-FILIAIS  TO W-IDX-FIL
              ELSE
                 ADD 1 TO W-QTD-FILIAL-FORA
              END-IF
           END-IF.

       851-COMPARAR-FILIAL.
           IF W-FIL-CODIGO (W-IDX-BUSCA) EQUAL W-FILIAL-BUSCA
              MOVE W-IDX-BUSCA TO W-IDX-FIL
           END-IF.

       END PROGRAM RELFILIAL.
