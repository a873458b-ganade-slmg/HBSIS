       PROGRAM-ID.   RELPOTENC.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CIDADE ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CID-CHAVE-CIDADE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CIDADE.

           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CLIENTE.

           SELECT OPTIONAL ARQ-PROSPECT ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PS-COD-PROSPECT
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PROSPECT.

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

           SELECT ARQ-PARAM ASSIGN TO "RELPOTENC.PAR"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-PARAM.

           SELECT REL-POTENC ASSIGN TO "RELPOTENC.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CIDADE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCIDADE'.

       COPY "CADCIDADE.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLIENTE'.

       COPY "CADCLIENTE.CPY".

       FD  ARQ-PROSPECT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPROSPECT'.

       COPY "CADPROSPECT.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPEDIDO'.

       COPY "CADPEDIDO.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADDEVOLUCAO'.

       COPY "CADDEVOLUCAO.CPY".

      * PERIODO DAS VENDAS (AAAAMMDD) E TAMANHO DO RANKING. SEM
      * PARAMETRO = OS ULTIMOS 12 MESES ATE HOJE E AS 50 CIDADES DE
      * MAIOR POTENCIAL NAO EXPLORADO.
       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.

       01  REG-PARAM.
           03 PARAM-DATA-INI      PIC 9(008).
           03 PARAM-DATA-FIM      PIC 9(008).
           03 PARAM-QTD-RANKING   PIC 9(004).

       FD  REL-POTENC.
       01  REG-POTENC-REL PIC X(300).

       WORKING-STORAGE SECTION.

       77 FS-CIDADE               PIC  X(002)         VALUE "00".
       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-PROSPECT             PIC  X(002)         VALUE "00".
       77 FS-PEDIDO               PIC  X(002)         VALUE "00".
       77 FS-DEVOLUCAO            PIC  X(002)         VALUE "00".
       77 FS-PARAM                PIC  X(002)         VALUE "00".

       77 W-DATA-HOJE             PIC  9(008)         VALUE ZEROS.
       77 W-DATA-INI              PIC  9(008)         VALUE ZEROS.
       77 W-DATA-FIM              PIC  9(008)         VALUE ZEROS.
       77 W-INT-DATA              PIC  9(008)         VALUE ZEROS.
       77 W-QTD-RANKING           PIC  9(004)         VALUE 50.

      *-----------------------------------------------------------
      * BASE DE CIDADES EM MEMORIA, NA ORDEM DA CHAVE CIDADE+UF
      * (BUSCA BINARIA NA ATRIBUICAO DE CLIENTES, PROSPECTS E
      * VENDAS). CIDADE SEM INDICADOR (POPULACAO E PIB ZERADOS) SO
      * SOMA NA REGIAO E NAO ENTRA NO RANKING; CIDADE DESATIVADA
      * TAMBEM FICA FORA DO RANKING.
      *-----------------------------------------------------------
       01  W-TAB-CIDADE.
           03 W-CID-ITEM OCCURS 6000 TIMES.
              05 W-CID-CHAVE.
                 07 W-CID-NOME      PIC X(030).
                 07 W-CID-UF        PIC X(002).
              05 W-CID-REGIAO       PIC X(003).
              05 W-CID-STATUS       PIC X(001).
              05 W-CID-ANO          PIC 9(004).
              05 W-CID-POPULACAO    PIC 9(009).
              05 W-CID-PIB-MIL      PIC 9(011).
              05 W-CID-CLIENTES     PIC 9(007) COMP.
              05 W-CID-PROSPECTS    PIC 9(007) COMP.
              05 W-CID-VENDAS       PIC 9(013)V9(002) COMP-3.
              05 W-CID-ESPERADO     PIC 9(013)V9(002) COMP-3.
              05 W-CID-LACUNA       PIC 9(013)V9(002) COMP-3.
              05 W-CID-IMPRESSO     PIC X(001).

       77 W-QTD-CIDADES           PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-CID               PIC 9(004) COMP     VALUE ZEROS.
       77 W-QTD-CID-FORA-TABELA   PIC 9(007)          VALUE ZEROS.
       77 W-QTD-CID-INDICADOR     PIC 9(007)          VALUE ZEROS.

       01  W-CHAVE-BUSCA.
           03 W-BUSCA-NOME        PIC X(030)          VALUE SPACES.
           03 W-BUSCA-UF          PIC X(002)          VALUE SPACES.

       77 W-BUSCA-INI             PIC 9(004) COMP     VALUE ZEROS.
       77 W-BUSCA-FIM             PIC 9(004) COMP     VALUE ZEROS.
       77 W-BUSCA-MEIO            PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-ACHADO            PIC 9(004) COMP     VALUE ZEROS.

      * TOTAIS POR REGIAO DA CIDADE (EM BRANCO = SEM REGIAO).
       01  W-TAB-REGIAO.
           03 W-REG-ITEM OCCURS 500 TIMES.
              05 W-REG-CODIGO       PIC X(003).
              05 W-REG-CIDADES      PIC 9(005) COMP.
              05 W-REG-COM-IND      PIC 9(005) COMP.
              05 W-REG-COM-CLIENTE  PIC 9(005) COMP.
              05 W-REG-POPULACAO    PIC 9(011) COMP-3.
              05 W-REG-PIB-MIL      PIC 9(013) COMP-3.
              05 W-REG-CLIENTES     PIC 9(007) COMP.
              05 W-REG-PROSPECTS    PIC 9(007) COMP.
              05 W-REG-VENDAS       PIC 9(013)V9(002) COMP-3.
              05 W-REG-ESPERADO     PIC 9(013)V9(002) COMP-3.
              05 W-REG-LACUNA       PIC 9(013)V9(002) COMP-3.
              05 W-REG-IMPRESSO     PIC X(001).

       77 W-QTD-REGIOES           PIC 9(003) COMP     VALUE ZEROS.
       77 W-IDX-REG               PIC 9(003) COMP     VALUE ZEROS.
       77 W-IDX-REG-ACHADO        PIC 9(003) COMP     VALUE ZEROS.
       77 W-QTD-REG-FORA-TABELA   PIC 9(007)          VALUE ZEROS.

      *-----------------------------------------------------------
      * REFERENCIA DO POTENCIAL: VENDA DO PERIODO POR R$ MIL DE PIB
      * NAS CIDADES JA ATENDIDAS (COM CLIENTE ATIVO E INDICADOR). A
      * VENDA ESPERADA DE CADA CIDADE E O PIB DELA NESSA MESMA
      * PROPORCAO; O POTENCIAL NAO EXPLORADO E O QUE FALTA DA VENDA
      * REAL PARA A ESPERADA (ZERO QUANDO A CIDADE JA PASSOU DELA).
      *-----------------------------------------------------------
       77 W-REF-VENDAS            PIC 9(013)V9(002)   VALUE ZEROS.
       77 W-REF-PIB-MIL           PIC 9(013)          VALUE ZEROS.
       77 W-REF-CIDADES           PIC 9(005)          VALUE ZEROS.
       77 W-VENDA-POR-PIB         PIC 9(007)V9(006)   VALUE ZEROS.

       77 W-IDX-VOLTA             PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-MAIOR             PIC 9(004) COMP     VALUE ZEROS.
       77 W-LACUNA-MAIOR          PIC 9(013)V9(002)   VALUE ZEROS.
       77 W-FIM-RANKING-SW        PIC X(001)          VALUE "N".
          88 W-FIM-RANKING           VALUE "S".
       77 W-POSICAO               PIC 9(004)          VALUE ZEROS.

       77 W-CLIENTE-ANT           PIC 9(007)          VALUE ZEROS.
       77 W-IDX-CID-ANT           PIC 9(004) COMP     VALUE ZEROS.

       77 W-QTD-CLI-ATIVOS        PIC 9(009)          VALUE ZEROS.
       77 W-QTD-CLI-FORA-BASE     PIC 9(009)          VALUE ZEROS.
       77 W-QTD-PRO-ABERTOS       PIC 9(009)          VALUE ZEROS.
       77 W-QTD-PRO-FORA-BASE     PIC 9(009)          VALUE ZEROS.
       77 W-QTD-PEDIDOS           PIC 9(009)          VALUE ZEROS.
       77 W-VENDA-FORA-BASE       PIC 9(013)V9(002)   VALUE ZEROS.
       77 W-QTD-DEVOLUCOES        PIC 9(009)          VALUE ZEROS.
       77 W-VALOR-DEVOLUCOES      PIC 9(013)V9(002)   VALUE ZEROS.

      * INDICADORES CALCULADOS DA LINHA (CIDADE OU REGIAO).
       01  W-LINHA-CALC.
           03 W-CAL-POPULACAO     PIC 9(011)          VALUE ZEROS.
           03 W-CAL-PIB-MIL       PIC 9(013)          VALUE ZEROS.
           03 W-CAL-CLIENTES      PIC 9(007)          VALUE ZEROS.
           03 W-CAL-VENDAS        PIC 9(013)V9(002)   VALUE ZEROS.

       01  WREF.
           03 FILLER              PIC X(043)          VALUE
              "REFERENCIA DO POTENCIAL;PERIODO DAS VENDAS;".
           03 WREF-DATA-INI       PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WREF-DATA-FIM       PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(039)          VALUE
              ";CIDADES ATENDIDAS COM INDICADOR;VENDA ".
           03 FILLER              PIC X(018)          VALUE
              "POR R$ MIL DE PIB;".
           03 WREF-CIDADES        PIC ZZZZ9           VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WREF-VENDA-POR-PIB  PIC ZZZZZZ9,999999  VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WCAB-RANKING.
           03 FILLER PIC X(040) VALUE
              "RANKING DE POTENCIAL NAO EXPLORADO;POSIC".
           03 FILLER PIC X(040) VALUE
              "AO;CIDADE;UF;REGIAO;ANO DO INDICADOR;POP".
           03 FILLER PIC X(040) VALUE
              "ULACAO;PIB R$ MIL;CLIENTES ATIVOS;PROSPE".
           03 FILLER PIC X(040) VALUE
              "CTS ABERTOS;VENDAS NO PERIODO;CLIENTES P".
           03 FILLER PIC X(040) VALUE
              "OR 10 MIL HAB;VENDA POR HABITANTE;PCT DO".
           03 FILLER PIC X(040) VALUE
              " PIB;VENDA ESPERADA;POTENCIAL NAO EXPLOR".
           03 FILLER PIC X(004) VALUE "ADO;".

       01  WRNK.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WRNK-POSICAO        PIC ZZZ9            VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WRNK-CIDADE         PIC X(030)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WRNK-UF             PIC X(002)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WRNK-REGIAO         PIC X(003)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WRNK-ANO            PIC 9(004)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WRNK-INDICADORES.
              05 WRNK-POPULACAO   PIC ZZZZZZZZZZ9     VALUE ZEROS.
              05 FILLER           PIC X(001)          VALUE ";".
              05 WRNK-PIB-MIL     PIC ZZZZZZZZZZZZ9   VALUE ZEROS.
              05 FILLER           PIC X(001)          VALUE ";".
              05 WRNK-CLIENTES    PIC ZZZZZZ9         VALUE ZEROS.
              05 FILLER           PIC X(001)          VALUE ";".
              05 WRNK-PROSPECTS   PIC ZZZZZZ9         VALUE ZEROS.
              05 FILLER           PIC X(001)          VALUE ";".
              05 WRNK-VENDAS      PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
              05 FILLER           PIC X(001)          VALUE ";".
              05 WRNK-CLI-10MIL   PIC ZZZZ9,99        VALUE ZEROS.
              05 FILLER           PIC X(001)          VALUE ";".
              05 WRNK-PER-CAPITA  PIC ZZZZZZ9,99      VALUE ZEROS.
              05 FILLER           PIC X(001)          VALUE ";".
              05 WRNK-PCT-PIB     PIC ZZ9,9999        VALUE ZEROS.
              05 FILLER           PIC X(001)          VALUE ";".
              05 WRNK-ESPERADO    PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
              05 FILLER           PIC X(001)          VALUE ";".
              05 WRNK-LACUNA      PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
              05 FILLER           PIC X(001)          VALUE ";".

       01  WCAB-REGIAO.
           03 FILLER PIC X(040) VALUE
              "RESUMO POR REGIAO;REGIAO;DESCRICAO;CIDAD".
           03 FILLER PIC X(040) VALUE
              "ES;CIDADES COM INDICADOR;CIDADES ATENDID".
           03 FILLER PIC X(040) VALUE
              "AS;POPULACAO;PIB R$ MIL;CLIENTES ATIVOS;".
           03 FILLER PIC X(040) VALUE
              "PROSPECTS ABERTOS;VENDAS NO PERIODO;CLIE".
           03 FILLER PIC X(040) VALUE
              "NTES POR 10 MIL HAB;VENDA POR HABITANTE;".
           03 FILLER PIC X(040) VALUE
              "PCT DO PIB;VENDA ESPERADA;POTENCIAL NAO ".
           03 FILLER PIC X(010) VALUE "EXPLORADO;".

       01  WREG.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WREG-REGIAO         PIC X(003)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WREG-DESCRICAO      PIC X(030)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WREG-CIDADES        PIC ZZZZ9           VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WREG-COM-IND        PIC ZZZZ9           VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WREG-COM-CLIENTE    PIC ZZZZ9           VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WREG-INDICADORES    PIC X(122)          VALUE SPACES.

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
       01  W-PARAM-CATALOGO.
           03 CTR-PROGRAMA        PIC X(012)          VALUE SPACES.
           03 CTR-ARQUIVO         PIC X(020)          VALUE SPACES.
           03 CTR-RUN-ID          PIC 9(016)          VALUE ZEROS.
           03 CTR-OPERADOR        PIC X(008)          VALUE "SISTEMA".

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

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * POTENCIAL DE MERCADO POR CIDADE E REGIAO: CONFRONTA A
      * PRESENCA DA EMPRESA (CLIENTES ATIVOS, PROSPECTS EM ABERTO NO
      * FUNIL E VENDAS DO CADPEDIDO NO PERIODO, SEM OS PEDIDOS
      * RECUSADOS PELO ERP) COM OS INDICADORES OFICIAIS QUE O
      * IMPMUNIC CARREGA NA BASE DE CIDADES (POPULACAO E PIB). A
      * CIDADE DO CLIENTE E DO PROSPECT E A DO ENDERECO, PROCURADA
      * NA BASE PELA CHAVE CIDADE+UF E, SEM A UF, PELA PRIMEIRA
      * CIDADE DO NOME (MESMA BUSCA DO RELFUNIL). LISTA AS CIDADES
      * DE MAIOR POTENCIAL NAO EXPLORADO - APOIO AS DECISOES DE
      * PROSPECCAO E DE CONTRATACAO - E FECHA COM O RESUMO POR
      * REGIAO. RODAVEL PELO AGENDADOR, COMO OS DEMAIS BATCHES.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "RELPOTENC - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           INITIALIZE W-TAB-CIDADE
           INITIALIZE W-TAB-REGIAO

           PERFORM 010-LER-PARAMETROS

           PERFORM 025-CONFERIR-DEFASAGEM

           IF W-BLOQUEAR-DEFASADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 050-CARREGAR-CIDADES

           PERFORM 100-CONTAR-CLIENTES
           PERFORM 200-CONTAR-PROSPECTS
           PERFORM 300-SOMAR-VENDAS
           PERFORM 330-ABATER-DEVOLUCOES
           CLOSE ARQ-CLIENTE

           PERFORM 400-CALCULAR-POTENCIAL

           OPEN OUTPUT REL-POTENC
           PERFORM 027-IMPRIMIR-DEFASAGEM
              VARYING W-IDX-DEFASAGEM FROM 1 BY 1
              UNTIL W-IDX-DEFASAGEM GREATER W-QTD-DEFASAGEM

           MOVE W-DATA-INI      TO WREF-DATA-INI
           MOVE W-DATA-FIM      TO WREF-DATA-FIM
           MOVE W-REF-CIDADES   TO WREF-CIDADES
           MOVE W-VENDA-POR-PIB TO WREF-VENDA-POR-PIB
           WRITE REG-POTENC-REL FROM WREF

           WRITE REG-POTENC-REL FROM WCAB-RANKING
           MOVE ZEROS TO W-POSICAO
           MOVE "N"   TO W-FIM-RANKING-SW
           PERFORM 500-IMPRIMIR-RANKING
              VARYING W-IDX-VOLTA FROM 1 BY 1
              UNTIL W-IDX-VOLTA GREATER W-QTD-RANKING
                 OR W-FIM-RANKING

           WRITE REG-POTENC-REL FROM WCAB-REGIAO
           PERFORM 600-IMPRIMIR-REGIAO
              VARYING W-IDX-VOLTA FROM 1 BY 1
              UNTIL W-IDX-VOLTA GREATER W-QTD-REGIOES

           CLOSE REL-POTENC

           MOVE "RELPOTENC"     TO CTR-PROGRAMA
           MOVE "RELPOTENC.CSV" TO CTR-ARQUIVO
           CALL "CATRELAT" USING W-PARAM-CATALOGO

           DISPLAY "RELPOTENC - PERIODO DAS VENDAS: " W-DATA-INI " A "
                   W-DATA-FIM
           DISPLAY "RELPOTENC - CIDADES NA BASE: " W-QTD-CIDADES
           DISPLAY "RELPOTENC - CIDADES COM INDICADOR: "
                   W-QTD-CID-INDICADOR
           DISPLAY "RELPOTENC - CLIENTES ATIVOS: " W-QTD-CLI-ATIVOS
           DISPLAY "RELPOTENC - CLIENTES FORA DA BASE DE CIDADES: "
                   W-QTD-CLI-FORA-BASE
           DISPLAY "RELPOTENC - PROSPECTS EM ABERTO: "
                   W-QTD-PRO-ABERTOS
           DISPLAY "RELPOTENC - PROSPECTS FORA DA BASE DE CIDADES: "
                   W-QTD-PRO-FORA-BASE
           DISPLAY "RELPOTENC - PEDIDOS DO PERIODO: " W-QTD-PEDIDOS
           DISPLAY "RELPOTENC - DEVOLUCOES DO PERIODO: "
                   W-QTD-DEVOLUCOES " VALOR " W-VALOR-DEVOLUCOES
           DISPLAY "RELPOTENC - VENDAS FORA DA BASE DE CIDADES: "
                   W-VENDA-FORA-BASE
           DISPLAY "RELPOTENC - CIDADES NO RANKING: " W-POSICAO

           IF W-QTD-CID-FORA-TABELA GREATER ZEROS
              OR W-QTD-REG-FORA-TABELA GREATER ZEROS
              DISPLAY "RELPOTENC - CIDADES ALEM DA CAPACIDADE: "
                      W-QTD-CID-FORA-TABELA
              DISPLAY "RELPOTENC - CIDADES EM REGIAO ALEM DA "
                      "CAPACIDADE: " W-QTD-REG-FORA-TABELA
              MOVE 4 TO RETURN-CODE
           END-IF

           IF W-QTD-CID-INDICADOR EQUAL ZEROS
              DISPLAY "RELPOTENC - NENHUMA CIDADE COM INDICADOR - "
                      "RODAR O IMPMUNIC"
              MOVE 4 TO RETURN-CODE
           END-IF

           IF W-QTD-DEFASAGEM GREATER ZEROS
              AND RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "RELPOTENC - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       010-LER-PARAMETROS.

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-DATA-HOJE TO W-DATA-FIM

           COMPUTE W-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(W-DATA-HOJE) - 364
           COMPUTE W-DATA-INI =
                   FUNCTION DATE-OF-INTEGER(W-INT-DATA)

           OPEN INPUT ARQ-PARAM
           IF FS-PARAM EQUAL "00"
              READ ARQ-PARAM
              IF FS-PARAM EQUAL "00"
                 IF PARAM-DATA-INI IS NUMERIC
                    AND PARAM-DATA-INI GREATER ZEROS
                    MOVE PARAM-DATA-INI TO W-DATA-INI
                 END-IF
                 IF PARAM-DATA-FIM IS NUMERIC
                    AND PARAM-DATA-FIM GREATER ZEROS
                    MOVE PARAM-DATA-FIM TO W-DATA-FIM
                 END-IF
                 IF PARAM-QTD-RANKING IS NUMERIC
                    AND PARAM-QTD-RANKING GREATER ZEROS
                    MOVE PARAM-QTD-RANKING TO W-QTD-RANKING
                 END-IF
              END-IF
              CLOSE ARQ-PARAM
           END-IF

           IF W-DATA-FIM LESS W-DATA-INI
              MOVE W-DATA-INI TO W-DATA-FIM
           END-IF.

      * ALIMENTACAO DE ENTRADA DO PROCESSAMENTO: IMPPEDIDO.
       025-CONFERIR-DEFASAGEM.
           MOVE ZEROS TO W-QTD-DEFASAGEM
           MOVE "N"   TO W-DEFASAGEM-SW

           MOVE "IMPPEDIDO" TO PDF-ALIMENTACAO
           PERFORM 026-CONFERIR-ALIMENTACAO

           IF W-BLOQUEAR-DEFASADO
              DISPLAY "RELPOTENC - ENTRADA DEFASADA - PROCESSAMENTO "
                      "INTERROMPIDO (BLOQUEIO-DEFASAGEM)"
           END-IF.

       026-CONFERIR-ALIMENTACAO.
           CALL "VERDEFASA" USING W-PARAM-DEFASAGEM

           IF PDF-DEFASADA
              AND W-QTD-DEFASAGEM LESS 3
              ADD 1 TO W-QTD-DEFASAGEM
              MOVE PDF-MENSAGEM TO W-DEF-MENSAGEM (W-QTD-DEFASAGEM)
              DISPLAY "RELPOTENC - " PDF-MENSAGEM

              IF PDF-BLOQUEAR
                 MOVE "S" TO W-DEFASAGEM-SW
              END-IF
           END-IF.

      * AVISO DE DEFASAGEM NO INICIO DA SAIDA, ANTES DO CABECALHO.
       027-IMPRIMIR-DEFASAGEM.
           WRITE REG-POTENC-REL FROM W-DEF-MENSAGEM (W-IDX-DEFASAGEM).

      * BASE DE CIDADES NA ORDEM DA CHAVE. REGISTRO ANTERIOR AOS
      * INDICADORES TRAZ BRANCOS NELES E E TRATADO COMO SEM INDICADOR.
       050-CARREGAR-CIDADES.

           MOVE ZEROS TO W-QTD-CIDADES

           OPEN INPUT ARQ-CIDADE

           IF FS-CIDADE EQUAL "00"
              MOVE LOW-VALUES TO CID-CHAVE-CIDADE
              START ARQ-CIDADE KEY IS NOT LESS CID-CHAVE-CIDADE
                INVALID KEY MOVE "23" TO FS-CIDADE
              END-START

              IF FS-CIDADE EQUAL "00"
                 READ ARQ-CIDADE NEXT
                 PERFORM 055-GUARDAR-CIDADE
                    UNTIL FS-CIDADE NOT EQUAL "00"
              END-IF

              CLOSE ARQ-CIDADE
           ELSE
              IF FS-CIDADE EQUAL "05"
                 CLOSE ARQ-CIDADE
              END-IF
              DISPLAY "RELPOTENC - BASE DE CIDADES NAO CADASTRADA"
           END-IF

           MOVE "00" TO FS-CIDADE.

       055-GUARDAR-CIDADE.

           IF W-QTD-CIDADES NOT LESS 6000
              ADD 1 TO W-QTD-CID-FORA-TABELA
           ELSE
              ADD 1 TO W-QTD-CIDADES
              MOVE CID-NOME   TO W-CID-NOME   (W-QTD-CIDADES)
              MOVE CID-UF     TO W-CID-UF     (W-QTD-CIDADES)
              MOVE CID-REGIAO TO W-CID-REGIAO (W-QTD-CIDADES)
              MOVE CID-STATUS TO W-CID-STATUS (W-QTD-CIDADES)
              MOVE "N"        TO W-CID-IMPRESSO (W-QTD-CIDADES)

              IF CID-ANO-INDICADOR NUMERIC
                 AND CID-POPULACAO NUMERIC
                 AND CID-PIB-MIL NUMERIC
                 AND CID-ANO-INDICADOR GREATER ZEROS
                 MOVE CID-ANO-INDICADOR
                   TO W-CID-ANO       (W-QTD-CIDADES)
                 MOVE CID-POPULACAO
                   TO W-CID-POPULACAO (W-QTD-CIDADES)
                 MOVE CID-PIB-MIL
                   TO W-CID-PIB-MIL   (W-QTD-CIDADES)
                 ADD 1 TO W-QTD-CID-INDICADOR
              END-IF
           END-IF

           READ ARQ-CIDADE NEXT.

      * CLIENTES ATIVOS POR CIDADE DO ENDERECO. O CADASTRO FICA
      * ABERTO PARA A CIDADE DO CLIENTE NA SOMA DAS VENDAS.
       100-CONTAR-CLIENTES.

           OPEN INPUT ARQ-CLIENTE

           MOVE ZEROS TO COD-CLIENTE
           START ARQ-CLIENTE KEY IS NOT LESS COD-CLIENTE
             INVALID KEY MOVE "23" TO FS-CLIENTE
           END-START

           IF FS-CLIENTE EQUAL "00"
              READ ARQ-CLIENTE NEXT
              PERFORM 110-CONTAR-CLIENTE
                 UNTIL FS-CLIENTE NOT EQUAL "00"
           END-IF

           MOVE "00" TO FS-CLIENTE.

       110-CONTAR-CLIENTE.

           IF CLIENTE-ATIVO
              ADD 1 TO W-QTD-CLI-ATIVOS

              MOVE FUNCTION UPPER-CASE(CIDADE-CLIENTE) TO W-BUSCA-NOME
              MOVE FUNCTION UPPER-CASE(UF-CLIENTE)     TO W-BUSCA-UF
              PERFORM 150-LOCALIZAR-CIDADE

              IF W-IDX-ACHADO GREATER ZEROS
                 ADD 1 TO W-CID-CLIENTES (W-IDX-ACHADO)
              ELSE
                 ADD 1 TO W-QTD-CLI-FORA-BASE
              END-IF
           END-IF

           READ ARQ-CLIENTE NEXT.

      * BUSCA BINARIA DE W-CHAVE-BUSCA NA TABELA DE CIDADES; ACHANDO,
      * W-IDX-ACHADO APONTA A POSICAO (ZERO = FORA DA BASE). SEM A
      * UF, A BUSCA TERMINA NA PRIMEIRA CIDADE DO NOME, SE HOUVER.
       150-LOCALIZAR-CIDADE.

           MOVE ZEROS         TO W-IDX-ACHADO
           MOVE 1             TO W-BUSCA-INI
           MOVE W-QTD-CIDADES TO W-BUSCA-FIM

           IF W-BUSCA-NOME NOT EQUAL SPACES
              PERFORM 155-DIVIDIR-BUSCA
                 UNTIL W-IDX-ACHADO GREATER ZEROS
                    OR W-BUSCA-INI GREATER W-BUSCA-FIM

              IF W-IDX-ACHADO EQUAL ZEROS
                 AND W-BUSCA-UF EQUAL SPACES
                 AND W-BUSCA-INI NOT GREATER W-QTD-CIDADES
                 IF W-CID-NOME (W-BUSCA-INI) EQUAL W-BUSCA-NOME
                    MOVE W-BUSCA-INI TO W-IDX-ACHADO
                 END-IF
              END-IF
           END-IF.

       155-DIVIDIR-BUSCA.

           COMPUTE W-BUSCA-MEIO = (W-BUSCA-INI + W-BUSCA-FIM) / 2

           EVALUATE TRUE
              WHEN W-CID-CHAVE (W-BUSCA-MEIO) EQUAL W-CHAVE-BUSCA
                 MOVE W-BUSCA-MEIO TO W-IDX-ACHADO
              WHEN W-CID-CHAVE (W-BUSCA-MEIO) LESS W-CHAVE-BUSCA
                 COMPUTE W-BUSCA-INI = W-BUSCA-MEIO + 1
              WHEN W-BUSCA-MEIO EQUAL 1
                 MOVE ZEROS TO W-BUSCA-FIM
              WHEN OTHER
                 COMPUTE W-BUSCA-FIM = W-BUSCA-MEIO - 1
           END-EVALUATE.

      * PROSPECTS AINDA NO FUNIL (NOVO, EM CONTATO, EM PROPOSTA).
       200-CONTAR-PROSPECTS.

           OPEN INPUT ARQ-PROSPECT

           IF FS-PROSPECT EQUAL "00"
              MOVE ZEROS TO PS-COD-PROSPECT
              START ARQ-PROSPECT KEY IS NOT LESS PS-COD-PROSPECT
                INVALID KEY MOVE "23" TO FS-PROSPECT
              END-START

              IF FS-PROSPECT EQUAL "00"
                 READ ARQ-PROSPECT NEXT
                 PERFORM 210-CONTAR-PROSPECT
                    UNTIL FS-PROSPECT NOT EQUAL "00"
              END-IF

              CLOSE ARQ-PROSPECT
           ELSE
              IF FS-PROSPECT EQUAL "05"
                 CLOSE ARQ-PROSPECT
              END-IF
           END-IF

           MOVE "00" TO FS-PROSPECT.

       210-CONTAR-PROSPECT.

           IF PS-NOVO OR PS-EM-CONTATO OR PS-EM-PROPOSTA
              ADD 1 TO W-QTD-PRO-ABERTOS

              MOVE FUNCTION UPPER-CASE(PS-CIDADE) TO W-BUSCA-NOME
              MOVE FUNCTION UPPER-CASE(PS-UF)     TO W-BUSCA-UF
              PERFORM 150-LOCALIZAR-CIDADE

              IF W-IDX-ACHADO GREATER ZEROS
                 ADD 1 TO W-CID-PROSPECTS (W-IDX-ACHADO)
              ELSE
                 ADD 1 TO W-QTD-PRO-FORA-BASE
              END-IF
           END-IF

           READ ARQ-PROSPECT NEXT.

      * PEDIDOS DO PERIODO NA ORDEM DA CHAVE CLIENTE+DATA: A CIDADE
      * DO CLIENTE SO E PROCURADA NA TROCA DE CLIENTE. PEDIDO
      * RECUSADO PELO ERP NAO VIROU VENDA; AS DEVOLUCOES SAO
      * ABATIDAS DEPOIS (330).
       300-SOMAR-VENDAS.

           MOVE ZEROS TO W-CLIENTE-ANT
           MOVE ZEROS TO W-IDX-CID-ANT

           OPEN INPUT ARQ-PEDIDO

           IF FS-PEDIDO EQUAL "00"
              MOVE LOW-VALUES TO P-CHAVE-PEDIDO
              START ARQ-PEDIDO KEY IS NOT LESS P-CHAVE-PEDIDO
                INVALID KEY MOVE "23" TO FS-PEDIDO
              END-START

              IF FS-PEDIDO EQUAL "00"
                 READ ARQ-PEDIDO NEXT
                 PERFORM 310-SOMAR-PEDIDO
                    UNTIL FS-PEDIDO NOT EQUAL "00"
              END-IF

              CLOSE ARQ-PEDIDO
           ELSE
              IF FS-PEDIDO EQUAL "05"
                 CLOSE ARQ-PEDIDO
              END-IF
           END-IF

           MOVE "00" TO FS-PEDIDO.

       310-SOMAR-PEDIDO.

           IF P-DATA-PEDIDO NOT LESS W-DATA-INI
              AND P-DATA-PEDIDO NOT GREATER W-DATA-FIM
              AND NOT P-ERP-RECUSADO
              ADD 1 TO W-QTD-PEDIDOS

              IF P-COD-CLIENTE NOT EQUAL W-CLIENTE-ANT
                 MOVE P-COD-CLIENTE TO W-CLIENTE-ANT
                 PERFORM 320-CIDADE-DO-CLIENTE
              END-IF

              IF W-IDX-CID-ANT GREATER ZEROS
                 ADD P-VALOR-PEDIDO TO W-CID-VENDAS (W-IDX-CID-ANT)
              ELSE
                 ADD P-VALOR-PEDIDO TO W-VENDA-FORA-BASE
              END-IF
           END-IF

           READ ARQ-PEDIDO NEXT.

      * CIDADE DO CLIENTE EM W-CLIENTE-ANT.
       320-CIDADE-DO-CLIENTE.

           MOVE ZEROS         TO W-IDX-CID-ANT

           MOVE W-CLIENTE-ANT TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
             INVALID KEY MOVE "23" TO FS-CLIENTE
           END-READ

           IF FS-CLIENTE EQUAL "00"
              MOVE FUNCTION UPPER-CASE(CIDADE-CLIENTE) TO W-BUSCA-NOME
              MOVE FUNCTION UPPER-CASE(UF-CLIENTE)     TO W-BUSCA-UF
              PERFORM 150-LOCALIZAR-CIDADE
              MOVE W-IDX-ACHADO TO W-IDX-CID-ANT
           END-IF

           MOVE "00" TO FS-CLIENTE.

      * DEVOLUCOES E CANCELAMENTOS REGISTRADOS NO PERIODO ABATEM A
      * VENDA DA CIDADE DO CLIENTE, COMO NO RELCUSTO. A VENDA DA
      * CIDADE NAO FICA NEGATIVA.
       330-ABATER-DEVOLUCOES.

           MOVE ZEROS TO W-CLIENTE-ANT
           MOVE ZEROS TO W-IDX-CID-ANT

           OPEN INPUT ARQ-DEVOLUCAO

           IF FS-DEVOLUCAO EQUAL "00"
              MOVE ZEROS TO DV-CHAVE-DEVOLUCAO
              START ARQ-DEVOLUCAO KEY IS NOT LESS DV-CHAVE-DEVOLUCAO
                INVALID KEY MOVE "23" TO FS-DEVOLUCAO
              END-START

              IF FS-DEVOLUCAO EQUAL "00"
                 READ ARQ-DEVOLUCAO NEXT
                 PERFORM 340-ABATER-DEVOLUCAO
                    UNTIL FS-DEVOLUCAO NOT EQUAL "00"
              END-IF

              CLOSE ARQ-DEVOLUCAO
           ELSE
              IF FS-DEVOLUCAO EQUAL "05"
                 CLOSE ARQ-DEVOLUCAO
              END-IF
           END-IF

           MOVE "00" TO FS-DEVOLUCAO.

       340-ABATER-DEVOLUCAO.

           IF DV-DATA-DEVOLUCAO NOT LESS W-DATA-INI
              AND DV-DATA-DEVOLUCAO NOT GREATER W-DATA-FIM
              ADD 1                  TO W-QTD-DEVOLUCOES
              ADD DV-VALOR-DEVOLVIDO TO W-VALOR-DEVOLUCOES

              IF DV-COD-CLIENTE NOT EQUAL W-CLIENTE-ANT
                 MOVE DV-COD-CLIENTE TO W-CLIENTE-ANT
                 PERFORM 320-CIDADE-DO-CLIENTE
              END-IF

              IF W-IDX-CID-ANT GREATER ZEROS
                 IF DV-VALOR-DEVOLVIDO
                    GREATER W-CID-VENDAS (W-IDX-CID-ANT)
                    MOVE ZEROS TO W-CID-VENDAS (W-IDX-CID-ANT)
                 ELSE
                    SUBTRACT DV-VALOR-DEVOLVIDO
                        FROM W-CID-VENDAS (W-IDX-CID-ANT)
                 END-IF
              ELSE
                 IF DV-VALOR-DEVOLVIDO GREATER W-VENDA-FORA-BASE
                    MOVE ZEROS TO W-VENDA-FORA-BASE
                 ELSE
                    SUBTRACT DV-VALOR-DEVOLVIDO FROM W-VENDA-FORA-BASE
                 END-IF
              END-IF
           END-IF

           READ ARQ-DEVOLUCAO NEXT.

      *-----------------------------------------------------------
      * PRIMEIRA VOLTA: A REFERENCIA (VENDA POR R$ MIL DE PIB NAS
      * CIDADES ATENDIDAS). SEGUNDA VOLTA: VENDA ESPERADA E
      * POTENCIAL NAO EXPLORADO DE CADA CIDADE E TOTAIS DA REGIAO.
      *-----------------------------------------------------------
       400-CALCULAR-POTENCIAL.

           MOVE ZEROS TO W-REF-VENDAS
           MOVE ZEROS TO W-REF-PIB-MIL
           MOVE ZEROS TO W-REF-CIDADES
           MOVE ZEROS TO W-VENDA-POR-PIB

           PERFORM 410-SOMAR-REFERENCIA
              VARYING W-IDX-CID FROM 1 BY 1
              UNTIL W-IDX-CID GREATER W-QTD-CIDADES

           IF W-REF-PIB-MIL GREATER ZEROS
              COMPUTE W-VENDA-POR-PIB ROUNDED =
                      W-REF-VENDAS / W-REF-PIB-MIL
           END-IF

           PERFORM 420-CALCULAR-CIDADE
              VARYING W-IDX-CID FROM 1 BY 1
              UNTIL W-IDX-CID GREATER W-QTD-CIDADES.

       410-SOMAR-REFERENCIA.
           IF W-CID-CLIENTES (W-IDX-CID) GREATER ZEROS
              AND W-CID-PIB-MIL (W-IDX-CID) GREATER ZEROS
              ADD 1 TO W-REF-CIDADES
              ADD W-CID-VENDAS  (W-IDX-CID) TO W-REF-VENDAS
              ADD W-CID-PIB-MIL (W-IDX-CID) TO W-REF-PIB-MIL
           END-IF.

       420-CALCULAR-CIDADE.

           COMPUTE W-CID-ESPERADO (W-IDX-CID) ROUNDED =
                   W-CID-PIB-MIL (W-IDX-CID) * W-VENDA-POR-PIB

           MOVE ZEROS TO W-CID-LACUNA (W-IDX-CID)
           IF W-CID-ESPERADO (W-IDX-CID)
              GREATER W-CID-VENDAS (W-IDX-CID)
              COMPUTE W-CID-LACUNA (W-IDX-CID) =
                      W-CID-ESPERADO (W-IDX-CID)
                      - W-CID-VENDAS (W-IDX-CID)
           END-IF

           PERFORM 430-ACHAR-REGIAO

           IF W-IDX-REG-ACHADO GREATER ZEROS
              PERFORM 440-SOMAR-NA-REGIAO
           END-IF.

       430-ACHAR-REGIAO.

           MOVE ZEROS TO W-IDX-REG-ACHADO

           PERFORM 435-PROCURAR-REGIAO
              VARYING W-IDX-REG FROM 1 BY 1
              UNTIL W-IDX-REG GREATER W-QTD-REGIOES
                 OR W-IDX-REG-ACHADO GREATER ZEROS

           IF W-IDX-REG-ACHADO EQUAL ZEROS
              IF W-QTD-REGIOES LESS 500
                 ADD 1 TO W-QTD-REGIOES
                 MOVE W-QTD-REGIOES TO W-IDX-REG-ACHADO
                 MOVE W-CID-REGIAO (W-IDX-CID)
                   TO W-REG-CODIGO (W-IDX-REG-ACHADO)
                 MOVE "N" TO W-REG-IMPRESSO (W-IDX-REG-ACHADO)
              ELSE
                 ADD 1 TO W-QTD-REG-FORA-TABELA
              END-IF
           END-IF.

       435-PROCURAR-REGIAO.
           IF W-REG-CODIGO (W-IDX-REG) EQUAL W-CID-REGIAO (W-IDX-CID)
              MOVE W-IDX-REG TO W-IDX-REG-ACHADO
           END-IF.

       440-SOMAR-NA-REGIAO.

           ADD 1 TO W-REG-CIDADES (W-IDX-REG-ACHADO)

           IF W-CID-ANO (W-IDX-CID) GREATER ZEROS
              ADD 1 TO W-REG-COM-IND (W-IDX-REG-ACHADO)
           END-IF
           IF W-CID-CLIENTES (W-IDX-CID) GREATER ZEROS
              ADD 1 TO W-REG-COM-CLIENTE (W-IDX-REG-ACHADO)
           END-IF

           ADD W-CID-POPULACAO (W-IDX-CID)
            TO W-REG-POPULACAO (W-IDX-REG-ACHADO)
           ADD W-CID-PIB-MIL   (W-IDX-CID)
            TO W-REG-PIB-MIL   (W-IDX-REG-ACHADO)
           ADD W-CID-CLIENTES  (W-IDX-CID)
            TO W-REG-CLIENTES  (W-IDX-REG-ACHADO)
           ADD W-CID-PROSPECTS (W-IDX-CID)
            TO W-REG-PROSPECTS (W-IDX-REG-ACHADO)
           ADD W-CID-VENDAS    (W-IDX-CID)
            TO W-REG-VENDAS    (W-IDX-REG-ACHADO)
           ADD W-CID-ESPERADO  (W-IDX-CID)
            TO W-REG-ESPERADO  (W-IDX-REG-ACHADO)
           ADD W-CID-LACUNA    (W-IDX-CID)
            TO W-REG-LACUNA    (W-IDX-REG-ACHADO).

      * RANKING DAS CIDADES ATIVAS COM INDICADOR, DO MAIOR POTENCIAL
      * NAO EXPLORADO PARA O MENOR (MESMA TECNICA DO RANKING DO
      * RELMOTIVO); ACABA ANTES DO LIMITE QUANDO NAO HA MAIS CIDADE
      * COM POTENCIAL A EXPLORAR.
       500-IMPRIMIR-RANKING.

           MOVE ZEROS TO W-IDX-MAIOR
           MOVE ZEROS TO W-LACUNA-MAIOR

           PERFORM 510-PROCURAR-MAIOR
              VARYING W-IDX-CID FROM 1 BY 1
              UNTIL W-IDX-CID GREATER W-QTD-CIDADES

           IF W-IDX-MAIOR EQUAL ZEROS
              MOVE "S" TO W-FIM-RANKING-SW
           ELSE
              MOVE "S" TO W-CID-IMPRESSO (W-IDX-MAIOR)
              ADD 1 TO W-POSICAO

              MOVE W-POSICAO                  TO WRNK-POSICAO
              MOVE W-CID-NOME   (W-IDX-MAIOR) TO WRNK-CIDADE
              MOVE W-CID-UF     (W-IDX-MAIOR) TO WRNK-UF
              MOVE W-CID-REGIAO (W-IDX-MAIOR) TO WRNK-REGIAO
              MOVE W-CID-ANO    (W-IDX-MAIOR) TO WRNK-ANO

              MOVE W-CID-POPULACAO (W-IDX-MAIOR) TO W-CAL-POPULACAO
              MOVE W-CID-PIB-MIL   (W-IDX-MAIOR) TO W-CAL-PIB-MIL
              MOVE W-CID-CLIENTES  (W-IDX-MAIOR) TO W-CAL-CLIENTES
              MOVE W-CID-VENDAS    (W-IDX-MAIOR) TO W-CAL-VENDAS
              MOVE W-CID-PROSPECTS (W-IDX-MAIOR) TO WRNK-PROSPECTS
              MOVE W-CID-ESPERADO  (W-IDX-MAIOR) TO WRNK-ESPERADO
              MOVE W-CID-LACUNA    (W-IDX-MAIOR) TO WRNK-LACUNA
              PERFORM 700-CALCULAR-INDICES

              WRITE REG-POTENC-REL FROM WRNK
           END-IF.

       510-PROCURAR-MAIOR.
           IF W-CID-IMPRESSO (W-IDX-CID) EQUAL "N"
              AND W-CID-STATUS (W-IDX-CID) NOT EQUAL "I"
              AND W-CID-LACUNA (W-IDX-CID) GREATER W-LACUNA-MAIOR
              MOVE W-IDX-CID TO W-IDX-MAIOR
              MOVE W-CID-LACUNA (W-IDX-CID) TO W-LACUNA-MAIOR
           END-IF.

      * RESUMO POR REGIAO, DO MAIOR POTENCIAL NAO EXPLORADO PARA O
      * MENOR.
       600-IMPRIMIR-REGIAO.

           MOVE ZEROS TO W-IDX-MAIOR
           MOVE ZEROS TO W-LACUNA-MAIOR

           PERFORM 610-PROCURAR-MAIOR-REGIAO
              VARYING W-IDX-REG FROM 1 BY 1
              UNTIL W-IDX-REG GREATER W-QTD-REGIOES

           IF W-IDX-MAIOR GREATER ZEROS
              MOVE "S" TO W-REG-IMPRESSO (W-IDX-MAIOR)

              MOVE W-REG-CODIGO (W-IDX-MAIOR) TO WREG-REGIAO
              IF W-REG-CODIGO (W-IDX-MAIOR) EQUAL SPACES
                 MOVE "SEM REGIAO" TO WREG-DESCRICAO
              ELSE
                 MOVE W-REG-CODIGO (W-IDX-MAIOR) TO PRG-CODIGO
                 CALL "VERREGIAO" USING W-PARAM-REGIAO
                 MOVE PRG-DESCRICAO TO WREG-DESCRICAO
              END-IF

              MOVE W-REG-CIDADES     (W-IDX-MAIOR) TO WREG-CIDADES
              MOVE W-REG-COM-IND     (W-IDX-MAIOR) TO WREG-COM-IND
              MOVE W-REG-COM-CLIENTE (W-IDX-MAIOR) TO WREG-COM-CLIENTE

              MOVE W-REG-POPULACAO (W-IDX-MAIOR) TO W-CAL-POPULACAO
              MOVE W-REG-PIB-MIL   (W-IDX-MAIOR) TO W-CAL-PIB-MIL
              MOVE W-REG-CLIENTES  (W-IDX-MAIOR) TO W-CAL-CLIENTES
              MOVE W-REG-VENDAS    (W-IDX-MAIOR) TO W-CAL-VENDAS
              MOVE W-REG-PROSPECTS (W-IDX-MAIOR) TO WRNK-PROSPECTS
              MOVE W-REG-ESPERADO  (W-IDX-MAIOR) TO WRNK-ESPERADO
              MOVE W-REG-LACUNA    (W-IDX-MAIOR) TO WRNK-LACUNA
              PERFORM 700-CALCULAR-INDICES

              MOVE WRNK-INDICADORES TO WREG-INDICADORES
              WRITE REG-POTENC-REL FROM WREG
           END-IF.

       610-PROCURAR-MAIOR-REGIAO.
           IF W-REG-IMPRESSO (W-IDX-REG) EQUAL "N"
              AND (W-IDX-MAIOR EQUAL ZEROS
                   OR W-REG-LACUNA (W-IDX-REG) GREATER W-LACUNA-MAIOR)
              MOVE W-IDX-REG TO W-IDX-MAIOR
              MOVE W-REG-LACUNA (W-IDX-REG) TO W-LACUNA-MAIOR
           END-IF.

      * COLUNAS COMUNS DA CIDADE E DA REGIAO (W-LINHA-CALC) NO BLOCO
      * WRNK-INDICADORES: PENETRACAO (CLIENTES POR 10 MIL
      * HABITANTES), VENDA POR HABITANTE E PARTICIPACAO NO PIB.
       700-CALCULAR-INDICES.

           MOVE W-CAL-POPULACAO TO WRNK-POPULACAO
           MOVE W-CAL-PIB-MIL   TO WRNK-PIB-MIL
           MOVE W-CAL-CLIENTES  TO WRNK-CLIENTES
           MOVE W-CAL-VENDAS    TO WRNK-VENDAS

           MOVE ZEROS TO WRNK-CLI-10MIL
           MOVE ZEROS TO WRNK-PER-CAPITA
           MOVE ZEROS TO WRNK-PCT-PIB

           IF W-CAL-POPULACAO GREATER ZEROS
              COMPUTE WRNK-CLI-10MIL ROUNDED =
                      W-CAL-CLIENTES * 10000 / W-CAL-POPULACAO
              COMPUTE WRNK-PER-CAPITA ROUNDED =
                      W-CAL-VENDAS / W-CAL-POPULACAO
           END-IF

           IF W-CAL-PIB-MIL GREATER ZEROS
              COMPUTE WRNK-PCT-PIB ROUNDED =
                      W-CAL-VENDAS / W-CAL-PIB-MIL / 10
           END-IF.

       END PROGRAM RELPOTENC.
