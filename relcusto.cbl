       PROGRAM-ID.   RELCUSTO.
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

           SELECT ARQ-PLANO ASSIGN TO DISK
                  ORGANIZATION     IS LINE SEQUENTIAL
                  ACCESS MODE      IS SEQUENTIAL
                  FILE STATUS      IS FS-PLANO.

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

           SELECT OPTIONAL ARQ-VISITA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS V-CHAVE-VISITA
                  ALTERNATE RECORD KEY IS V-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VISITA.

      *-----------------------------------------------------------
      * DOIS SORTS: O PRIMEIRO POE AS PARADAS DO PLANO EM ORDEM DE
      * CLIENTE (O PLANO SAI DO RELROTA POR VENDEDOR E DIA), PARA O
      * TRECHO SER CASADO COM O CADASTRO LIDO NA MESMA ORDEM; O
      * SEGUNDO ORDENA OS CLIENTES PELO RESULTADO, DO PIOR PARA O
      * MELHOR.
      *-----------------------------------------------------------
           SELECT ARQ-TEMP-PLANO ASSIGN TO "RELCUSTO.TM1"
                  FILE STATUS   IS FS-TEMP.

           SELECT ARQ-TEMP-CUSTO ASSIGN TO "RELCUSTO.TM2"
                  FILE STATUS   IS FS-TEMP.

           SELECT ARQ-PARAM ASSIGN TO "RELCUSTO.PAR"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-PARAM.

           SELECT REL-CUSTO ASSIGN TO "RELCUSTO.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLIENTE'.

       COPY "CADCLIENTE.CPY".

       FD  ARQ-PLANO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPLANO'.

       COPY "CADPLANO.CPY".

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

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVISITA'.

       COPY "CADVISITA.CPY".

       SD  ARQ-TEMP-PLANO.
       01  REG-TEMP-PLANO.
           03 TPL-COD-CLIENTE     PIC 9(007).
           03 TPL-DISTANCIA       PIC 9(009)V9(002).

       SD  ARQ-TEMP-CUSTO.
       01  REG-TEMP-CUSTO.
           03 TCU-RESULTADO       PIC S9(011)V9(002).
           03 TCU-COD-CLIENTE     PIC 9(007).
           03 TCU-RAZAO-SOCIAL    PIC X(040).
           03 TCU-SEGMENTO        PIC X(001).
           03 TCU-FREQ            PIC X(001).
           03 TCU-RECEITA-BRUTA   PIC 9(011)V9(002).
           03 TCU-DEVOLUCOES      PIC 9(011)V9(002).
           03 TCU-RECEITA-LIQ     PIC S9(011)V9(002).
           03 TCU-MARGEM          PIC S9(011)V9(002).
           03 TCU-VISITAS         PIC 9(005).
           03 TCU-KM-VISITA       PIC 9(007)V9(002).
           03 TCU-KM-TOTAL        PIC 9(009)V9(002).
           03 TCU-CUSTO-KM        PIC 9(011)V9(002).
           03 TCU-CUSTO-TEMPO     PIC 9(011)V9(002).
           03 TCU-CUSTO-TOTAL     PIC 9(011)V9(002).
           03 TCU-ORIGEM-TRECHO   PIC X(007).
           03 TCU-SUGESTAO        PIC X(030).

       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.

       01  REG-PARAM.
           03 PARAM-DATA-INI      PIC 9(008).
           03 PARAM-DATA-FIM      PIC 9(008).

       FD  REL-CUSTO.
       01  REG-CUSTO PIC X(260).

       WORKING-STORAGE SECTION.

       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-PLANO                PIC  X(002)         VALUE "00".
       77 FS-DISTRIB              PIC  X(002)         VALUE "00".
       77 FS-RUNCTL               PIC  X(002)         VALUE "00".
       77 W-RUNCTL-ABERTO         PIC  X(001)         VALUE "N".
       77 FS-PEDIDO               PIC  X(002)         VALUE "00".
       77 FS-DEVOLUCAO            PIC  X(002)         VALUE "00".
       77 FS-VISITA               PIC  X(002)         VALUE "00".
       77 FS-TEMP                 PIC  X(002)         VALUE "00".
       77 FS-PARAM                PIC  X(002)         VALUE "00".

       77 W-PEDIDO-DISPONIVEL     PIC  X(001)         VALUE "N".
       77 W-DEVOL-DISPONIVEL      PIC  X(001)         VALUE "N".
       77 W-VISITA-DISPONIVEL     PIC  X(001)         VALUE "N".
       77 W-DISTRIB-DISPONIVEL    PIC  X(001)         VALUE "N".

       77 W-DATA-HOJE             PIC  9(008)         VALUE ZEROS.
       77 W-DATA-INI              PIC  9(008)         VALUE ZEROS.
       77 W-DATA-FIM              PIC  9(008)         VALUE ZEROS.
       77 W-RUN-ID-MAX            PIC  9(016)         VALUE ZEROS.

      *-----------------------------------------------------------
      * PARAMETROS DO CUSTO DE ATENDER (CADPARAM): O VALOR DO KM E O
      * MESMO DO REEMBOLSO DO RELKM (VALOR-KM-REEMBOLSO); O TEMPO DO
      * VENDEDOR NO CLIENTE ENTRA COMO UM VALOR FIXO POR VISITA
      * (CUSTO-TEMPO-VISITA); A RECEITA VIRA CONTRIBUICAO PELA
      * MARGEM BRUTA MEDIA (PCT-MARGEM-BRUTA) - E A CONTRIBUICAO QUE
      * PAGA A VISITA, NAO O FATURAMENTO.
      *-----------------------------------------------------------
       77 W-VALOR-KM              PIC  9(003)V9(002)  VALUE 1,20.
       77 W-CUSTO-VISITA          PIC  9(007)V9(002)  VALUE 30,00.
       77 W-PCT-MARGEM            PIC  9(003)V9(002)  VALUE 25,00.

       01  W-PARAM-SIS.
           03 SIS-NOME            PIC X(020)          VALUE SPACES.
           03 SIS-DATA-REF        PIC 9(008)          VALUE ZEROS.
           03 SIS-VALOR           PIC 9(011)V9(002)   VALUE ZEROS.
           03 SIS-ACHOU           PIC X(001)          VALUE "N".

      * TRECHO MEDIO DE CHEGADA A CADA CLIENTE NO PLANO ATIVO, EM
      * ORDEM DE CLIENTE - PERCORRIDO JUNTO COM O CADASTRO.
       01  W-TAB-TRECHO.
           03 W-TRE-ITEM OCCURS 20000 TIMES.
              05 W-TRE-COD-CLIENTE   PIC 9(007).
              05 W-TRE-DISTANCIA     PIC 9(011)V9(002).
              05 W-TRE-PARADAS       PIC 9(003).

       77 W-QTD-TRECHOS           PIC 9(005) COMP     VALUE ZEROS.
       77 W-IDX-TRECHO            PIC 9(005) COMP     VALUE ZEROS.

      * CALCULO DO CLIENTE CORRENTE.
       77 W-RECEITA-BRUTA         PIC  9(011)V9(002)  VALUE ZEROS.
       77 W-DEVOLUCOES            PIC  9(011)V9(002)  VALUE ZEROS.
       77 W-RECEITA-LIQ           PIC S9(011)V9(002)  VALUE ZEROS.
       77 W-MARGEM                PIC S9(011)V9(002)  VALUE ZEROS.
       77 W-QTD-VISITAS           PIC  9(005)         VALUE ZEROS.
       77 W-KM-VISITA             PIC  9(007)V9(002)  VALUE ZEROS.
       77 W-KM-TOTAL              PIC  9(009)V9(002)  VALUE ZEROS.
       77 W-CUSTO-KM              PIC  9(011)V9(002)  VALUE ZEROS.
       77 W-CUSTO-TEMPO           PIC  9(011)V9(002)  VALUE ZEROS.
       77 W-CUSTO-TOTAL           PIC  9(011)V9(002)  VALUE ZEROS.
       77 W-RESULTADO             PIC S9(011)V9(002)  VALUE ZEROS.
       77 W-RESULTADO-REDUZIDO    PIC S9(011)V9(002)  VALUE ZEROS.
       77 W-ORIGEM-TRECHO         PIC  X(007)         VALUE SPACES.
       77 W-SUGESTAO              PIC  X(030)         VALUE SPACES.

      * TOTAIS DO RELATORIO.
       77 W-QTD-CLIENTES          PIC  9(007)         VALUE ZEROS.
       77 W-QTD-DEFICITARIOS      PIC  9(007)         VALUE ZEROS.
       77 W-QTD-SEM-TRECHO        PIC  9(007)         VALUE ZEROS.
       77 W-RANKING               PIC  9(007)         VALUE ZEROS.
       77 W-TOT-RECEITA-LIQ       PIC S9(013)V9(002)  VALUE ZEROS.
       77 W-TOT-CUSTO             PIC  9(013)V9(002)  VALUE ZEROS.
       77 W-TOT-RESULTADO         PIC S9(013)V9(002)  VALUE ZEROS.

       01  WCAB.
           03 FILLER PIC X(044) VALUE
              "CUSTO DE ATENDER POR CLIENTE;RANKING;CODIGO ".
           03 FILLER PIC X(049) VALUE
              "CLIENTE;RAZAO SOCIAL;SEGMENTO;FREQUENCIA;RECEITA ".
           03 FILLER PIC X(054) VALUE
              "BRUTA;DEVOLUCOES;RECEITA LIQUIDA;MARGEM BRUTA;VISITAS;".
           03 FILLER PIC X(055) VALUE
              "KM POR VISITA;KM NO PERIODO;CUSTO KM;CUSTO TEMPO;CUSTO ".
           03 FILLER PIC X(042) VALUE
              "TOTAL;RESULTADO;ORIGEM DO TRECHO;SUGESTAO;".

       01  WCAB-PERIODO.
           03 FILLER              PIC X(008)          VALUE "PERIODO;".
           03 WCAB-DATA-INI       PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(003)          VALUE " A ".
           03 WCAB-DATA-FIM       PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(009)          VALUE ";KM A R$ ".
           03 WCAB-VALOR-KM       PIC ZZ9,99          VALUE ZEROS.
           03 FILLER              PIC X(013)          VALUE
              ";VISITA A R$ ".
           03 WCAB-CUSTO-VISITA   PIC ZZZZZZ9,99      VALUE ZEROS.
           03 FILLER              PIC X(008)          VALUE ";MARGEM ".
           03 WCAB-PCT-MARGEM     PIC ZZ9,99          VALUE ZEROS.
           03 FILLER              PIC X(002)          VALUE "%;".

       01  WDET.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-RANKING        PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-COD-CLIENTE    PIC 9(007)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-RAZAO-SOCIAL   PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-SEGMENTO       PIC X(001)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-FREQ           PIC X(009)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-RECEITA-BRUTA  PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DEVOLUCOES     PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-RECEITA-LIQ    PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-MARGEM         PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-VISITAS        PIC ZZZZ9           VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-KM-VISITA      PIC ZZZZZZ9,99      VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-KM-TOTAL       PIC ZZZZZZZZ9,99    VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-CUSTO-KM       PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-CUSTO-TEMPO    PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-CUSTO-TOTAL    PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-RESULTADO      PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-ORIGEM-TRECHO  PIC X(007)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-SUGESTAO       PIC X(030)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WTOT.
           03 FILLER              PIC X(001)          VALUE ";".
           03 FILLER PIC X(016) VALUE "TOTAL DO PERIODO".
           03 FILLER              PIC X(001)          VALUE ";".
           03 FILLER PIC X(010) VALUE "CLIENTES: ".
           03 WTOT-CLIENTES       PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 FILLER PIC X(014) VALUE "DEFICITARIOS: ".
           03 WTOT-DEFICITARIOS   PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 FILLER PIC X(017) VALUE "RECEITA LIQUIDA: ".
           03 WTOT-RECEITA-LIQ    PIC -ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 FILLER PIC X(013) VALUE "CUSTO TOTAL: ".
           03 WTOT-CUSTO          PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 FILLER PIC X(011) VALUE "RESULTADO: ".
           03 WTOT-RESULTADO      PIC -ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

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

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * CUSTO DE ATENDER E RENTABILIDADE POR CLIENTE NO PERIODO
      * (RELCUSTO.PAR, DATA INICIAL E FINAL; PADRAO DO PRIMEIRO DIA
      * DO MES ATE HOJE):
      * - RECEITA: PEDIDOS DO PERIODO MENOS AS DEVOLUCOES
      *   REGISTRADAS NO PERIODO, COMO NO RELMETA; A MARGEM BRUTA
      *   MEDIA DA A CONTRIBUICAO DO CLIENTE.
      * - CUSTO: VISITAS REALIZADAS NO PERIODO (CADVISITA) VEZES O
      *   TRECHO DE CHEGADA AO CLIENTE CALCULADO PELO RELROTA (MEDIA
      *   DAS PARADAS DO PLANO ATIVO), AO VALOR DO KM DO REEMBOLSO,
      *   MAIS O CUSTO DE TEMPO POR VISITA. CLIENTE FORA DO PLANO
      *   DESTA SEMANA (QUINZENAL, MENSAL) USA A DISTANCIA DA ULTIMA
      *   RODADA COMPLETA (CADDISTRIB).
      * - SAI DO PIOR RESULTADO PARA O MELHOR; O CLIENTE DEFICITARIO
      *   GANHA A SUGESTAO DE FREQUENCIA MENOR (QUANDO A METADE OU O
      *   QUARTO DO CUSTO JA SE PAGA) OU DE ATENDIMENTO POR
      *   TELEVENDAS.
      * RODAVEL PELO AGENDADOR, COMO OS DEMAIS BATCHES.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "RELCUSTO - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           PERFORM 010-LER-PARAMETROS

           PERFORM 025-CONFERIR-DEFASAGEM

           IF W-BLOQUEAR-DEFASADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT ARQ-CLIENTE

           IF FS-CLIENTE NOT EQUAL "00"
              DISPLAY "RELCUSTO - CADASTRO DE CLIENTES NAO LOCALIZADO"
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE ZEROS TO W-QTD-TRECHOS

              OPEN INPUT ARQ-PLANO
              IF FS-PLANO EQUAL "00"
                 SORT ARQ-TEMP-PLANO
                      ON ASCENDING KEY TPL-COD-CLIENTE
                      INPUT  PROCEDURE IS 100-SELECIONAR-PLANO
                      OUTPUT PROCEDURE IS 150-CARREGAR-TRECHOS
                 CLOSE ARQ-PLANO
              ELSE
                 DISPLAY "RELCUSTO - NENHUM PLANO GERADO PELO RELROTA"
              END-IF

              PERFORM 020-ABRIR-MOVIMENTO

              SORT ARQ-TEMP-CUSTO
                   ON ASCENDING KEY TCU-RESULTADO
                      ASCENDING KEY TCU-COD-CLIENTE
                   INPUT  PROCEDURE IS 200-CALCULAR-CLIENTES
                   OUTPUT PROCEDURE IS 400-IMPRIMIR-RANKING

              PERFORM 030-FECHAR-MOVIMENTO

              MOVE "RELCUSTO"     TO CTR-PROGRAMA
              MOVE "RELCUSTO.CSV" TO CTR-ARQUIVO
              CALL "CATRELAT" USING W-PARAM-CATALOGO

              DISPLAY "RELCUSTO - PERIODO: " W-DATA-INI " A "
                      W-DATA-FIM
              DISPLAY "RELCUSTO - CLIENTES ANALISADOS: "
                      W-QTD-CLIENTES
              DISPLAY "RELCUSTO - CLIENTES DEFICITARIOS: "
                      W-QTD-DEFICITARIOS
              IF W-QTD-SEM-TRECHO GREATER ZEROS
                 DISPLAY "RELCUSTO - CLIENTES VISITADOS SEM TRECHO "
                         "CONHECIDO: " W-QTD-SEM-TRECHO
              END-IF
           END-IF

           CLOSE ARQ-CLIENTE

           IF W-QTD-DEFASAGEM GREATER ZEROS
              AND RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "RELCUSTO - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       010-LER-PARAMETROS.

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD

           MOVE W-DATA-HOJE TO W-DATA-INI
           MOVE "01"        TO W-DATA-INI (7:2)
           MOVE W-DATA-HOJE TO W-DATA-FIM

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
              END-IF
              CLOSE ARQ-PARAM
           END-IF

           MOVE W-DATA-HOJE TO SIS-DATA-REF

           MOVE "VALOR-KM-REEMBOLSO" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR GREATER ZEROS
              MOVE SIS-VALOR TO W-VALOR-KM
           END-IF

           MOVE "CUSTO-TEMPO-VISITA" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              MOVE SIS-VALOR TO W-CUSTO-VISITA
           END-IF

           MOVE "PCT-MARGEM-BRUTA" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR GREATER ZEROS
              AND SIS-VALOR NOT GREATER 100
              MOVE SIS-VALOR TO W-PCT-MARGEM
           END-IF

           DISPLAY "RELCUSTO - VALOR POR KM EM USO: " W-VALOR-KM
           DISPLAY "RELCUSTO - CUSTO POR VISITA EM USO: "
                   W-CUSTO-VISITA
           DISPLAY "RELCUSTO - MARGEM BRUTA EM USO: " W-PCT-MARGEM.

      * ALIMENTACAO DE ENTRADA DO CUSTO A SERVIR: IMPPEDIDO.
       025-CONFERIR-DEFASAGEM.
           MOVE ZEROS TO W-QTD-DEFASAGEM
           MOVE "N"   TO W-DEFASAGEM-SW

           MOVE "IMPPEDIDO" TO PDF-ALIMENTACAO
           PERFORM 026-CONFERIR-ALIMENTACAO

           IF W-BLOQUEAR-DEFASADO
              DISPLAY "RELCUSTO - ENTRADA DEFASADA - PROCESSAMENTO "
                      "INTERROMPIDO (BLOQUEIO-DEFASAGEM)"
           END-IF.

       026-CONFERIR-ALIMENTACAO.
           CALL "VERDEFASA" USING W-PARAM-DEFASAGEM

           IF PDF-DEFASADA
              AND W-QTD-DEFASAGEM LESS 3
              ADD 1 TO W-QTD-DEFASAGEM
              MOVE PDF-MENSAGEM TO W-DEF-MENSAGEM (W-QTD-DEFASAGEM)
              DISPLAY "RELCUSTO - " PDF-MENSAGEM

              IF PDF-BLOQUEAR
                 MOVE "S" TO W-DEFASAGEM-SW
              END-IF
           END-IF.

      * AVISO DE DEFASAGEM NO INICIO DA SAIDA, ANTES DO CABECALHO.
       027-IMPRIMIR-DEFASAGEM.
           WRITE REG-CUSTO FROM W-DEF-MENSAGEM (W-IDX-DEFASAGEM).

      * ARQUIVOS DE MOVIMENTO OPCIONAIS: SEM PEDIDOS A RECEITA E
      * ZERO, SEM VISITAS O CUSTO E ZERO, SEM A DISTRIBUICAO SO O
      * PLANO DA O TRECHO.
       020-ABRIR-MOVIMENTO.

           MOVE "N" TO W-PEDIDO-DISPONIVEL
           OPEN INPUT ARQ-PEDIDO
           IF FS-PEDIDO EQUAL "00"
              MOVE "S" TO W-PEDIDO-DISPONIVEL
           ELSE
              IF FS-PEDIDO EQUAL "05"
                 CLOSE ARQ-PEDIDO
              END-IF
           END-IF

           MOVE "N" TO W-DEVOL-DISPONIVEL
           OPEN INPUT ARQ-DEVOLUCAO
           IF FS-DEVOLUCAO EQUAL "00"
              MOVE "S" TO W-DEVOL-DISPONIVEL
           ELSE
              IF FS-DEVOLUCAO EQUAL "05"
                 CLOSE ARQ-DEVOLUCAO
              END-IF
           END-IF

           MOVE "N" TO W-VISITA-DISPONIVEL
           OPEN INPUT ARQ-VISITA
           IF FS-VISITA EQUAL "00"
              MOVE "S" TO W-VISITA-DISPONIVEL
           ELSE
              IF FS-VISITA EQUAL "05"
                 CLOSE ARQ-VISITA
              END-IF
           END-IF

           MOVE "N" TO W-DISTRIB-DISPONIVEL
           OPEN INPUT ARQ-DISTRIB
           IF FS-DISTRIB EQUAL "00"
              PERFORM 050-ACHAR-ULTIMO-RUN
              IF W-RUN-ID-MAX GREATER ZEROS
                 MOVE "S" TO W-DISTRIB-DISPONIVEL
              ELSE
                 CLOSE ARQ-DISTRIB
              END-IF
           ELSE
              IF FS-DISTRIB EQUAL "05"
                 CLOSE ARQ-DISTRIB
              END-IF
           END-IF

           MOVE "00" TO FS-PEDIDO
           MOVE "00" TO FS-DEVOLUCAO
           MOVE "00" TO FS-VISITA
           MOVE "00" TO FS-DISTRIB.

       030-FECHAR-MOVIMENTO.

           IF W-PEDIDO-DISPONIVEL EQUAL "S"
              CLOSE ARQ-PEDIDO
           END-IF

           IF W-DEVOL-DISPONIVEL EQUAL "S"
              CLOSE ARQ-DEVOLUCAO
           END-IF

           IF W-VISITA-DISPONIVEL EQUAL "S"
              CLOSE ARQ-VISITA
           END-IF

           IF W-DISTRIB-DISPONIVEL EQUAL "S"
              CLOSE ARQ-DISTRIB
           END-IF.

      * LE DO CONTROLE DE EXECUCAO (CADRUNCTL) A RODADA COMPLETA
      * MAIS RECENTE - O SALTO PELA CHAVE DO CADDISTRIB FICA COMO
      * RESERVA PARA INSTALACOES AINDA SEM O CONTROLE.
       050-ACHAR-ULTIMO-RUN.
           MOVE ZEROS TO W-RUN-ID-MAX

           PERFORM 045-LER-RUN-CONTROL

           IF W-RUN-ID-MAX EQUAL ZEROS
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

              MOVE "00" TO FS-DISTRIB
           END-IF.

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
              MOVE RC-RUN-ID TO W-RUN-ID-MAX
           END-IF

           READ ARQ-RUNCTL NEXT.

       051-SALTAR-PROXIMO-RUN.
           MOVE D-RUN-ID TO W-RUN-ID-MAX

           MOVE 9999999 TO D-COD-CLIENTE
           START ARQ-DISTRIB KEY IS GREATER D-CHAVE-DISTRIB
             INVALID KEY MOVE "23" TO FS-DISTRIB
           END-START

           IF FS-DISTRIB EQUAL "00"
              READ ARQ-DISTRIB NEXT
           END-IF.

      * SO O PLANO ATIVO (OU O LEGADO SEM VERSAO) CONTA, COMO NO
      * RELKM; PARADA DE PROSPECCAO NAO E CLIENTE.
       100-SELECIONAR-PLANO.
           READ ARQ-PLANO
           PERFORM 110-RELEASE-PARADA
              UNTIL FS-PLANO NOT EQUAL "00".

       110-RELEASE-PARADA.
           IF NOT PL-PLANO-SUPERADO
              AND NOT PL-PARADA-PROSPECT
              MOVE PL-COD-CLIENTE TO TPL-COD-CLIENTE
              MOVE PL-DISTANCIA   TO TPL-DISTANCIA
              RELEASE REG-TEMP-PLANO
           END-IF

           READ ARQ-PLANO.

       150-CARREGAR-TRECHOS.
           MOVE "00" TO FS-TEMP

           RETURN ARQ-TEMP-PLANO
             AT END MOVE "10" TO FS-TEMP
           END-RETURN

           PERFORM 160-ACUMULAR-TRECHO
              UNTIL FS-TEMP NOT EQUAL "00".

      * CLIENTE COM MAIS DE UMA PARADA NA SEMANA (ROTINA E
      * CHAMADO, POR EXEMPLO) FICA COM A MEDIA DOS TRECHOS.
       160-ACUMULAR-TRECHO.
           IF W-QTD-TRECHOS EQUAL ZEROS
              OR W-TRE-COD-CLIENTE (W-QTD-TRECHOS)
                 NOT EQUAL TPL-COD-CLIENTE
              IF W-QTD-TRECHOS LESS 20000
                 ADD 1 TO W-QTD-TRECHOS
                 MOVE TPL-COD-CLIENTE
                   TO W-TRE-COD-CLIENTE (W-QTD-TRECHOS)
                 MOVE ZEROS TO W-TRE-DISTANCIA (W-QTD-TRECHOS)
                 MOVE ZEROS TO W-TRE-PARADAS (W-QTD-TRECHOS)
              END-IF
           END-IF

           IF W-TRE-COD-CLIENTE (W-QTD-TRECHOS) EQUAL TPL-COD-CLIENTE
              ADD TPL-DISTANCIA TO W-TRE-DISTANCIA (W-QTD-TRECHOS)
              ADD 1             TO W-TRE-PARADAS (W-QTD-TRECHOS)
                ON SIZE ERROR CONTINUE
              END-ADD
           END-IF

           RETURN ARQ-TEMP-PLANO
             AT END MOVE "10" TO FS-TEMP
           END-RETURN.

      * CADASTRO EM ORDEM DE CODIGO; O PONTEIRO DA TABELA DE
      * TRECHOS ANDA JUNTO.
       200-CALCULAR-CLIENTES.
           MOVE 1 TO W-IDX-TRECHO

           MOVE ZEROS TO COD-CLIENTE
           START ARQ-CLIENTE KEY IS NOT LESS COD-CLIENTE
             INVALID KEY MOVE "23" TO FS-CLIENTE
           END-START

           IF FS-CLIENTE EQUAL "00"
              READ ARQ-CLIENTE NEXT
              PERFORM 210-CALCULAR-CLIENTE
                 UNTIL FS-CLIENTE NOT EQUAL "00"
           END-IF

           MOVE "00" TO FS-CLIENTE.

      * CLIENTE ANONIMIZADO (LGPD) NAO ENTRA; SO ENTRA QUEM TEVE
      * RECEITA OU VISITA NO PERIODO.
       210-CALCULAR-CLIENTE.
           IF NOT CLIENTE-ANONIMIZADO
              PERFORM 220-SOMAR-RECEITA
              PERFORM 230-CONTAR-VISITAS

              IF W-RECEITA-BRUTA GREATER ZEROS
                 OR W-DEVOLUCOES GREATER ZEROS
                 OR W-QTD-VISITAS GREATER ZEROS
                 PERFORM 240-ACHAR-TRECHO
                 PERFORM 250-CALCULAR-RESULTADO
                 PERFORM 260-SUGERIR-ATENDIMENTO
                 PERFORM 270-RELEASE-CLIENTE
              END-IF
           END-IF

           READ ARQ-CLIENTE NEXT.

       220-SOMAR-RECEITA.
           MOVE ZEROS TO W-RECEITA-BRUTA
           MOVE ZEROS TO W-DEVOLUCOES

           IF W-PEDIDO-DISPONIVEL EQUAL "S"
              MOVE COD-CLIENTE TO P-COD-CLIENTE
              MOVE W-DATA-INI  TO P-DATA-PEDIDO
              MOVE ZEROS       TO P-SEQ-PEDIDO

              START ARQ-PEDIDO KEY IS NOT LESS P-CHAVE-PEDIDO
                INVALID KEY MOVE "23" TO FS-PEDIDO
              END-START

              IF FS-PEDIDO EQUAL "00"
                 READ ARQ-PEDIDO NEXT
                 PERFORM 225-SOMAR-PEDIDO
                    UNTIL FS-PEDIDO NOT EQUAL "00"
                       OR P-COD-CLIENTE NOT EQUAL COD-CLIENTE
                       OR P-DATA-PEDIDO GREATER W-DATA-FIM
              END-IF

              MOVE "00" TO FS-PEDIDO
           END-IF

           IF W-DEVOL-DISPONIVEL EQUAL "S"
              MOVE COD-CLIENTE TO DV-COD-CLIENTE
              MOVE ZEROS       TO DV-DATA-PEDIDO
              MOVE ZEROS       TO DV-SEQ-PEDIDO
              MOVE ZEROS       TO DV-SEQ-ITEM
              MOVE ZEROS       TO DV-SEQ-DEVOLUCAO

              START ARQ-DEVOLUCAO KEY IS NOT LESS DV-CHAVE-DEVOLUCAO
                INVALID KEY MOVE "23" TO FS-DEVOLUCAO
              END-START

              IF FS-DEVOLUCAO EQUAL "00"
                 READ ARQ-DEVOLUCAO NEXT
                 PERFORM 226-SOMAR-DEVOLUCAO
                    UNTIL FS-DEVOLUCAO NOT EQUAL "00"
                       OR DV-COD-CLIENTE NOT EQUAL COD-CLIENTE
              END-IF

              MOVE "00" TO FS-DEVOLUCAO
           END-IF

           COMPUTE W-RECEITA-LIQ = W-RECEITA-BRUTA - W-DEVOLUCOES.

      * PEDIDO RECUSADO PELO ERP NAO VIROU FATURAMENTO.
       225-SOMAR-PEDIDO.
           IF NOT P-ERP-RECUSADO
              ADD P-VALOR-PEDIDO TO W-RECEITA-BRUTA
                ON SIZE ERROR CONTINUE
              END-ADD
           END-IF

           READ ARQ-PEDIDO NEXT.

       226-SOMAR-DEVOLUCAO.
           IF DV-DATA-DEVOLUCAO NOT LESS W-DATA-INI
              AND DV-DATA-DEVOLUCAO NOT GREATER W-DATA-FIM
              ADD DV-VALOR-DEVOLVIDO TO W-DEVOLUCOES
                ON SIZE ERROR CONTINUE
              END-ADD
           END-IF

           READ ARQ-DEVOLUCAO NEXT.

      * VISITA NAO REALIZADA NAO ENTRA NO CUSTO - NAO HA COMO SABER
      * SE O VENDEDOR CHEGOU A SE DESLOCAR.
       230-CONTAR-VISITAS.
           MOVE ZEROS TO W-QTD-VISITAS

           IF W-VISITA-DISPONIVEL EQUAL "S"
              MOVE COD-CLIENTE TO V-COD-CLIENTE
              MOVE W-DATA-INI  TO V-DATA-VISITA

              START ARQ-VISITA KEY IS NOT LESS V-CHAVE-VISITA
                INVALID KEY MOVE "23" TO FS-VISITA
              END-START

              IF FS-VISITA EQUAL "00"
                 READ ARQ-VISITA NEXT
                 PERFORM 235-CONTAR-VISITA
                    UNTIL FS-VISITA NOT EQUAL "00"
                       OR V-COD-CLIENTE NOT EQUAL COD-CLIENTE
                       OR V-DATA-VISITA GREATER W-DATA-FIM
              END-IF

              MOVE "00" TO FS-VISITA
           END-IF.

       235-CONTAR-VISITA.
           IF V-REALIZADA
              ADD 1 TO W-QTD-VISITAS
           END-IF

           READ ARQ-VISITA NEXT.

      * TRECHO DE CHEGADA EM METROS (MESMA UNIDADE DO PLANO E DA
      * DISTRIBUICAO), CONVERTIDO PARA KM POR VISITA.
       240-ACHAR-TRECHO.
           MOVE ZEROS  TO W-KM-VISITA
           MOVE SPACES TO W-ORIGEM-TRECHO

           PERFORM 245-AVANCAR-TRECHO
              UNTIL W-IDX-TRECHO GREATER W-QTD-TRECHOS
                 OR W-TRE-COD-CLIENTE (W-IDX-TRECHO)
                    NOT LESS COD-CLIENTE

           IF W-IDX-TRECHO NOT GREATER W-QTD-TRECHOS
              AND W-TRE-COD-CLIENTE (W-IDX-TRECHO) EQUAL COD-CLIENTE
              AND W-TRE-PARADAS (W-IDX-TRECHO) GREATER ZEROS
              COMPUTE W-KM-VISITA ROUNDED =
                      W-TRE-DISTANCIA (W-IDX-TRECHO)
                    / W-TRE-PARADAS (W-IDX-TRECHO)
                    / 1000
              MOVE "PLANO" TO W-ORIGEM-TRECHO
           ELSE
              IF W-DISTRIB-DISPONIVEL EQUAL "S"
                 MOVE W-RUN-ID-MAX TO D-RUN-ID
                 MOVE COD-CLIENTE  TO D-COD-CLIENTE

                 READ ARQ-DISTRIB RECORD KEY IS D-CHAVE-DISTRIB
                   INVALID KEY MOVE "23" TO FS-DISTRIB
                 END-READ

                 IF FS-DISTRIB EQUAL "00"
                    AND D-ATRIBUIDO
                    COMPUTE W-KM-VISITA ROUNDED = DISTANCIA / 1000
                      ON SIZE ERROR MOVE ZEROS TO W-KM-VISITA
                    END-COMPUTE
                    MOVE "RODADA" TO W-ORIGEM-TRECHO
                 END-IF

                 MOVE "00" TO FS-DISTRIB
              END-IF
           END-IF

           IF W-ORIGEM-TRECHO EQUAL SPACES
              MOVE "SEM" TO W-ORIGEM-TRECHO
              IF W-QTD-VISITAS GREATER ZEROS
                 ADD 1 TO W-QTD-SEM-TRECHO
              END-IF
           END-IF.

       245-AVANCAR-TRECHO.
           ADD 1 TO W-IDX-TRECHO.

       250-CALCULAR-RESULTADO.
           COMPUTE W-KM-TOTAL ROUNDED = W-KM-VISITA * W-QTD-VISITAS
             ON SIZE ERROR MOVE 999999999,99 TO W-KM-TOTAL
           END-COMPUTE

           COMPUTE W-CUSTO-KM ROUNDED = W-KM-TOTAL * W-VALOR-KM
           COMPUTE W-CUSTO-TEMPO ROUNDED =
                   W-QTD-VISITAS * W-CUSTO-VISITA
           COMPUTE W-CUSTO-TOTAL = W-CUSTO-KM + W-CUSTO-TEMPO

           COMPUTE W-MARGEM ROUNDED =
                   W-RECEITA-LIQ * W-PCT-MARGEM / 100

           COMPUTE W-RESULTADO = W-MARGEM - W-CUSTO-TOTAL.

      * CLIENTE DEFICITARIO: A FREQUENCIA SEGUINTE (SEMANAL PARA
      * QUINZENAL, QUINZENAL PARA MENSAL) CORTA O CUSTO PELA METADE;
      * SE NEM A MENOR FREQUENCIA SE PAGA, TELEVENDAS.
       260-SUGERIR-ATENDIMENTO.
           MOVE SPACES TO W-SUGESTAO

           IF W-RESULTADO LESS ZEROS
              MOVE "ATENDER POR TELEVENDAS" TO W-SUGESTAO

              EVALUATE TRUE
                 WHEN VISITA-SEMANAL
                    COMPUTE W-RESULTADO-REDUZIDO =
                            W-MARGEM - W-CUSTO-TOTAL / 2
                    IF W-RESULTADO-REDUZIDO NOT LESS ZEROS
                       MOVE "REDUZIR PARA QUINZENAL" TO W-SUGESTAO
                    ELSE
                       COMPUTE W-RESULTADO-REDUZIDO =
                               W-MARGEM - W-CUSTO-TOTAL / 4
                       IF W-RESULTADO-REDUZIDO NOT LESS ZEROS
                          MOVE "REDUZIR PARA MENSAL" TO W-SUGESTAO
                       END-IF
                    END-IF
                 WHEN VISITA-QUINZENAL
                    COMPUTE W-RESULTADO-REDUZIDO =
                            W-MARGEM - W-CUSTO-TOTAL / 2
                    IF W-RESULTADO-REDUZIDO NOT LESS ZEROS
                       MOVE "REDUZIR PARA MENSAL" TO W-SUGESTAO
                    END-IF
              END-EVALUATE
           END-IF.

       270-RELEASE-CLIENTE.
           MOVE W-RESULTADO         TO TCU-RESULTADO
           MOVE COD-CLIENTE         TO TCU-COD-CLIENTE
           MOVE RAZAO-SOCIAL        TO TCU-RAZAO-SOCIAL
           MOVE SEGMENTO-CLIENTE    TO TCU-SEGMENTO
           MOVE FREQ-VISITA-CLIENTE TO TCU-FREQ
           MOVE W-RECEITA-BRUTA     TO TCU-RECEITA-BRUTA
           MOVE W-DEVOLUCOES        TO TCU-DEVOLUCOES
           MOVE W-RECEITA-LIQ       TO TCU-RECEITA-LIQ
           MOVE W-MARGEM            TO TCU-MARGEM
           MOVE W-QTD-VISITAS       TO TCU-VISITAS
           MOVE W-KM-VISITA         TO TCU-KM-VISITA
           MOVE W-KM-TOTAL          TO TCU-KM-TOTAL
           MOVE W-CUSTO-KM          TO TCU-CUSTO-KM
           MOVE W-CUSTO-TEMPO       TO TCU-CUSTO-TEMPO
           MOVE W-CUSTO-TOTAL       TO TCU-CUSTO-TOTAL
           MOVE W-ORIGEM-TRECHO     TO TCU-ORIGEM-TRECHO
           MOVE W-SUGESTAO          TO TCU-SUGESTAO
           RELEASE REG-TEMP-CUSTO

           ADD 1 TO W-QTD-CLIENTES
           IF W-RESULTADO LESS ZEROS
              ADD 1 TO W-QTD-DEFICITARIOS
           END-IF

           ADD W-RECEITA-LIQ TO W-TOT-RECEITA-LIQ
           ADD W-CUSTO-TOTAL TO W-TOT-CUSTO
           ADD W-RESULTADO   TO W-TOT-RESULTADO.

       400-IMPRIMIR-RANKING.
           OPEN OUTPUT REL-CUSTO
           PERFORM 027-IMPRIMIR-DEFASAGEM
              VARYING W-IDX-DEFASAGEM FROM 1 BY 1
              UNTIL W-IDX-DEFASAGEM GREATER W-QTD-DEFASAGEM
           WRITE REG-CUSTO FROM WCAB

           MOVE W-DATA-INI     TO WCAB-DATA-INI
           MOVE W-DATA-FIM     TO WCAB-DATA-FIM
           MOVE W-VALOR-KM     TO WCAB-VALOR-KM
           MOVE W-CUSTO-VISITA TO WCAB-CUSTO-VISITA
           MOVE W-PCT-MARGEM   TO WCAB-PCT-MARGEM
           WRITE REG-CUSTO FROM WCAB-PERIODO

           MOVE ZEROS TO W-RANKING
           MOVE "00"  TO FS-TEMP

           RETURN ARQ-TEMP-CUSTO
             AT END MOVE "10" TO FS-TEMP
           END-RETURN

           PERFORM 410-IMPRIMIR-CLIENTE
              UNTIL FS-TEMP NOT EQUAL "00"

           MOVE W-QTD-CLIENTES     TO WTOT-CLIENTES
           MOVE W-QTD-DEFICITARIOS TO WTOT-DEFICITARIOS
           MOVE W-TOT-RECEITA-LIQ  TO WTOT-RECEITA-LIQ
           MOVE W-TOT-CUSTO        TO WTOT-CUSTO
           MOVE W-TOT-RESULTADO    TO WTOT-RESULTADO
           WRITE REG-CUSTO FROM WTOT

           CLOSE REL-CUSTO.

       410-IMPRIMIR-CLIENTE.
           ADD 1 TO W-RANKING

           MOVE W-RANKING          TO WDET-RANKING
           MOVE TCU-COD-CLIENTE    TO WDET-COD-CLIENTE
           MOVE TCU-RAZAO-SOCIAL   TO WDET-RAZAO-SOCIAL
           MOVE TCU-SEGMENTO       TO WDET-SEGMENTO

           EVALUATE TCU-FREQ
              WHEN "S"   MOVE "SEMANAL"   TO WDET-FREQ
              WHEN "Q"   MOVE "QUINZENAL" TO WDET-FREQ
              WHEN "M"   MOVE "MENSAL"    TO WDET-FREQ
              WHEN OTHER MOVE SPACES      TO WDET-FREQ
           END-EVALUATE

           MOVE TCU-RECEITA-BRUTA  TO WDET-RECEITA-BRUTA
           MOVE TCU-DEVOLUCOES     TO WDET-DEVOLUCOES
           MOVE TCU-RECEITA-LIQ    TO WDET-RECEITA-LIQ
           MOVE TCU-MARGEM         TO WDET-MARGEM
           MOVE TCU-VISITAS        TO WDET-VISITAS
           MOVE TCU-KM-VISITA      TO WDET-KM-VISITA
           MOVE TCU-KM-TOTAL       TO WDET-KM-TOTAL
           MOVE TCU-CUSTO-KM       TO WDET-CUSTO-KM
           MOVE TCU-CUSTO-TEMPO    TO WDET-CUSTO-TEMPO
           MOVE TCU-CUSTO-TOTAL    TO WDET-CUSTO-TOTAL
           MOVE TCU-RESULTADO      TO WDET-RESULTADO
           MOVE TCU-ORIGEM-TRECHO  TO WDET-ORIGEM-TRECHO
           MOVE TCU-SUGESTAO       TO WDET-SUGESTAO
           WRITE REG-CUSTO FROM WDET

           RETURN ARQ-TEMP-CUSTO
             AT END MOVE "10" TO FS-TEMP
           END-RETURN.

       END PROGRAM RELCUSTO.
