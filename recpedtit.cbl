       PROGRAM-ID.   RECPEDTIT.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CLIENTE ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CLIENTE.

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

           SELECT OPTIONAL ARQ-ALERTA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS AL-CHAVE-ALERTA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ALERTA.

           SELECT ARQ-PARAM ASSIGN TO "RECPEDTIT.PAR"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-PARAM.

           SELECT REL-CONCILIA ASSIGN TO "RECPEDTIT.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLIENTE'.

       COPY "CADCLIENTE.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPEDIDO'.

       COPY "CADPEDIDO.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADTITULO'.

       COPY "CADTITULO.CPY".

       FD  ARQ-ALERTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADALERTA'.

       COPY "CADALERTA.CPY".

       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.

       01  REG-PARAM.
           03 PARAM-DATA-INI      PIC 9(008).
           03 PARAM-DATA-FIM      PIC 9(008).

       FD  REL-CONCILIA.
       01  REG-CONCILIA PIC X(200).

       WORKING-STORAGE SECTION.

       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-PEDIDO               PIC  X(002)         VALUE "00".
       77 FS-TITULO               PIC  X(002)         VALUE "00".
       77 FS-ALERTA               PIC  X(002)         VALUE "00".
       77 FS-PARAM                PIC  X(002)         VALUE "00".

       77 W-CLIENTE-DISPONIVEL    PIC  X(001)         VALUE "N".
       77 W-PEDIDO-DISPONIVEL     PIC  X(001)         VALUE "N".
       77 W-TITULO-DISPONIVEL     PIC  X(001)         VALUE "N".

       77 W-DATA-HOJE             PIC  9(008)         VALUE ZEROS.
       77 W-HORA-AGORA            PIC  9(008)         VALUE ZEROS.
       77 W-DATA-INI              PIC  9(008)         VALUE ZEROS.
       77 W-DATA-FIM              PIC  9(008)         VALUE ZEROS.
       77 W-DATA-LIMITE-VENC      PIC  9(008)         VALUE ZEROS.
       77 W-INT-AUX               PIC  9(008)         VALUE ZEROS.

      *-----------------------------------------------------------
      * PARAMETROS DA CONCILIACAO (CADPARAM):
      * - DIAS-CARENCIA-TITULO: DIAS QUE O FINANCEIRO LEVA PARA
      *   EMITIR O TITULO DEPOIS DO FATURAMENTO - O PERIODO PADRAO
      *   TERMINA ESSES DIAS ANTES DE HOJE, PARA O PEDIDO FATURADO
      *   ONTEM NAO SAIR COMO SEM TITULO.
      * - PRAZO-MAX-TITULO: PRAZO MAXIMO DE VENCIMENTO - O TITULO
      *   SEM PEDIDO INFORMADO ENTRA NA CONCILIACAO DO CLIENTE SE
      *   VENCE ENTRE O INICIO DO PERIODO E O FIM MAIS ESSE PRAZO.
      * - TOLERANCIA-CONCILIA: DIFERENCA EM R$ ACEITA COMO
      *   ARREDONDAMENTO DE PARCELAS, POR PEDIDO OU POR CLIENTE.
      * - LIMITE-DIVERG-CONCIL: SOMA DAS DIFERENCAS (EM VALOR
      *   ABSOLUTO) ACIMA DA QUAL A CONCILIACAO DEVOLVE AVISO A
      *   CADEIA E GRAVA ALERTA.
      *-----------------------------------------------------------
       77 W-DIAS-CARENCIA         PIC  9(003)         VALUE 5.
       77 W-DIAS-PRAZO            PIC  9(003)         VALUE 90.
       77 W-TOLERANCIA            PIC  9(007)V9(002)  VALUE 1,00.
       77 W-LIMITE-DIVERGENCIA    PIC  9(011)V9(002)  VALUE 1000,00.

       01  W-PARAM-SIS.
           03 SIS-NOME            PIC X(020)          VALUE SPACES.
           03 SIS-DATA-REF        PIC 9(008)          VALUE ZEROS.
           03 SIS-VALOR           PIC 9(011)V9(002)   VALUE ZEROS.
           03 SIS-ACHOU           PIC X(001)          VALUE "N".

      * CLIENTE CORRENTE DO CASAMENTO DOS DOIS ARQUIVOS (AMBOS COM
      * O CLIENTE NO INICIO DA CHAVE).
       77 W-CLIENTE-ATUAL         PIC  9(007)         VALUE ZEROS.
       77 W-FIM-PEDIDOS           PIC  X(001)         VALUE "N".
       77 W-FIM-TITULOS           PIC  X(001)         VALUE "N".
       77 W-NOME-LIDO             PIC  X(001)         VALUE "N".
       77 W-RAZAO-SOCIAL          PIC  X(040)         VALUE SPACES.

      * PEDIDOS DO CLIENTE NO PERIODO.
       01  W-TAB-PEDIDOS.
           03 W-PED-ITEM OCCURS 500 TIMES.
              05 W-PED-DATA          PIC 9(008).
              05 W-PED-SEQ           PIC 9(003).
              05 W-PED-STATUS        PIC X(001).
                 88 W-PED-FATURADO      VALUE "F" " ".
              05 W-PED-VALOR         PIC 9(009)V9(002).
              05 W-PED-TITULOS       PIC 9(011)V9(002).
              05 W-PED-QTD-TITULOS   PIC 9(003).

       77 W-QTD-PED               PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-PED               PIC 9(004) COMP     VALUE ZEROS.
       77 W-PED-ACHADO            PIC 9(004) COMP     VALUE ZEROS.

      * TITULOS DO CLIENTE QUE INTERESSAM AO PERIODO: OS VINCULADOS
      * A PEDIDO DO PERIODO E OS SEM VINCULO QUE VENCEM NA JANELA.
       01  W-TAB-TITULOS.
           03 W-TIT-ITEM OCCURS 500 TIMES.
              05 W-TIT-NUMERO        PIC 9(010).
              05 W-TIT-VENCIMENTO    PIC 9(008).
              05 W-TIT-VALOR         PIC 9(009)V9(002).
              05 W-TIT-DATA-PEDIDO   PIC 9(008).
              05 W-TIT-SEQ-PEDIDO    PIC 9(003).

       77 W-QTD-TIT               PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-TIT               PIC 9(004) COMP     VALUE ZEROS.
       77 W-QTD-TABELA-CHEIA      PIC 9(005)          VALUE ZEROS.

      * CONCILIACAO DO CLIENTE: PEDIDOS FATURADOS SEM TITULO
      * VINCULADO CONTRA TITULOS SEM PEDIDO INFORMADO.
       77 W-CLI-PED-SEM-TIT       PIC 9(011)V9(002)   VALUE ZEROS.
       77 W-CLI-QTD-PED-SEM-TIT   PIC 9(004)          VALUE ZEROS.
       77 W-CLI-TIT-SEM-PED       PIC 9(011)V9(002)   VALUE ZEROS.
       77 W-CLI-QTD-TIT-SEM-PED   PIC 9(004)          VALUE ZEROS.

       77 W-DIFERENCA             PIC S9(011)V9(002)  VALUE ZEROS.
       77 W-DIF-ABSOLUTA          PIC  9(011)V9(002)  VALUE ZEROS.

      * TOTAIS DA CONCILIACAO.
       77 W-QTD-PED-LIDOS         PIC 9(007)          VALUE ZEROS.
       77 W-QTD-TIT-LIDOS         PIC 9(007)          VALUE ZEROS.
       77 W-QTD-CONCILIADOS       PIC 9(007)          VALUE ZEROS.
       77 W-QTD-CONC-CLIENTE      PIC 9(007)          VALUE ZEROS.
       77 W-QTD-PED-SEM-TITULO    PIC 9(007)          VALUE ZEROS.
       77 W-QTD-TIT-SEM-PEDIDO    PIC 9(007)          VALUE ZEROS.
       77 W-QTD-VALOR-DIVERG      PIC 9(007)          VALUE ZEROS.
       77 W-QTD-DIF-CLIENTE       PIC 9(007)          VALUE ZEROS.
       77 W-QTD-PED-INEXISTENTE   PIC 9(007)          VALUE ZEROS.
       77 W-QTD-NAO-FATURADO      PIC 9(007)          VALUE ZEROS.
       77 W-TOT-DIVERGENCIA       PIC 9(013)V9(002)   VALUE ZEROS.

      * ALERTAS JA GRAVADOS NA FILA (CADALERTA), PARA A MESMA
      * DEDUPLICACAO PELA MENSAGEM DO FAZALERTA - A MESMA
      * COMPETENCIA ACIMA DO LIMITE VIRA UM ALERTA SO, NAO UM POR
      * NOITE.
       01  W-TAB-EXISTENTES.
           03 W-EXI-MENSAGEM OCCURS 3000 TIMES PIC X(060).

       77 W-QTD-EXISTENTES        PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-EXISTENTE         PIC 9(004) COMP     VALUE ZEROS.
       77 W-JA-EXISTE-SW          PIC X(001)          VALUE "N".
          88 W-ALERTA-JA-EXISTE      VALUE "S".
       77 W-ALERTA-ABERTO         PIC X(001)          VALUE "N".
       77 W-SEQ-ALERTA            PIC 9(003)          VALUE ZEROS.
       77 W-MENSAGEM-NOVA         PIC X(060)          VALUE SPACES.

       01  WCAB.
           03 FILLER PIC X(051) VALUE
              "OCORRENCIA;CODIGO CLIENTE;RAZAO SOCIAL;DATA PEDIDO;".
           03 FILLER PIC X(054) VALUE
              "SEQ;SITUACAO ERP;VALOR PEDIDO;TITULO;VENCIMENTO;VALOR ".
           03 FILLER PIC X(018) VALUE
              "TITULOS;DIFERENCA;".

       01  WCAB-PERIODO.
           03 FILLER              PIC X(008)          VALUE "PERIODO;".
           03 WCAB-DATA-INI       PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(003)          VALUE " A ".
           03 WCAB-DATA-FIM       PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(012)          VALUE
              ";TOLERANCIA ".
           03 WCAB-TOLERANCIA     PIC ZZZZZZ9,99      VALUE ZEROS.
           03 FILLER              PIC X(008)          VALUE ";LIMITE ".
           03 WCAB-LIMITE         PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WDET.
           03 WDET-OCORRENCIA     PIC X(030)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-COD-CLIENTE    PIC 9(007)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-RAZAO-SOCIAL   PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DATA-PEDIDO    PIC X(008)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-SEQ-PEDIDO     PIC X(003)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-SITUACAO-ERP   PIC X(011)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-VALOR-PEDIDO   PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-TITULO         PIC X(010)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-VENCIMENTO     PIC X(008)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-VALOR-TITULOS  PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DIFERENCA      PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WTOT.
           03 WTOT-DESCRICAO      PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WTOT-QUANTIDADE     PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WTOT-VALOR          PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
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
      * CONCILIACAO PEDIDO X TITULO A RECEBER NO PERIODO
      * (RECPEDTIT.PAR, DATA INICIAL E FINAL; PADRAO DO PRIMEIRO DIA
      * DO MES ATE HOJE MENOS A CARENCIA DE EMISSAO):
      * - O TITULO QUE INFORMA O PEDIDO DE ORIGEM CASA COM ELE; A
      *   SOMA DAS PARCELAS TEM DE BATER COM O VALOR DO PEDIDO
      *   FATURADO DENTRO DA TOLERANCIA. TITULO DE PEDIDO QUE NAO
      *   EXISTE OU QUE NAO FOI FATURADO E DIVERGENCIA.
      * - O QUE SOBRA CASA POR CLIENTE E PERIODO: PEDIDOS
      *   FATURADOS SEM TITULO CONTRA TITULOS SEM PEDIDO INFORMADO
      *   (O EXTRATO LEGADO NAO TRAZ O VINCULO). SE OS TOTAIS NAO
      *   BATEM, CADA LADO SAI ITEM A ITEM.
      * O RECPEDTIT.CSV LISTA SO AS DIVERGENCIAS E OS TOTAIS. SOMA
      * DAS DIFERENCAS ACIMA DO LIMITE GRAVA ALERTA NA FILA DO
      * FAZALERTA E DEVOLVE 4 - A CADEIA NOTURNA REGISTRA O AVISO E
      * SEGUE. SEM O CADASTRO DE PEDIDOS OU DE TITULOS NAO HA O QUE
      * CONCILIAR E O RETORNO TAMBEM E 4. COM A CARGA DE PEDIDOS OU
      * DE TITULOS DEFASADA (VERDEFASA) A DIVERGENCIA NAO VIRA
      * ALERTA - O AVISO SAI NO INICIO DO RECPEDTIT.CSV.
      * RODAVEL PELO AGENDADOR E COMO PASSO DO FAZCADEIA.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "RECPEDTIT - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           PERFORM 010-LER-PARAMETROS

           PERFORM 025-CONFERIR-DEFASAGEM

           IF W-BLOQUEAR-DEFASADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 020-ABRIR-ARQUIVOS

           IF W-PEDIDO-DISPONIVEL NOT EQUAL "S"
              OR W-TITULO-DISPONIVEL NOT EQUAL "S"
              DISPLAY "RECPEDTIT - CADASTRO DE PEDIDOS OU DE TITULOS "
                      "NAO LOCALIZADO - NADA A CONCILIAR"
              MOVE 4 TO RETURN-CODE
           ELSE
              OPEN OUTPUT REL-CONCILIA
              PERFORM 027-IMPRIMIR-DEFASAGEM
                 VARYING W-IDX-DEFASAGEM FROM 1 BY 1
                 UNTIL W-IDX-DEFASAGEM GREATER W-QTD-DEFASAGEM
              WRITE REG-CONCILIA FROM WCAB

              MOVE W-DATA-INI           TO WCAB-DATA-INI
              MOVE W-DATA-FIM           TO WCAB-DATA-FIM
              MOVE W-TOLERANCIA         TO WCAB-TOLERANCIA
              MOVE W-LIMITE-DIVERGENCIA TO WCAB-LIMITE
              WRITE REG-CONCILIA FROM WCAB-PERIODO

              PERFORM 100-POSICIONAR-ARQUIVOS

              PERFORM 150-CONCILIAR-CLIENTE
                 UNTIL W-FIM-PEDIDOS EQUAL "S"
                   AND W-FIM-TITULOS EQUAL "S"

              PERFORM 500-IMPRIMIR-TOTAIS

              CLOSE REL-CONCILIA

              MOVE "RECPEDTIT"     TO CTR-PROGRAMA
              MOVE "RECPEDTIT.CSV" TO CTR-ARQUIVO
              CALL "CATRELAT" USING W-PARAM-CATALOGO

              DISPLAY "RECPEDTIT - PERIODO: " W-DATA-INI " A "
                      W-DATA-FIM
              DISPLAY "RECPEDTIT - PEDIDOS CONCILIADOS: "
                      W-QTD-CONCILIADOS
              DISPLAY "RECPEDTIT - PEDIDOS CONCILIADOS NO CLIENTE: "
                      W-QTD-CONC-CLIENTE
              DISPLAY "RECPEDTIT - PEDIDOS FATURADOS SEM TITULO: "
                      W-QTD-PED-SEM-TITULO
              DISPLAY "RECPEDTIT - TITULOS SEM PEDIDO: "
                      W-QTD-TIT-SEM-PEDIDO
              DISPLAY "RECPEDTIT - VALORES DIVERGENTES: "
                      W-QTD-VALOR-DIVERG
              DISPLAY "RECPEDTIT - SOMA DAS DIFERENCAS: "
                      W-TOT-DIVERGENCIA

              IF W-QTD-TABELA-CHEIA GREATER ZEROS
                 DISPLAY "RECPEDTIT - CLIENTES COM MAIS DE 500 "
                         "PEDIDOS OU TITULOS NO PERIODO: "
                         W-QTD-TABELA-CHEIA
              END-IF

              IF W-TOT-DIVERGENCIA GREATER W-LIMITE-DIVERGENCIA
                 DISPLAY "RECPEDTIT - DIVERGENCIA ACIMA DO LIMITE DE "
                         W-LIMITE-DIVERGENCIA
                 IF W-QTD-DEFASAGEM GREATER ZEROS
                    DISPLAY "RECPEDTIT - ENTRADA DEFASADA - ALERTA "
                            "NAO GRAVADO"
                 ELSE
                    PERFORM 600-GRAVAR-ALERTA
                 END-IF
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           IF W-QTD-DEFASAGEM GREATER ZEROS
              AND RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 030-FECHAR-ARQUIVOS

           DISPLAY "RECPEDTIT - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       010-LER-PARAMETROS.

           ACCEPT W-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT W-HORA-AGORA FROM TIME

           MOVE W-DATA-HOJE TO SIS-DATA-REF

           MOVE "DIAS-CARENCIA-TITULO" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR NOT GREATER 60
              MOVE SIS-VALOR TO W-DIAS-CARENCIA
           END-IF

           MOVE "PRAZO-MAX-TITULO" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR GREATER ZEROS
              AND SIS-VALOR NOT GREATER 365
              MOVE SIS-VALOR TO W-DIAS-PRAZO
           END-IF

           MOVE "TOLERANCIA-CONCILIA" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              MOVE SIS-VALOR TO W-TOLERANCIA
           END-IF

           MOVE "LIMITE-DIVERG-CONCIL" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              MOVE SIS-VALOR TO W-LIMITE-DIVERGENCIA
           END-IF

           COMPUTE W-INT-AUX =
                   FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
                 - W-DIAS-CARENCIA
           COMPUTE W-DATA-FIM = FUNCTION DATE-OF-INTEGER(W-INT-AUX)
           MOVE W-DATA-FIM TO W-DATA-INI
           MOVE "01"       TO W-DATA-INI (7:2)

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

           COMPUTE W-INT-AUX =
                   FUNCTION INTEGER-OF-DATE(W-DATA-FIM)
                 + W-DIAS-PRAZO
           COMPUTE W-DATA-LIMITE-VENC =
                   FUNCTION DATE-OF-INTEGER(W-INT-AUX).

      * ALIMENTACOES DE ENTRADA DA CONCILIACAO: IMPPEDIDO E
      * IMPTITULO. SEM O EXTRATO DE TITULOS DO DIA TODO PEDIDO
      * FATURADO SAIRIA SEM TITULO - A DIVERGENCIA E LISTADA, MAS
      * NAO VIRA ALERTA.
       025-CONFERIR-DEFASAGEM.
           MOVE ZEROS TO W-QTD-DEFASAGEM
           MOVE "N"   TO W-DEFASAGEM-SW

           MOVE "IMPPEDIDO" TO PDF-ALIMENTACAO
           PERFORM 026-CONFERIR-ALIMENTACAO
           MOVE "IMPTITULO" TO PDF-ALIMENTACAO
           PERFORM 026-CONFERIR-ALIMENTACAO

           IF W-BLOQUEAR-DEFASADO
              DISPLAY "RECPEDTIT - ENTRADA DEFASADA - PROCESSAMENTO "
                      "INTERROMPIDO (BLOQUEIO-DEFASAGEM)"
           END-IF.

       026-CONFERIR-ALIMENTACAO.
           CALL "VERDEFASA" USING W-PARAM-DEFASAGEM

           IF PDF-DEFASADA
              AND W-QTD-DEFASAGEM LESS 3
              ADD 1 TO W-QTD-DEFASAGEM
              MOVE PDF-MENSAGEM TO W-DEF-MENSAGEM (W-QTD-DEFASAGEM)
              DISPLAY "RECPEDTIT - " PDF-MENSAGEM

              IF PDF-BLOQUEAR
                 MOVE "S" TO W-DEFASAGEM-SW
              END-IF
           END-IF.

      * AVISO DE DEFASAGEM NO INICIO DA SAIDA, ANTES DO CABECALHO.
       027-IMPRIMIR-DEFASAGEM.
           WRITE REG-CONCILIA FROM W-DEF-MENSAGEM (W-IDX-DEFASAGEM).

      * CLIENTE SO DA O NOME NA LISTAGEM; PEDIDOS E TITULOS SAO OS
      * DOIS LADOS DA CONCILIACAO.
       020-ABRIR-ARQUIVOS.

           MOVE "N" TO W-CLIENTE-DISPONIVEL
           OPEN INPUT ARQ-CLIENTE
           IF FS-CLIENTE EQUAL "00"
              MOVE "S" TO W-CLIENTE-DISPONIVEL
           ELSE
              IF FS-CLIENTE EQUAL "05"
                 CLOSE ARQ-CLIENTE
              END-IF
           END-IF

           MOVE "N" TO W-PEDIDO-DISPONIVEL
           OPEN INPUT ARQ-PEDIDO
           IF FS-PEDIDO EQUAL "00"
              MOVE "S" TO W-PEDIDO-DISPONIVEL
           ELSE
              IF FS-PEDIDO EQUAL "05"
                 CLOSE ARQ-PEDIDO
              END-IF
           END-IF

           MOVE "N" TO W-TITULO-DISPONIVEL
           OPEN INPUT ARQ-TITULO
           IF FS-TITULO EQUAL "00"
              MOVE "S" TO W-TITULO-DISPONIVEL
           ELSE
              IF FS-TITULO EQUAL "05"
                 CLOSE ARQ-TITULO
              END-IF
           END-IF

           MOVE "00" TO FS-CLIENTE
           MOVE "00" TO FS-PEDIDO
           MOVE "00" TO FS-TITULO.

       030-FECHAR-ARQUIVOS.

           IF W-CLIENTE-DISPONIVEL EQUAL "S"
              CLOSE ARQ-CLIENTE
           END-IF

           IF W-PEDIDO-DISPONIVEL EQUAL "S"
              CLOSE ARQ-PEDIDO
           END-IF

           IF W-TITULO-DISPONIVEL EQUAL "S"
              CLOSE ARQ-TITULO
           END-IF.

      * FILA DE ALERTAS ABERTA PARA GRAVACAO, COM AS MENSAGENS JA
      * EXISTENTES FOTOGRAFADAS. SEM A FILA A CONCILIACAO SAI IGUAL,
      * SO NAO HA ALERTA.
       070-ABRIR-ALERTAS.

           MOVE "N"   TO W-ALERTA-ABERTO
           MOVE ZEROS TO W-QTD-EXISTENTES

           OPEN I-O ARQ-ALERTA

           IF FS-ALERTA EQUAL "00" OR FS-ALERTA EQUAL "05"
              MOVE "S" TO W-ALERTA-ABERTO

              MOVE ZEROS TO AL-DATA
              MOVE ZEROS TO AL-HORA
              MOVE ZEROS TO AL-SEQ

              START ARQ-ALERTA KEY IS NOT LESS AL-CHAVE-ALERTA
                INVALID KEY MOVE "23" TO FS-ALERTA
              END-START

              IF FS-ALERTA EQUAL "00"
                 READ ARQ-ALERTA NEXT
                 PERFORM 075-GUARDAR-EXISTENTE
                    UNTIL FS-ALERTA NOT EQUAL "00"
                       OR W-QTD-EXISTENTES NOT LESS 3000
              END-IF
           ELSE
              DISPLAY "RECPEDTIT - ERRO AO ABRIR CADALERTA - FS="
                      FS-ALERTA
           END-IF

           MOVE "00" TO FS-ALERTA.

       075-GUARDAR-EXISTENTE.
           ADD 1 TO W-QTD-EXISTENTES
           MOVE AL-MENSAGEM TO W-EXI-MENSAGEM (W-QTD-EXISTENTES)

           READ ARQ-ALERTA NEXT.

       100-POSICIONAR-ARQUIVOS.

           MOVE "N" TO W-FIM-PEDIDOS
           MOVE ZEROS TO P-COD-CLIENTE
           MOVE ZEROS TO P-DATA-PEDIDO
           MOVE ZEROS TO P-SEQ-PEDIDO
           START ARQ-PEDIDO KEY IS NOT LESS P-CHAVE-PEDIDO
             INVALID KEY MOVE "23" TO FS-PEDIDO
           END-START

           IF FS-PEDIDO EQUAL "00"
              READ ARQ-PEDIDO NEXT
           END-IF

           IF FS-PEDIDO NOT EQUAL "00"
              MOVE "S" TO W-FIM-PEDIDOS
           END-IF

           MOVE "N" TO W-FIM-TITULOS
           MOVE ZEROS TO TIT-COD-CLIENTE
           MOVE ZEROS TO TIT-NUM-TITULO
           START ARQ-TITULO KEY IS NOT LESS TIT-CHAVE-TITULO
             INVALID KEY MOVE "23" TO FS-TITULO
           END-START

           IF FS-TITULO EQUAL "00"
              READ ARQ-TITULO NEXT
           END-IF

           IF FS-TITULO NOT EQUAL "00"
              MOVE "S" TO W-FIM-TITULOS
           END-IF.

      * O MENOR CLIENTE ENTRE OS DOIS ARQUIVOS E O DA VEZ - CLIENTE
      * SO COM TITULO (OU SO COM PEDIDO) TAMBEM E CONCILIADO.
       150-CONCILIAR-CLIENTE.

           EVALUATE TRUE
              WHEN W-FIM-TITULOS EQUAL "S"
                 MOVE P-COD-CLIENTE   TO W-CLIENTE-ATUAL
              WHEN W-FIM-PEDIDOS EQUAL "S"
                 MOVE TIT-COD-CLIENTE TO W-CLIENTE-ATUAL
              WHEN P-COD-CLIENTE LESS TIT-COD-CLIENTE
                 MOVE P-COD-CLIENTE   TO W-CLIENTE-ATUAL
              WHEN OTHER
                 MOVE TIT-COD-CLIENTE TO W-CLIENTE-ATUAL
           END-EVALUATE

           MOVE "N"   TO W-NOME-LIDO
           MOVE ZEROS TO W-QTD-PED
           MOVE ZEROS TO W-QTD-TIT

           PERFORM 160-CARREGAR-PEDIDO
              UNTIL W-FIM-PEDIDOS EQUAL "S"
                 OR P-COD-CLIENTE NOT EQUAL W-CLIENTE-ATUAL

           PERFORM 170-CARREGAR-TITULO
              UNTIL W-FIM-TITULOS EQUAL "S"
                 OR TIT-COD-CLIENTE NOT EQUAL W-CLIENTE-ATUAL

           IF W-QTD-PED GREATER ZEROS
              OR W-QTD-TIT GREATER ZEROS
              PERFORM 200-VINCULAR-TITULO
                 VARYING W-IDX-TIT FROM 1 BY 1
                 UNTIL W-IDX-TIT GREATER W-QTD-TIT

              MOVE ZEROS TO W-CLI-PED-SEM-TIT
              MOVE ZEROS TO W-CLI-QTD-PED-SEM-TIT
              MOVE ZEROS TO W-CLI-TIT-SEM-PED
              MOVE ZEROS TO W-CLI-QTD-TIT-SEM-PED

              PERFORM 220-AVALIAR-PEDIDO
                 VARYING W-IDX-PED FROM 1 BY 1
                 UNTIL W-IDX-PED GREATER W-QTD-PED

              PERFORM 230-SOMAR-TITULO-SEM-PEDIDO
                 VARYING W-IDX-TIT FROM 1 BY 1
                 UNTIL W-IDX-TIT GREATER W-QTD-TIT

              PERFORM 240-CONCILIAR-SOBRAS
           END-IF.

       160-CARREGAR-PEDIDO.
           IF P-DATA-PEDIDO NOT LESS W-DATA-INI
              AND P-DATA-PEDIDO NOT GREATER W-DATA-FIM
              IF W-QTD-PED LESS 500
                 ADD 1 TO W-QTD-PED
                 MOVE P-DATA-PEDIDO  TO W-PED-DATA (W-QTD-PED)
                 MOVE P-SEQ-PEDIDO   TO W-PED-SEQ (W-QTD-PED)
                 MOVE P-STATUS-ERP   TO W-PED-STATUS (W-QTD-PED)
                 MOVE P-VALOR-PEDIDO TO W-PED-VALOR (W-QTD-PED)
                 MOVE ZEROS TO W-PED-TITULOS (W-QTD-PED)
                 MOVE ZEROS TO W-PED-QTD-TITULOS (W-QTD-PED)
                 ADD 1 TO W-QTD-PED-LIDOS
              ELSE
                 IF W-QTD-PED EQUAL 500
                    ADD 1 TO W-QTD-TABELA-CHEIA
                    ADD 1 TO W-QTD-PED
                 END-IF
              END-IF
           END-IF

           READ ARQ-PEDIDO NEXT
           IF FS-PEDIDO NOT EQUAL "00"
              MOVE "S" TO W-FIM-PEDIDOS
           END-IF.

       170-CARREGAR-TITULO.
           IF (TIT-DATA-PEDIDO NOT LESS W-DATA-INI
               AND TIT-DATA-PEDIDO NOT GREATER W-DATA-FIM)
              OR (TIT-DATA-PEDIDO EQUAL ZEROS
               AND TIT-DATA-VENCIMENTO NOT LESS W-DATA-INI
               AND TIT-DATA-VENCIMENTO NOT GREATER W-DATA-LIMITE-VENC)
              IF W-QTD-TIT LESS 500
                 ADD 1 TO W-QTD-TIT
                 MOVE TIT-NUM-TITULO  TO W-TIT-NUMERO (W-QTD-TIT)
                 MOVE TIT-DATA-VENCIMENTO
                   TO W-TIT-VENCIMENTO (W-QTD-TIT)
                 MOVE TIT-VALOR       TO W-TIT-VALOR (W-QTD-TIT)
                 MOVE TIT-DATA-PEDIDO TO W-TIT-DATA-PEDIDO (W-QTD-TIT)
                 MOVE TIT-SEQ-PEDIDO  TO W-TIT-SEQ-PEDIDO (W-QTD-TIT)
                 ADD 1 TO W-QTD-TIT-LIDOS
              ELSE
                 IF W-QTD-TIT EQUAL 500
                    ADD 1 TO W-QTD-TABELA-CHEIA
                    ADD 1 TO W-QTD-TIT
                 END-IF
              END-IF
           END-IF

           READ ARQ-TITULO NEXT
           IF FS-TITULO NOT EQUAL "00"
              MOVE "S" TO W-FIM-TITULOS
           END-IF.

      * TITULO COM PEDIDO DE ORIGEM SOMA NAS PARCELAS DO PEDIDO; SE
      * O PEDIDO NAO EXISTE, O TITULO E DIVERGENCIA INTEIRA.
       200-VINCULAR-TITULO.
           IF W-IDX-TIT NOT GREATER 500
              AND W-TIT-DATA-PEDIDO (W-IDX-TIT) GREATER ZEROS
              MOVE ZEROS TO W-PED-ACHADO

              PERFORM 210-PROCURAR-PEDIDO
                 VARYING W-IDX-PED FROM 1 BY 1
                 UNTIL W-IDX-PED GREATER W-QTD-PED
                    OR W-IDX-PED GREATER 500
                    OR W-PED-ACHADO GREATER ZEROS

              IF W-PED-ACHADO GREATER ZEROS
                 ADD W-TIT-VALOR (W-IDX-TIT)
                   TO W-PED-TITULOS (W-PED-ACHADO)
                 ADD 1 TO W-PED-QTD-TITULOS (W-PED-ACHADO)
              ELSE
                 MOVE W-TIT-VALOR (W-IDX-TIT) TO W-DIF-ABSOLUTA
                 COMPUTE W-DIFERENCA = ZEROS - W-DIF-ABSOLUTA

                 PERFORM 300-PREPARAR-LINHA
                 MOVE "TITULO DE PEDIDO INEXISTENTE"
                   TO WDET-OCORRENCIA
                 MOVE W-TIT-DATA-PEDIDO (W-IDX-TIT) TO WDET-DATA-PEDIDO
                 MOVE W-TIT-SEQ-PEDIDO (W-IDX-TIT)  TO WDET-SEQ-PEDIDO
                 PERFORM 310-MOVER-TITULO
                 PERFORM 350-GRAVAR-DIVERGENCIA

                 ADD 1 TO W-QTD-PED-INEXISTENTE
              END-IF
           END-IF.

       210-PROCURAR-PEDIDO.
           IF W-PED-DATA (W-IDX-PED) EQUAL W-TIT-DATA-PEDIDO (W-IDX-TIT)
              AND W-PED-SEQ (W-IDX-PED) EQUAL W-TIT-SEQ-PEDIDO
                                              (W-IDX-TIT)
              MOVE W-IDX-PED TO W-PED-ACHADO
           END-IF.

      * PEDIDO FATURADO (OU LEGADO, ANTERIOR A INTEGRACAO COM O ERP)
      * COM TITULO CONFERE O VALOR; SEM TITULO FICA PARA O CASAMENTO
      * POR CLIENTE. PEDIDO AINDA NAO FATURADO OU RECUSADO NAO PODE
      * TER TITULO.
       220-AVALIAR-PEDIDO.
           IF W-IDX-PED NOT GREATER 500
              IF W-PED-FATURADO (W-IDX-PED)
                 IF W-PED-QTD-TITULOS (W-IDX-PED) EQUAL ZEROS
                    ADD W-PED-VALOR (W-IDX-PED) TO W-CLI-PED-SEM-TIT
                    ADD 1 TO W-CLI-QTD-PED-SEM-TIT
                 ELSE
                    COMPUTE W-DIFERENCA =
                            W-PED-TITULOS (W-IDX-PED)
                          - W-PED-VALOR (W-IDX-PED)
                    PERFORM 250-CALCULAR-ABSOLUTA

                    IF W-DIF-ABSOLUTA GREATER W-TOLERANCIA
                       PERFORM 300-PREPARAR-LINHA
                       MOVE "VALOR DIVERGENTE" TO WDET-OCORRENCIA
                       PERFORM 320-MOVER-PEDIDO
                       MOVE W-PED-TITULOS (W-IDX-PED)
                         TO WDET-VALOR-TITULOS
                       PERFORM 350-GRAVAR-DIVERGENCIA

                       ADD 1 TO W-QTD-VALOR-DIVERG
                    ELSE
                       ADD 1 TO W-QTD-CONCILIADOS
                    END-IF
                 END-IF
              ELSE
                 IF W-PED-QTD-TITULOS (W-IDX-PED) GREATER ZEROS
                    MOVE W-PED-TITULOS (W-IDX-PED) TO W-DIFERENCA
                    MOVE W-PED-TITULOS (W-IDX-PED) TO W-DIF-ABSOLUTA

                    PERFORM 300-PREPARAR-LINHA
                    MOVE "TITULO DE PEDIDO NAO FATURADO"
                      TO WDET-OCORRENCIA
                    PERFORM 320-MOVER-PEDIDO
                    MOVE W-PED-TITULOS (W-IDX-PED)
                      TO WDET-VALOR-TITULOS
                    PERFORM 350-GRAVAR-DIVERGENCIA

                    ADD 1 TO W-QTD-NAO-FATURADO
                 END-IF
              END-IF
           END-IF.

       230-SOMAR-TITULO-SEM-PEDIDO.
           IF W-IDX-TIT NOT GREATER 500
              AND W-TIT-DATA-PEDIDO (W-IDX-TIT) EQUAL ZEROS
              ADD W-TIT-VALOR (W-IDX-TIT) TO W-CLI-TIT-SEM-PED
              ADD 1 TO W-CLI-QTD-TIT-SEM-PED
           END-IF.

      * SOBRAS DO CLIENTE: SE OS PEDIDOS SEM TITULO E OS TITULOS SEM
      * PEDIDO SE EQUIVALEM DENTRO DA TOLERANCIA, ESTAO CONCILIADOS
      * PELO TOTAL; SE UM DOS LADOS ESTA VAZIO, O OUTRO SAI ITEM A
      * ITEM; SE AMBOS EXISTEM E NAO BATEM, SAI A DIFERENCA DO
      * CLIENTE E OS ITENS PARA CONFERENCIA.
       240-CONCILIAR-SOBRAS.
           COMPUTE W-DIFERENCA = W-CLI-TIT-SEM-PED - W-CLI-PED-SEM-TIT
           PERFORM 250-CALCULAR-ABSOLUTA

           EVALUATE TRUE
              WHEN W-CLI-QTD-PED-SEM-TIT EQUAL ZEROS
               AND W-CLI-QTD-TIT-SEM-PED EQUAL ZEROS
                 CONTINUE
              WHEN W-CLI-QTD-PED-SEM-TIT GREATER ZEROS
               AND W-CLI-QTD-TIT-SEM-PED GREATER ZEROS
               AND W-DIF-ABSOLUTA NOT GREATER W-TOLERANCIA
                 ADD W-CLI-QTD-PED-SEM-TIT TO W-QTD-CONC-CLIENTE
              WHEN W-CLI-QTD-PED-SEM-TIT GREATER ZEROS
               AND W-CLI-QTD-TIT-SEM-PED GREATER ZEROS
                 PERFORM 300-PREPARAR-LINHA
                 MOVE "DIFERENCA NO CLIENTE" TO WDET-OCORRENCIA
                 MOVE W-CLI-PED-SEM-TIT TO WDET-VALOR-PEDIDO
                 MOVE W-CLI-TIT-SEM-PED TO WDET-VALOR-TITULOS
                 PERFORM 350-GRAVAR-DIVERGENCIA

                 ADD 1 TO W-QTD-DIF-CLIENTE

                 PERFORM 260-LISTAR-PEDIDO-SEM-TITULO
                    VARYING W-IDX-PED FROM 1 BY 1
                    UNTIL W-IDX-PED GREATER W-QTD-PED
                       OR W-IDX-PED GREATER 500
                 PERFORM 270-LISTAR-TITULO-SEM-PEDIDO
                    VARYING W-IDX-TIT FROM 1 BY 1
                    UNTIL W-IDX-TIT GREATER W-QTD-TIT
                       OR W-IDX-TIT GREATER 500
              WHEN OTHER
                 PERFORM 260-LISTAR-PEDIDO-SEM-TITULO
                    VARYING W-IDX-PED FROM 1 BY 1
                    UNTIL W-IDX-PED GREATER W-QTD-PED
                       OR W-IDX-PED GREATER 500
                 PERFORM 270-LISTAR-TITULO-SEM-PEDIDO
                    VARYING W-IDX-TIT FROM 1 BY 1
                    UNTIL W-IDX-TIT GREATER W-QTD-TIT
                       OR W-IDX-TIT GREATER 500

                 ADD W-DIF-ABSOLUTA TO W-TOT-DIVERGENCIA
           END-EVALUATE.

       250-CALCULAR-ABSOLUTA.
           IF W-DIFERENCA LESS ZEROS
              COMPUTE W-DIF-ABSOLUTA = ZEROS - W-DIFERENCA
           ELSE
              MOVE W-DIFERENCA TO W-DIF-ABSOLUTA
           END-IF.

      * OS ITENS DAS SOBRAS SAEM SEM SOMAR NO TOTAL DAS DIFERENCAS
      * - A DIFERENCA DO CLIENTE (OU O LADO INTEIRO, QUANDO O OUTRO
      * ESTA VAZIO) JA FOI SOMADA UMA VEZ.
       260-LISTAR-PEDIDO-SEM-TITULO.
           IF W-PED-FATURADO (W-IDX-PED)
              AND W-PED-QTD-TITULOS (W-IDX-PED) EQUAL ZEROS
              PERFORM 300-PREPARAR-LINHA
              MOVE "PEDIDO FATURADO SEM TITULO" TO WDET-OCORRENCIA
              PERFORM 320-MOVER-PEDIDO
              COMPUTE W-DIFERENCA = ZEROS - W-PED-VALOR (W-IDX-PED)
              MOVE W-DIFERENCA TO WDET-DIFERENCA
              WRITE REG-CONCILIA FROM WDET

              ADD 1 TO W-QTD-PED-SEM-TITULO
           END-IF.

       270-LISTAR-TITULO-SEM-PEDIDO.
           IF W-TIT-DATA-PEDIDO (W-IDX-TIT) EQUAL ZEROS
              PERFORM 300-PREPARAR-LINHA
              MOVE "TITULO SEM PEDIDO" TO WDET-OCORRENCIA
              PERFORM 310-MOVER-TITULO
              MOVE W-TIT-VALOR (W-IDX-TIT) TO WDET-DIFERENCA
              WRITE REG-CONCILIA FROM WDET

              ADD 1 TO W-QTD-TIT-SEM-PEDIDO
           END-IF.

      * LINHA DE DIVERGENCIA COM O CLIENTE CORRENTE - O NOME E LIDO
      * UMA VEZ POR CLIENTE, SO QUANDO HA O QUE LISTAR.
       300-PREPARAR-LINHA.
           IF W-NOME-LIDO NOT EQUAL "S"
              MOVE "S"    TO W-NOME-LIDO
              MOVE SPACES TO W-RAZAO-SOCIAL

              IF W-CLIENTE-DISPONIVEL EQUAL "S"
                 MOVE W-CLIENTE-ATUAL TO COD-CLIENTE
                 READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
                   INVALID KEY MOVE "23" TO FS-CLIENTE
                 END-READ

                 IF FS-CLIENTE EQUAL "00"
                    MOVE RAZAO-SOCIAL TO W-RAZAO-SOCIAL
                 ELSE
                    MOVE "CLIENTE NAO CADASTRADO" TO W-RAZAO-SOCIAL
                 END-IF

                 MOVE "00" TO FS-CLIENTE
              END-IF
           END-IF

           MOVE SPACES          TO WDET-OCORRENCIA
           MOVE W-CLIENTE-ATUAL TO WDET-COD-CLIENTE
           MOVE W-RAZAO-SOCIAL  TO WDET-RAZAO-SOCIAL
           MOVE SPACES          TO WDET-DATA-PEDIDO
           MOVE SPACES          TO WDET-SEQ-PEDIDO
           MOVE SPACES          TO WDET-SITUACAO-ERP
           MOVE ZEROS           TO WDET-VALOR-PEDIDO
           MOVE SPACES          TO WDET-TITULO
           MOVE SPACES          TO WDET-VENCIMENTO
           MOVE ZEROS           TO WDET-VALOR-TITULOS
           MOVE ZEROS           TO WDET-DIFERENCA.

       310-MOVER-TITULO.
           MOVE W-TIT-NUMERO (W-IDX-TIT)     TO WDET-TITULO
           MOVE W-TIT-VENCIMENTO (W-IDX-TIT) TO WDET-VENCIMENTO
           MOVE W-TIT-VALOR (W-IDX-TIT)      TO WDET-VALOR-TITULOS.

       320-MOVER-PEDIDO.
           MOVE W-PED-DATA (W-IDX-PED)  TO WDET-DATA-PEDIDO
           MOVE W-PED-SEQ (W-IDX-PED)   TO WDET-SEQ-PEDIDO
           MOVE W-PED-VALOR (W-IDX-PED) TO WDET-VALOR-PEDIDO

           EVALUATE W-PED-STATUS (W-IDX-PED)
              WHEN "D"   MOVE "DIGITADO"    TO WDET-SITUACAO-ERP
              WHEN "T"   MOVE "TRANSMITIDO" TO WDET-SITUACAO-ERP
              WHEN "F"   MOVE "FATURADO"    TO WDET-SITUACAO-ERP
              WHEN "R"   MOVE "RECUSADO"    TO WDET-SITUACAO-ERP
              WHEN OTHER MOVE "LEGADO"      TO WDET-SITUACAO-ERP
           END-EVALUATE.

       350-GRAVAR-DIVERGENCIA.
           MOVE W-DIFERENCA TO WDET-DIFERENCA
           WRITE REG-CONCILIA FROM WDET

           ADD W-DIF-ABSOLUTA TO W-TOT-DIVERGENCIA.

       500-IMPRIMIR-TOTAIS.
           MOVE "PEDIDOS CONCILIADOS COM O TITULO" TO WTOT-DESCRICAO
           MOVE W-QTD-CONCILIADOS TO WTOT-QUANTIDADE
           MOVE ZEROS             TO WTOT-VALOR
           WRITE REG-CONCILIA FROM WTOT

           MOVE "PEDIDOS CONCILIADOS PELO TOTAL DO CLIENTE"
             TO WTOT-DESCRICAO
           MOVE W-QTD-CONC-CLIENTE TO WTOT-QUANTIDADE
           WRITE REG-CONCILIA FROM WTOT

           MOVE "PEDIDOS FATURADOS SEM TITULO" TO WTOT-DESCRICAO
           MOVE W-QTD-PED-SEM-TITULO TO WTOT-QUANTIDADE
           WRITE REG-CONCILIA FROM WTOT

           MOVE "TITULOS SEM PEDIDO" TO WTOT-DESCRICAO
           MOVE W-QTD-TIT-SEM-PEDIDO TO WTOT-QUANTIDADE
           WRITE REG-CONCILIA FROM WTOT

           MOVE "VALORES DIVERGENTES" TO WTOT-DESCRICAO
           MOVE W-QTD-VALOR-DIVERG TO WTOT-QUANTIDADE
           WRITE REG-CONCILIA FROM WTOT

           MOVE "DIFERENCAS NO TOTAL DO CLIENTE" TO WTOT-DESCRICAO
           MOVE W-QTD-DIF-CLIENTE TO WTOT-QUANTIDADE
           WRITE REG-CONCILIA FROM WTOT

           MOVE "TITULOS DE PEDIDO INEXISTENTE" TO WTOT-DESCRICAO
           MOVE W-QTD-PED-INEXISTENTE TO WTOT-QUANTIDADE
           WRITE REG-CONCILIA FROM WTOT

           MOVE "TITULOS DE PEDIDO NAO FATURADO" TO WTOT-DESCRICAO
           MOVE W-QTD-NAO-FATURADO TO WTOT-QUANTIDADE
           WRITE REG-CONCILIA FROM WTOT

           MOVE "SOMA DAS DIFERENCAS" TO WTOT-DESCRICAO
           MOVE ZEROS             TO WTOT-QUANTIDADE
           MOVE W-TOT-DIVERGENCIA TO WTOT-VALOR
           WRITE REG-CONCILIA FROM WTOT.

      * ALERTA GRAVE DA CONCILIACAO ACIMA DO LIMITE NA FILA DO
      * FAZALERTA - UM POR PERIODO CONCILIADO, COMO NO CHKAUDIT.
       600-GRAVAR-ALERTA.

           PERFORM 070-ABRIR-ALERTAS

           IF W-ALERTA-ABERTO EQUAL "S"
              MOVE SPACES TO W-MENSAGEM-NOVA
              STRING "PEDIDO X TITULO ACIMA DO LIMITE - "
                                     DELIMITED BY SIZE
                     W-DATA-INI      DELIMITED BY SIZE
                     " A "           DELIMITED BY SIZE
                     W-DATA-FIM      DELIMITED BY SIZE
                INTO W-MENSAGEM-NOVA

              MOVE "N" TO W-JA-EXISTE-SW

              PERFORM 610-PROCURAR-EXISTENTE
                 VARYING W-IDX-EXISTENTE FROM 1 BY 1
                 UNTIL W-IDX-EXISTENTE GREATER W-QTD-EXISTENTES
                    OR W-ALERTA-JA-EXISTE

              IF NOT W-ALERTA-JA-EXISTE
                 ADD 1 TO W-SEQ-ALERTA

                 MOVE W-DATA-HOJE     TO AL-DATA
                 MOVE W-HORA-AGORA    TO AL-HORA
                 MOVE W-SEQ-ALERTA    TO AL-SEQ
                 MOVE "G"             TO AL-SEVERIDADE
                 MOVE "RECPEDTIT"     TO AL-FONTE
                 MOVE W-MENSAGEM-NOVA TO AL-MENSAGEM
                 SET AL-ABERTO TO TRUE
                 MOVE SPACES TO AL-OPERADOR-RECON
                 MOVE ZEROS  TO AL-DATA-RECON
                 MOVE SPACES TO AL-DESTINATARIO

                 WRITE ARQ-ALERTA-REG
                   INVALID KEY REWRITE ARQ-ALERTA-REG
                 END-WRITE

                 DISPLAY "RECPEDTIT - ALERTA GRAVADO: "
                         W-MENSAGEM-NOVA
              END-IF

              CLOSE ARQ-ALERTA
           END-IF.

       610-PROCURAR-EXISTENTE.
           IF W-EXI-MENSAGEM (W-IDX-EXISTENTE) EQUAL W-MENSAGEM-NOVA
              MOVE "S" TO W-JA-EXISTE-SW
           END-IF.

       END PROGRAM RECPEDTIT.
