       PROGRAM-ID.   EXPBI.
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

           SELECT OPTIONAL ARQ-VENDEDOR ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VENDEDOR.

           SELECT OPTIONAL ARQ-PRODUTO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PR-COD-PRODUTO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PRODUTO.

           SELECT OPTIONAL ARQ-REGIAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RG-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-REGIAO.

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

           SELECT OPTIONAL ARQ-ITEMPED ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS I-CHAVE-ITEM
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ITEMPED.

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

           SELECT OPTIONAL ARQ-KPI ASSIGN TO DISK
                  ORGANIZATION     IS LINE SEQUENTIAL
                  ACCESS MODE      IS SEQUENTIAL
                  FILE STATUS      IS FS-KPI.

           SELECT OPTIONAL ARQ-BISNAP ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS BS-CHAVE-SNAP
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-BISNAP.

      *-----------------------------------------------------------
      * LOG DAS EXTRACOES CONCLUIDAS: UM REGISTRO POR EXTRACAO, SO
      * NO FIM DE UMA EXECUCAO BEM-SUCEDIDA - O ULTIMO REGISTRO E A
      * "ULTIMA EXTRACAO" CONTRA A QUAL O DELTA SEGUINTE E MEDIDO.
      *-----------------------------------------------------------
           SELECT OPTIONAL ARQ-LOGBI ASSIGN TO "EXPBI.LOG"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-LOGBI.

      * ARQUIVO DE FATO OU DIMENSAO DA VEZ - O NOME VEM DA TABELA
      * DE EXTRATOS.
           SELECT EXP-BI ASSIGN TO W-NOME-EXTRATO
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-EXPBI.

           SELECT EXP-MANIFESTO ASSIGN TO "EXPBI-MANIFESTO.CSV"
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

       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPRODUTO'.

       COPY "CADPRODUTO.CPY".

       FD  ARQ-REGIAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADREGIAO'.

       COPY "CADREGIAO.CPY".

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

       FD  ARQ-ITEMPED
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADITEMPED'.

       COPY "CADITEMPED.CPY".

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVISITA'.

       COPY "CADVISITA.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADTITULO'.

       COPY "CADTITULO.CPY".

       FD  ARQ-KPI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADKPI'.

       COPY "CADKPI.CPY".

       FD  ARQ-BISNAP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADBISNAP'.

       COPY "CADBISNAP.CPY".

       FD  ARQ-LOGBI
           LABEL RECORD IS STANDARD.

       01  REG-LOGBI.
           03 LOG-ID-EXTRACAO      PIC 9(016).
           03 LOG-DATA-GERACAO     PIC 9(008).
           03 LOG-HORA-GERACAO     PIC 9(008).
           03 LOG-ULT-RUN-ID       PIC 9(016).
           03 LOG-QTD-REGISTROS    PIC 9(009).

       FD  EXP-BI
           LABEL RECORD IS STANDARD.

       01  REG-EXP-BI PIC X(400).

       FD  EXP-MANIFESTO.
       01  REG-MANIFESTO PIC X(200).

       WORKING-STORAGE SECTION.

       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-VENDEDOR             PIC  X(002)         VALUE "00".
       77 FS-PRODUTO              PIC  X(002)         VALUE "00".
       77 FS-REGIAO               PIC  X(002)         VALUE "00".
       77 FS-DISTRIB              PIC  X(002)         VALUE "00".
       77 FS-RUNCTL               PIC  X(002)         VALUE "00".
       77 W-RUNCTL-ABERTO         PIC  X(001)         VALUE "N".
       77 FS-PEDIDO               PIC  X(002)         VALUE "00".
       77 FS-ITEMPED              PIC  X(002)         VALUE "00".
       77 FS-VISITA               PIC  X(002)         VALUE "00".
       77 FS-TITULO               PIC  X(002)         VALUE "00".
       77 FS-KPI                  PIC  X(002)         VALUE "00".
       77 FS-BISNAP               PIC  X(002)         VALUE "00".
       77 FS-LOGBI                PIC  X(002)         VALUE "00".
       77 FS-EXPBI                PIC  X(002)         VALUE "00".

      *-----------------------------------------------------------
      * EXTRATOS DO BI NA ORDEM DE GERACAO: CODIGO NA FOTOGRAFIA,
      * TIPO ("D" DIMENSAO, "F" FATO) E NOME DO ARQUIVO ENTREGUE.
      *-----------------------------------------------------------
       01  TAB-EXTRATOS-DADOS.
           03 FILLER PIC X(003) VALUE "CLD".
           03 FILLER PIC X(020) VALUE "EXPBI-CLIENTE.CSV".
           03 FILLER PIC X(003) VALUE "VED".
           03 FILLER PIC X(020) VALUE "EXPBI-VENDEDOR.CSV".
           03 FILLER PIC X(003) VALUE "PRD".
           03 FILLER PIC X(020) VALUE "EXPBI-PRODUTO.CSV".
           03 FILLER PIC X(003) VALUE "RGD".
           03 FILLER PIC X(020) VALUE "EXPBI-REGIAO.CSV".
           03 FILLER PIC X(003) VALUE "DIF".
           03 FILLER PIC X(020) VALUE "EXPBI-DISTRIB.CSV".
           03 FILLER PIC X(003) VALUE "PEF".
           03 FILLER PIC X(020) VALUE "EXPBI-PEDIDO.CSV".
           03 FILLER PIC X(003) VALUE "ITF".
           03 FILLER PIC X(020) VALUE "EXPBI-ITEMPED.CSV".
           03 FILLER PIC X(003) VALUE "VIF".
           03 FILLER PIC X(020) VALUE "EXPBI-VISITA.CSV".
           03 FILLER PIC X(003) VALUE "TIF".
           03 FILLER PIC X(020) VALUE "EXPBI-TITULO.CSV".
           03 FILLER PIC X(003) VALUE "KPF".
           03 FILLER PIC X(020) VALUE "EXPBI-KPI.CSV".

       01  TAB-EXTRATOS REDEFINES TAB-EXTRATOS-DADOS.
           03 TEX-ITEM OCCURS 10 TIMES.
              05 TEX-CODIGO       PIC X(002).
              05 TEX-TIPO         PIC X(001).
                 88 TEX-DIMENSAO     VALUE "D".
                 88 TEX-FATO         VALUE "F".
              05 TEX-NOME         PIC X(020).

       77 W-QTD-EXTRATOS          PIC  9(002) COMP    VALUE 10.
       77 W-IDX-EXT               PIC  9(002) COMP    VALUE ZEROS.
       77 W-NOME-EXTRATO          PIC  X(020)         VALUE SPACES.

      * RESULTADO DE CADA EXTRATO, PARA O MANIFESTO.
       01  W-TAB-MANIFESTO.
           03 W-MAN-ITEM OCCURS 10 TIMES.
              05 W-MAN-SITUACAO      PIC X(012).
              05 W-MAN-REGISTROS     PIC 9(009).
              05 W-MAN-INCLUIDOS     PIC 9(009).
              05 W-MAN-ALTERADOS     PIC 9(009).
              05 W-MAN-EXCLUIDOS     PIC 9(009).
              05 W-MAN-TOT-CHAVES    PIC 9(018).
              05 W-MAN-TOT-VALOR     PIC 9(015)V9(002).

       77 W-ORIGEM-DISPONIVEL     PIC  X(001)         VALUE "N".

      * IDENTIFICACAO DA EXTRACAO (DATA+HORA) E DA ANTERIOR.
       01  W-ID-GRUPO.
           03 W-ID-DATA           PIC 9(008).
           03 W-ID-HORA           PIC 9(008).
       01  W-ID-EXTRACAO REDEFINES W-ID-GRUPO PIC 9(016).

       77 W-ID-ANTERIOR           PIC  9(016)         VALUE ZEROS.
       77 W-QTD-TOTAL-LINHAS      PIC  9(009)         VALUE ZEROS.

      *-----------------------------------------------------------
      * RODADAS DA DISTRIBUICAO: AS RODADAS SAO IMUTAVEIS DEPOIS DE
      * FECHADAS, EXCETO A VIGENTE (A PROMOCAO DE RESERVA E A TROCA
      * REGRAVAM A RODADA DO DIA). O EXTRATO CONFERE DA ULTIMA
      * RODADA JA ENTREGUE EM DIANTE; AS ANTERIORES SAEM DA
      * FOTOGRAFIA E O EXPURGO DO CADDISTRIB NAO VIRA EXCLUSAO NO BI.
      *-----------------------------------------------------------
       77 W-RUN-MARCA             PIC  9(016)         VALUE ZEROS.
       77 W-RUN-MARCA-NOVA        PIC  9(016)         VALUE ZEROS.
       01  W-RUN-MARCA-TXT        PIC  X(016)         VALUE SPACES.

       01  W-TAB-RODADAS.
           03 W-ROD-RUN-ID OCCURS 200 TIMES PIC 9(016).

       77 W-QTD-RODADAS           PIC  9(003) COMP    VALUE ZEROS.
       77 W-IDX-RODADA            PIC  9(003) COMP    VALUE ZEROS.

      * LINHA DA VEZ: CHAVE E CONTEUDO DO REGISTRO JA FORMATADOS.
      * A IMPRESSAO DIGITAL E CALCULADA SOBRE O CONTEUDO QUE VAI AO
      * BI - MUDANCA EM CAMPO QUE NAO E EXTRAIDO NAO GERA LINHA.
       77 W-COD-ARQUIVO           PIC  X(002)         VALUE SPACES.
       77 W-CHAVE-TXT             PIC  X(030)         VALUE SPACES.
       77 W-DADOS-TXT             PIC  X(300)         VALUE SPACES.
       77 W-TAM-CHAVE             PIC  9(003)         VALUE ZEROS.
       77 W-TAM-DADOS             PIC  9(003)         VALUE ZEROS.
       77 W-LINHA-BI              PIC  X(400)         VALUE SPACES.
       77 W-MOVIMENTO             PIC  X(001)         VALUE SPACES.
       77 W-LACRE-ATUAL           PIC  9(010)         VALUE ZEROS.
       77 W-CODIGO-CONTROLE       PIC  9(016)         VALUE ZEROS.
       77 W-VALOR-CONTROLE        PIC  9(013)V9(002)  VALUE ZEROS.

      * PARAMETRO DO AUDLACRE - AQUI SO NO MODO DE CALCULO.
       01  W-PARAM-LACRE.
           03 PLA-ACAO            PIC X(001)          VALUE "C".
              88 PLA-LACRAR          VALUE "L".
              88 PLA-CALCULAR        VALUE "C".
           03 PLA-TRILHA          PIC X(020)          VALUE SPACES.
           03 PLA-CONTEUDO        PIC X(300)          VALUE SPACES.
           03 PLA-SEQ             PIC 9(009)          VALUE ZEROS.
           03 PLA-LACRE-ANTERIOR  PIC 9(010)          VALUE ZEROS.
           03 PLA-LACRE           PIC 9(010)          VALUE ZEROS.

      *-----------------------------------------------------------
      * LAYOUTS DAS LINHAS EXTRAIDAS, DELIMITADAS POR ";" EM POSICAO
      * FIXA. A PRIMEIRA COLUNA DE CADA LINHA E O MOVIMENTO (I
      * INCLUIDO, M MODIFICADO, E EXCLUIDO - A LINHA EXCLUIDA TRAZ
      * SO AS COLUNAS DA CHAVE). CONTATO, TELEFONE, CPF E E-MAIL NAO
      * VAO AO BI.
      *-----------------------------------------------------------
       01  WBI-CLIENTE.
           03 WBI-CLI-CHAVE.
              05 WBI-CLI-CODIGO      PIC 9(007).
              05 FILLER              PIC X(001)     VALUE ";".
           03 WBI-CLI-DADOS.
              05 WBI-CLI-CNPJ        PIC X(014).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-CLI-RAZAO       PIC X(040).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-CLI-STATUS      PIC X(001).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-CLI-REGIAO      PIC X(003).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-CLI-FILIAL      PIC X(002).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-CLI-FREQ        PIC X(001).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-CLI-SEGMENTO    PIC X(001).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-CLI-CIDADE      PIC X(030).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-CLI-UF          PIC X(002).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-CLI-CEP         PIC 9(008).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-CLI-LATITUDE    PIC -ZZ9,99999999.
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-CLI-LONGITUDE   PIC -ZZ9,99999999.
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-CLI-DATA-CAD    PIC 9(008).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-CLI-DORMENTE    PIC X(001).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-CLI-ANONIMIZADO PIC X(001).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-CLI-SUCESSOR    PIC 9(007).
              05 FILLER              PIC X(001)     VALUE ";".

       01  WBI-VENDEDOR.
           03 WBI-VEN-CHAVE.
              05 WBI-VEN-CODIGO      PIC 9(003).
              05 FILLER              PIC X(001)     VALUE ";".
           03 WBI-VEN-DADOS.
              05 WBI-VEN-NOME        PIC X(040).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-VEN-STATUS      PIC X(001).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-VEN-REGIAO      PIC X(003).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-VEN-FILIAL      PIC X(002).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-VEN-MAX-CLIENTES PIC 9(005).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-VEN-LATITUDE    PIC -ZZ9,99999999.
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-VEN-LONGITUDE   PIC -ZZ9,99999999.
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-VEN-DATA-CAD    PIC 9(008).
              05 FILLER              PIC X(001)     VALUE ";".

       01  WBI-PRODUTO.
           03 WBI-PRO-CHAVE.
              05 WBI-PRO-CODIGO      PIC 9(005).
              05 FILLER              PIC X(001)     VALUE ";".
           03 WBI-PRO-DADOS.
              05 WBI-PRO-DESCRICAO   PIC X(040).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-PRO-UNIDADE     PIC X(003).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-PRO-VALOR       PIC ZZZZZZZZ9,99.
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-PRO-STATUS      PIC X(001).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-PRO-DATA-CAD    PIC 9(008).
              05 FILLER              PIC X(001)     VALUE ";".

       01  WBI-REGIAO.
           03 WBI-REG-CHAVE.
              05 WBI-REG-CODIGO      PIC X(003).
              05 FILLER              PIC X(001)     VALUE ";".
           03 WBI-REG-DADOS.
              05 WBI-REG-DESCRICAO   PIC X(030).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-REG-FILIAL      PIC X(002).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-REG-GERENTE     PIC X(008).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-REG-SITUACAO    PIC X(001).
              05 FILLER              PIC X(001)     VALUE ";".

       01  WBI-DISTRIB.
           03 WBI-DIS-CHAVE.
              05 WBI-DIS-RUN-ID      PIC 9(016).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-DIS-CLIENTE     PIC 9(007).
              05 FILLER              PIC X(001)     VALUE ";".
           03 WBI-DIS-DADOS.
              05 WBI-DIS-VENDEDOR    PIC 9(003).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-DIS-DISTANCIA   PIC ZZZZZZZZ9,99.
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-DIS-STATUS      PIC X(001).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-DIS-PONTO       PIC 9(001).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-DIS-FILIAL      PIC X(002).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-DIS-ORIGEM      PIC X(001).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-DIS-RESERVA-1   PIC 9(003).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-DIS-RESERVA-2   PIC 9(003).
              05 FILLER              PIC X(001)     VALUE ";".

       01  WBI-PEDIDO.
           03 WBI-PED-CHAVE.
              05 WBI-PED-CLIENTE     PIC 9(007).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-PED-DATA        PIC 9(008).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-PED-SEQ         PIC 9(003).
              05 FILLER              PIC X(001)     VALUE ";".
           03 WBI-PED-DADOS.
              05 WBI-PED-VENDEDOR    PIC 9(003).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-PED-VALOR       PIC ZZZZZZZZ9,99.
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-PED-QTD-ITENS   PIC 9(005).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-PED-STATUS-ERP  PIC X(001).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-PED-DATA-ERP    PIC 9(008).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-PED-DOC-ERP     PIC X(015).
              05 FILLER              PIC X(001)     VALUE ";".

       01  WBI-ITEMPED.
           03 WBI-ITE-CHAVE.
              05 WBI-ITE-CLIENTE     PIC 9(007).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-ITE-DATA        PIC 9(008).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-ITE-SEQ         PIC 9(003).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-ITE-SEQ-ITEM    PIC 9(003).
              05 FILLER              PIC X(001)     VALUE ";".
           03 WBI-ITE-DADOS.
              05 WBI-ITE-PRODUTO     PIC 9(005).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-ITE-QUANTIDADE  PIC 9(005).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-ITE-VALOR-UNIT  PIC ZZZZZZZZ9,99.
              05 FILLER              PIC X(001)     VALUE ";".

       01  WBI-VISITA.
           03 WBI-VIS-CHAVE.
              05 WBI-VIS-CLIENTE     PIC 9(007).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-VIS-DATA        PIC 9(008).
              05 FILLER              PIC X(001)     VALUE ";".
           03 WBI-VIS-DADOS.
              05 WBI-VIS-VENDEDOR    PIC 9(003).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-VIS-DIA-PLANO   PIC X(010).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-VIS-SITUACAO    PIC X(001).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-VIS-MOTIVO      PIC X(003).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-VIS-LATITUDE    PIC -ZZ9,99999999.
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-VIS-LONGITUDE   PIC -ZZ9,99999999.
              05 FILLER              PIC X(001)     VALUE ";".

       01  WBI-TITULO.
           03 WBI-TIT-CHAVE.
              05 WBI-TIT-CLIENTE     PIC 9(007).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-TIT-NUMERO      PIC 9(010).
              05 FILLER              PIC X(001)     VALUE ";".
           03 WBI-TIT-DADOS.
              05 WBI-TIT-VENCIMENTO  PIC 9(008).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-TIT-VALOR       PIC ZZZZZZZZ9,99.
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-TIT-SITUACAO    PIC X(001).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-TIT-DATA-PAGTO  PIC 9(008).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-TIT-VALOR-PAGO  PIC ZZZZZZZZ9,99.
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-TIT-DATA-PEDIDO PIC 9(008).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-TIT-SEQ-PEDIDO  PIC 9(003).
              05 FILLER              PIC X(001)     VALUE ";".

       01  WBI-KPI.
           03 WBI-KPI-CHAVE.
              05 WBI-KPI-RUN-ID      PIC 9(016).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-KPI-VENDEDOR    PIC 9(003).
              05 FILLER              PIC X(001)     VALUE ";".
           03 WBI-KPI-DADOS.
              05 WBI-KPI-CLIENTES    PIC 9(006).
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-KPI-TOTAL-DIST  PIC ZZZZZZZZZZ9,99.
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-KPI-MEDIA-DIST  PIC ZZZZZZZZZZ9,99.
              05 FILLER              PIC X(001)     VALUE ";".
              05 WBI-KPI-NAO-ATRIB   PIC 9(009).
              05 FILLER              PIC X(001)     VALUE ";".

      * CABECALHOS DOS EXTRATOS E DO MANIFESTO.
       01  WCAB-CL.
           03 FILLER PIC X(044) VALUE
              "MOV;CODIGO CLIENTE;CNPJ;RAZAO SOCIAL;STATUS;".
           03 FILLER PIC X(048) VALUE
              "REGIAO;FILIAL;FREQUENCIA;SEGMENTO;CIDADE;UF;CEP;".
           03 FILLER PIC X(042) VALUE
              "LATITUDE;LONGITUDE;DATA CADASTRO;DORMENTE;".
           03 FILLER PIC X(029) VALUE
              "ANONIMIZADO;CLIENTE SUCESSOR;".

       01  WCAB-VE.
           03 FILLER PIC X(046) VALUE
              "MOV;CODIGO VENDEDOR;NOME;STATUS;REGIAO;FILIAL;".
           03 FILLER PIC X(049) VALUE
              "MAXIMO CLIENTES;LATITUDE;LONGITUDE;DATA CADASTRO;".

       01  WCAB-PR.
           03 FILLER PIC X(037) VALUE
              "MOV;CODIGO PRODUTO;DESCRICAO;UNIDADE;".
           03 FILLER PIC X(036) VALUE
              "VALOR UNITARIO;STATUS;DATA CADASTRO;".

       01  WCAB-RG.
           03 FILLER PIC X(043) VALUE
              "MOV;CODIGO REGIAO;DESCRICAO;FILIAL;GERENTE;".
           03 FILLER PIC X(009) VALUE
              "SITUACAO;".

       01  WCAB-DI.
           03 FILLER PIC X(042) VALUE
              "MOV;RODADA;CODIGO CLIENTE;CODIGO VENDEDOR;".
           03 FILLER PIC X(048) VALUE
              "DISTANCIA;SITUACAO ATRIBUICAO;PONTO ATENDIMENTO;".
           03 FILLER PIC X(045) VALUE
              "FILIAL;ORIGEM ATRIBUICAO;RESERVA 1;RESERVA 2;".

       01  WCAB-PE.
           03 FILLER PIC X(042) VALUE
              "MOV;CODIGO CLIENTE;DATA PEDIDO;SEQ PEDIDO;".
           03 FILLER PIC X(039) VALUE
              "CODIGO VENDEDOR;VALOR PEDIDO;QTD ITENS;".
           03 FILLER PIC X(045) VALUE
              "SITUACAO ERP;DATA SITUACAO ERP;DOCUMENTO ERP;".

       01  WCAB-IT.
           03 FILLER PIC X(042) VALUE
              "MOV;CODIGO CLIENTE;DATA PEDIDO;SEQ PEDIDO;".
           03 FILLER PIC X(050) VALUE
              "SEQ ITEM;CODIGO PRODUTO;QUANTIDADE;VALOR UNITARIO;".

       01  WCAB-VI.
           03 FILLER PIC X(047) VALUE
              "MOV;CODIGO CLIENTE;DATA VISITA;CODIGO VENDEDOR;".
           03 FILLER PIC X(049) VALUE
              "DIA PLANEJADO;SITUACAO;MOTIVO;LATITUDE;LONGITUDE;".

       01  WCAB-TI.
           03 FILLER PIC X(050) VALUE
              "MOV;CODIGO CLIENTE;NUMERO TITULO;VENCIMENTO;VALOR;".
           03 FILLER PIC X(047) VALUE
              "SITUACAO;DATA PAGAMENTO;VALOR PAGO;DATA PEDIDO;".
           03 FILLER PIC X(011) VALUE
              "SEQ PEDIDO;".

       01  WCAB-KP.
           03 FILLER PIC X(040) VALUE
              "MOV;RODADA;CODIGO VENDEDOR;QTD CLIENTES;".
           03 FILLER PIC X(032) VALUE
              "DISTANCIA TOTAL;DISTANCIA MEDIA;".
           03 FILLER PIC X(019) VALUE
              "QTD NAO ATRIBUIDOS;".

       01  WCAB-MA.
           03 FILLER PIC X(042) VALUE
              "ARQUIVO;TIPO;SITUACAO;REGISTROS;INCLUIDOS;".
           03 FILLER PIC X(045) VALUE
              "ALTERADOS;EXCLUIDOS;TOTAL DE CONTROLE CHAVES;".
           03 FILLER PIC X(026) VALUE
              "TOTAL DE CONTROLE VALORES;".

       01  WMAN-EXTRACAO.
           03 FILLER              PIC X(009)          VALUE "EXTRACAO;".
           03 WMAN-ID-EXTRACAO    PIC 9(016)          VALUE ZEROS.
           03 FILLER              PIC X(019)          VALUE
              ";EXTRACAO ANTERIOR;".
           03 WMAN-ID-ANTERIOR    PIC 9(016)          VALUE ZEROS.
           03 FILLER              PIC X(015)          VALUE
              ";ULTIMA RODADA;".
           03 WMAN-ULT-RUN-ID     PIC 9(016)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WMAN-DET.
           03 WMAN-ARQUIVO        PIC X(020)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WMAN-TIPO           PIC X(008)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WMAN-SITUACAO       PIC X(012)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WMAN-REGISTROS      PIC 9(009)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WMAN-INCLUIDOS      PIC 9(009)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WMAN-ALTERADOS      PIC 9(009)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WMAN-EXCLUIDOS      PIC 9(009)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WMAN-TOT-CHAVES     PIC 9(018)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WMAN-TOT-VALOR      PIC 9(015),9(002)   VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * EXTRATO DIARIO DE DELTA PARA O DATA WAREHOUSE CORPORATIVO,
      * ULTIMO PASSO DO FAZCADEIA - COM A CADEIA DA NOITE
      * TERMINADA, O BI RECEBE UM RETRATO CONSISTENTE, NAO UMA COPIA
      * TIRADA NO MEIO DO BATCH.
      * - DIMENSOES: CLIENTES, VENDEDORES, PRODUTOS E REGIOES.
      * - FATOS: DISTRIBUICAO POR RODADA, PEDIDOS E ITENS, VISITAS,
      *   TITULOS E KPI POR RODADA.
      * CADA ARQUIVO TRAZ SO O QUE MUDOU DESDE A ULTIMA EXTRACAO
      * CONCLUIDA, CONFERIDO CONTRA A FOTOGRAFIA (CADBISNAP) PELA
      * IMPRESSAO DIGITAL DO CONTEUDO; A PRIMEIRA EXTRACAO (OU A
      * FOTOGRAFIA APAGADA) MANDA TUDO COMO INCLUSAO. O
      * EXPBI-MANIFESTO.CSV TRAZ, POR ARQUIVO, A CONTAGEM DE LINHAS
      * POR MOVIMENTO E OS TOTAIS DE CONTROLE (SOMA DOS CODIGOS E
      * DOS VALORES DAS LINHAS I E M) PARA A CARGA DO BI CONFERIR A
      * COMPLETUDE.
      * CADASTRO DE ORIGEM AUSENTE SAI VAZIO, MARCADO "INDISPONIVEL"
      * NO MANIFESTO E SEM GERAR EXCLUSOES; O RETORNO E 4. SEM A
      * FOTOGRAFIA NAO HA COMO MEDIR O DELTA - RETORNO 16 E A CADEIA
      * RETOMA DAQUI NA PROXIMA INVOCACAO.
      * RODAVEL PELO AGENDADOR E COMO PASSO DO FAZCADEIA.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "EXPBI - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           ACCEPT W-ID-DATA FROM DATE YYYYMMDD
           ACCEPT W-ID-HORA FROM TIME

           PERFORM 010-LER-ULTIMA-EXTRACAO

           OPEN I-O ARQ-BISNAP

           IF FS-BISNAP NOT EQUAL "00" AND FS-BISNAP NOT EQUAL "05"
              DISPLAY "EXPBI - ERRO AO ABRIR A FOTOGRAFIA CADBISNAP - "
                      "FS=" FS-BISNAP
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE "00" TO FS-BISNAP

              PERFORM 020-LER-RODADAS

              MOVE ZEROS TO W-QTD-TOTAL-LINHAS

              PERFORM 100-EXTRAIR-ARQUIVO
                 VARYING W-IDX-EXT FROM 1 BY 1
                 UNTIL W-IDX-EXT GREATER W-QTD-EXTRATOS

              PERFORM 950-GRAVAR-MANIFESTO
              PERFORM 900-CONFIRMAR-FOTOGRAFIA

              CLOSE ARQ-BISNAP

              PERFORM 960-GRAVAR-LOG

              DISPLAY "EXPBI - EXTRACAO: " W-ID-EXTRACAO
                      " ANTERIOR: " W-ID-ANTERIOR
              DISPLAY "EXPBI - LINHAS EXTRAIDAS: " W-QTD-TOTAL-LINHAS
           END-IF

           DISPLAY "EXPBI - PROCESSAMENTO CONCLUIDO"

           GOBACK.

      * A ULTIMA EXTRACAO CONCLUIDA E O ULTIMO REGISTRO DO LOG; DELA
      * VEM A MARCA DA ULTIMA RODADA JA ENTREGUE.
       010-LER-ULTIMA-EXTRACAO.

           MOVE ZEROS TO W-ID-ANTERIOR
           MOVE ZEROS TO W-RUN-MARCA

           OPEN INPUT ARQ-LOGBI

           IF FS-LOGBI EQUAL "00"
              READ ARQ-LOGBI
              PERFORM 015-GUARDAR-EXTRACAO
                 UNTIL FS-LOGBI NOT EQUAL "00"
           END-IF

           IF FS-LOGBI EQUAL "00" OR FS-LOGBI EQUAL "05"
              OR FS-LOGBI EQUAL "10"
              CLOSE ARQ-LOGBI
           END-IF

           MOVE "00" TO FS-LOGBI.

       015-GUARDAR-EXTRACAO.
           MOVE LOG-ID-EXTRACAO TO W-ID-ANTERIOR
           MOVE LOG-ULT-RUN-ID  TO W-RUN-MARCA

           READ ARQ-LOGBI.

      * RODADAS COMPLETAS DA ULTIMA JA ENTREGUE EM DIANTE, PELO
      * CONTROLE DE EXECUCAO (CADRUNCTL); RODADA INICIADA OU
      * ABORTADA NAO VAI AO BI.
       020-LER-RODADAS.

           MOVE ZEROS       TO W-QTD-RODADAS
           MOVE W-RUN-MARCA TO W-RUN-MARCA-NOVA
           MOVE "N"         TO W-RUNCTL-ABERTO

           OPEN INPUT ARQ-RUNCTL
           IF FS-RUNCTL EQUAL "00" OR FS-RUNCTL EQUAL "05"
              MOVE "S" TO W-RUNCTL-ABERTO
           END-IF

           IF FS-RUNCTL EQUAL "00"
              MOVE W-RUN-MARCA TO RC-RUN-ID
              START ARQ-RUNCTL KEY IS NOT LESS RC-RUN-ID
                INVALID KEY MOVE "23" TO FS-RUNCTL
              END-START

              IF FS-RUNCTL EQUAL "00"
                 READ ARQ-RUNCTL NEXT
                 PERFORM 025-GUARDAR-RODADA
                    UNTIL FS-RUNCTL NOT EQUAL "00"
              END-IF
           END-IF

           IF W-RUNCTL-ABERTO EQUAL "S"
              CLOSE ARQ-RUNCTL
           END-IF

           MOVE "00" TO FS-RUNCTL

           MOVE W-RUN-MARCA TO W-RUN-MARCA-TXT.

       025-GUARDAR-RODADA.
           IF RC-RUN-COMPLETO
              AND W-QTD-RODADAS LESS 200
              ADD 1 TO W-QTD-RODADAS
              MOVE RC-RUN-ID TO W-ROD-RUN-ID (W-QTD-RODADAS)
              MOVE RC-RUN-ID TO W-RUN-MARCA-NOVA
           END-IF

           READ ARQ-RUNCTL NEXT.

       100-EXTRAIR-ARQUIVO.

           MOVE TEX-CODIGO (W-IDX-EXT) TO W-COD-ARQUIVO
           MOVE TEX-NOME (W-IDX-EXT)   TO W-NOME-EXTRATO

           MOVE SPACES TO W-MAN-SITUACAO (W-IDX-EXT)
           MOVE ZEROS  TO W-MAN-REGISTROS (W-IDX-EXT)
           MOVE ZEROS  TO W-MAN-INCLUIDOS (W-IDX-EXT)
           MOVE ZEROS  TO W-MAN-ALTERADOS (W-IDX-EXT)
           MOVE ZEROS  TO W-MAN-EXCLUIDOS (W-IDX-EXT)
           MOVE ZEROS  TO W-MAN-TOT-CHAVES (W-IDX-EXT)
           MOVE ZEROS  TO W-MAN-TOT-VALOR (W-IDX-EXT)

           OPEN OUTPUT EXP-BI

           EVALUATE W-COD-ARQUIVO
              WHEN "CL" WRITE REG-EXP-BI FROM WCAB-CL
              WHEN "VE" WRITE REG-EXP-BI FROM WCAB-VE
              WHEN "PR" WRITE REG-EXP-BI FROM WCAB-PR
              WHEN "RG" WRITE REG-EXP-BI FROM WCAB-RG
              WHEN "DI" WRITE REG-EXP-BI FROM WCAB-DI
              WHEN "PE" WRITE REG-EXP-BI FROM WCAB-PE
              WHEN "IT" WRITE REG-EXP-BI FROM WCAB-IT
              WHEN "VI" WRITE REG-EXP-BI FROM WCAB-VI
              WHEN "TI" WRITE REG-EXP-BI FROM WCAB-TI
              WHEN "KP" WRITE REG-EXP-BI FROM WCAB-KP
           END-EVALUATE

           MOVE "N" TO W-ORIGEM-DISPONIVEL

           EVALUATE W-COD-ARQUIVO
              WHEN "CL" PERFORM 200-VARRER-CLIENTES
              WHEN "VE" PERFORM 210-VARRER-VENDEDORES
              WHEN "PR" PERFORM 220-VARRER-PRODUTOS
              WHEN "RG" PERFORM 230-VARRER-REGIOES
              WHEN "DI" PERFORM 240-VARRER-DISTRIB
              WHEN "PE" PERFORM 250-VARRER-PEDIDOS
              WHEN "IT" PERFORM 260-VARRER-ITENS
              WHEN "VI" PERFORM 270-VARRER-VISITAS
              WHEN "TI" PERFORM 280-VARRER-TITULOS
              WHEN "KP" PERFORM 290-VARRER-KPI
           END-EVALUATE

           IF W-ORIGEM-DISPONIVEL EQUAL "S"
              PERFORM 850-DETECTAR-EXCLUSOES
              MOVE "COMPLETO" TO W-MAN-SITUACAO (W-IDX-EXT)
           ELSE
              MOVE "INDISPONIVEL" TO W-MAN-SITUACAO (W-IDX-EXT)
              MOVE 4 TO RETURN-CODE
              DISPLAY "EXPBI - ORIGEM INDISPONIVEL PARA "
                      W-NOME-EXTRATO
           END-IF

           CLOSE EXP-BI

           ADD W-MAN-REGISTROS (W-IDX-EXT) TO W-QTD-TOTAL-LINHAS.

       200-VARRER-CLIENTES.
           MOVE LENGTH OF WBI-CLI-CHAVE TO W-TAM-CHAVE
           MOVE LENGTH OF WBI-CLI-DADOS TO W-TAM-DADOS

           OPEN INPUT ARQ-CLIENTE
           IF FS-CLIENTE EQUAL "00"
              MOVE "S" TO W-ORIGEM-DISPONIVEL

              MOVE ZEROS TO COD-CLIENTE
              START ARQ-CLIENTE KEY IS NOT LESS COD-CLIENTE
                INVALID KEY MOVE "23" TO FS-CLIENTE
              END-START

              IF FS-CLIENTE EQUAL "00"
                 READ ARQ-CLIENTE NEXT
                 PERFORM 205-EXTRAIR-CLIENTE
                    UNTIL FS-CLIENTE NOT EQUAL "00"
              END-IF

              CLOSE ARQ-CLIENTE
           ELSE
              IF FS-CLIENTE EQUAL "05"
                 CLOSE ARQ-CLIENTE
              END-IF
           END-IF

           MOVE "00" TO FS-CLIENTE.

       205-EXTRAIR-CLIENTE.
           MOVE COD-CLIENTE           TO WBI-CLI-CODIGO
           MOVE CNPJ                  TO WBI-CLI-CNPJ
           MOVE RAZAO-SOCIAL          TO WBI-CLI-RAZAO
           MOVE STATUS-CLIENTE        TO WBI-CLI-STATUS
           MOVE REGIAO-CLIENTE        TO WBI-CLI-REGIAO
           MOVE FILIAL-CLIENTE        TO WBI-CLI-FILIAL
           MOVE FREQ-VISITA-CLIENTE   TO WBI-CLI-FREQ
           MOVE SEGMENTO-CLIENTE      TO WBI-CLI-SEGMENTO
           MOVE CIDADE-CLIENTE        TO WBI-CLI-CIDADE
           MOVE UF-CLIENTE            TO WBI-CLI-UF
           MOVE CEP-CLIENTE           TO WBI-CLI-CEP
           MOVE LATITUDE-CLIENTE      TO WBI-CLI-LATITUDE
           MOVE LONGITUDE-CLIENTE     TO WBI-CLI-LONGITUDE
           MOVE DATA-CADASTRO OF ARQ-CLIENTE-REG
             TO WBI-CLI-DATA-CAD
           MOVE DORMENTE-CLIENTE      TO WBI-CLI-DORMENTE
           MOVE ANONIMIZADO-CLIENTE   TO WBI-CLI-ANONIMIZADO
           MOVE CLIENTE-SUCESSOR      TO WBI-CLI-SUCESSOR

           MOVE WBI-CLI-CHAVE TO W-CHAVE-TXT
           MOVE WBI-CLI-DADOS TO W-DADOS-TXT
           MOVE COD-CLIENTE   TO W-CODIGO-CONTROLE
           MOVE ZEROS         TO W-VALOR-CONTROLE
           PERFORM 800-COMPARAR-FOTOGRAFIA

           READ ARQ-CLIENTE NEXT.

       210-VARRER-VENDEDORES.
           MOVE LENGTH OF WBI-VEN-CHAVE TO W-TAM-CHAVE
           MOVE LENGTH OF WBI-VEN-DADOS TO W-TAM-DADOS

           OPEN INPUT ARQ-VENDEDOR
           IF FS-VENDEDOR EQUAL "00"
              MOVE "S" TO W-ORIGEM-DISPONIVEL

              MOVE ZEROS TO COD-VENDEDOR
              START ARQ-VENDEDOR KEY IS NOT LESS COD-VENDEDOR
                INVALID KEY MOVE "23" TO FS-VENDEDOR
              END-START

              IF FS-VENDEDOR EQUAL "00"
                 READ ARQ-VENDEDOR NEXT
                 PERFORM 215-EXTRAIR-VENDEDOR
                    UNTIL FS-VENDEDOR NOT EQUAL "00"
              END-IF

              CLOSE ARQ-VENDEDOR
           ELSE
              IF FS-VENDEDOR EQUAL "05"
                 CLOSE ARQ-VENDEDOR
              END-IF
           END-IF

           MOVE "00" TO FS-VENDEDOR.

       215-EXTRAIR-VENDEDOR.
           MOVE COD-VENDEDOR          TO WBI-VEN-CODIGO
           MOVE NOME-VENDEDOR         TO WBI-VEN-NOME
           MOVE STATUS-VENDEDOR       TO WBI-VEN-STATUS
           MOVE REGIAO-VENDEDOR       TO WBI-VEN-REGIAO
           MOVE FILIAL-VENDEDOR       TO WBI-VEN-FILIAL
           MOVE MAX-CLIENTES-VENDEDOR TO WBI-VEN-MAX-CLIENTES
           MOVE LATITUDE-VENDEDOR     TO WBI-VEN-LATITUDE
           MOVE LONGITUDE-VENDEDOR    TO WBI-VEN-LONGITUDE
           MOVE DATA-CADASTRO OF ARQ-VENDEDOR-REG
             TO WBI-VEN-DATA-CAD

           MOVE WBI-VEN-CHAVE TO W-CHAVE-TXT
           MOVE WBI-VEN-DADOS TO W-DADOS-TXT
           MOVE COD-VENDEDOR  TO W-CODIGO-CONTROLE
           MOVE ZEROS         TO W-VALOR-CONTROLE
           PERFORM 800-COMPARAR-FOTOGRAFIA

           READ ARQ-VENDEDOR NEXT.

       220-VARRER-PRODUTOS.
           MOVE LENGTH OF WBI-PRO-CHAVE TO W-TAM-CHAVE
           MOVE LENGTH OF WBI-PRO-DADOS TO W-TAM-DADOS

           OPEN INPUT ARQ-PRODUTO
           IF FS-PRODUTO EQUAL "00"
              MOVE "S" TO W-ORIGEM-DISPONIVEL

              MOVE ZEROS TO PR-COD-PRODUTO
              START ARQ-PRODUTO KEY IS NOT LESS PR-COD-PRODUTO
                INVALID KEY MOVE "23" TO FS-PRODUTO
              END-START

              IF FS-PRODUTO EQUAL "00"
                 READ ARQ-PRODUTO NEXT
                 PERFORM 225-EXTRAIR-PRODUTO
                    UNTIL FS-PRODUTO NOT EQUAL "00"
              END-IF

              CLOSE ARQ-PRODUTO
           ELSE
              IF FS-PRODUTO EQUAL "05"
                 CLOSE ARQ-PRODUTO
              END-IF
           END-IF

           MOVE "00" TO FS-PRODUTO.

       225-EXTRAIR-PRODUTO.
           MOVE PR-COD-PRODUTO        TO WBI-PRO-CODIGO
           MOVE PR-DESCRICAO          TO WBI-PRO-DESCRICAO
           MOVE PR-UNIDADE            TO WBI-PRO-UNIDADE
           MOVE PR-VALOR-UNITARIO     TO WBI-PRO-VALOR
           MOVE PR-STATUS             TO WBI-PRO-STATUS
           MOVE PR-DATA-CADASTRO      TO WBI-PRO-DATA-CAD

           MOVE WBI-PRO-CHAVE     TO W-CHAVE-TXT
           MOVE WBI-PRO-DADOS     TO W-DADOS-TXT
           MOVE PR-COD-PRODUTO    TO W-CODIGO-CONTROLE
           MOVE PR-VALOR-UNITARIO TO W-VALOR-CONTROLE
           PERFORM 800-COMPARAR-FOTOGRAFIA

           READ ARQ-PRODUTO NEXT.

       230-VARRER-REGIOES.
           MOVE LENGTH OF WBI-REG-CHAVE TO W-TAM-CHAVE
           MOVE LENGTH OF WBI-REG-DADOS TO W-TAM-DADOS

           OPEN INPUT ARQ-REGIAO
           IF FS-REGIAO EQUAL "00"
              MOVE "S" TO W-ORIGEM-DISPONIVEL

              MOVE SPACES TO RG-CODIGO
              START ARQ-REGIAO KEY IS NOT LESS RG-CODIGO
                INVALID KEY MOVE "23" TO FS-REGIAO
              END-START

              IF FS-REGIAO EQUAL "00"
                 READ ARQ-REGIAO NEXT
                 PERFORM 235-EXTRAIR-REGIAO
                    UNTIL FS-REGIAO NOT EQUAL "00"
              END-IF

              CLOSE ARQ-REGIAO
           ELSE
              IF FS-REGIAO EQUAL "05"
                 CLOSE ARQ-REGIAO
              END-IF
           END-IF

           MOVE "00" TO FS-REGIAO.

       235-EXTRAIR-REGIAO.
           MOVE RG-CODIGO             TO WBI-REG-CODIGO
           MOVE RG-DESCRICAO          TO WBI-REG-DESCRICAO
           MOVE RG-FILIAL             TO WBI-REG-FILIAL
           MOVE RG-GERENTE            TO WBI-REG-GERENTE
           MOVE RG-SITUACAO           TO WBI-REG-SITUACAO

           MOVE WBI-REG-CHAVE TO W-CHAVE-TXT
           MOVE WBI-REG-DADOS TO W-DADOS-TXT
           MOVE ZEROS         TO W-CODIGO-CONTROLE
           MOVE ZEROS         TO W-VALOR-CONTROLE
           PERFORM 800-COMPARAR-FOTOGRAFIA

           READ ARQ-REGIAO NEXT.

      * SO AS RODADAS COMPLETAS DA MARCA EM DIANTE; A FOTOGRAFIA DAS
      * RODADAS ANTERIORES A MARCA E PODADA ANTES DA CONFERENCIA.
      * SEM O CONTROLE DE EXECUCAO NAO HA COMO SEPARAR AS RODADAS
      * COMPLETAS - O EXTRATO SAI INDISPONIVEL.
       240-VARRER-DISTRIB.
           MOVE LENGTH OF WBI-DIS-CHAVE TO W-TAM-CHAVE
           MOVE LENGTH OF WBI-DIS-DADOS TO W-TAM-DADOS

           OPEN INPUT ARQ-DISTRIB
           IF FS-DISTRIB EQUAL "00" AND W-RUNCTL-ABERTO EQUAL "S"
              MOVE "S" TO W-ORIGEM-DISPONIVEL

              PERFORM 700-PODAR-RODADAS

              PERFORM 242-VARRER-RODADA
                 VARYING W-IDX-RODADA FROM 1 BY 1
                 UNTIL W-IDX-RODADA GREATER W-QTD-RODADAS

              CLOSE ARQ-DISTRIB
           ELSE
              IF FS-DISTRIB EQUAL "00" OR FS-DISTRIB EQUAL "05"
                 CLOSE ARQ-DISTRIB
              END-IF
           END-IF

           MOVE "00" TO FS-DISTRIB.

       242-VARRER-RODADA.
           MOVE W-ROD-RUN-ID (W-IDX-RODADA) TO D-RUN-ID
           MOVE ZEROS TO D-COD-CLIENTE

           START ARQ-DISTRIB KEY IS NOT LESS D-CHAVE-DISTRIB
             INVALID KEY MOVE "23" TO FS-DISTRIB
           END-START

           IF FS-DISTRIB EQUAL "00"
              READ ARQ-DISTRIB NEXT
              PERFORM 245-EXTRAIR-DISTRIB
                 UNTIL FS-DISTRIB NOT EQUAL "00"
                    OR D-RUN-ID NOT EQUAL W-ROD-RUN-ID (W-IDX-RODADA)
           END-IF

           MOVE "00" TO FS-DISTRIB.

       245-EXTRAIR-DISTRIB.
           MOVE D-RUN-ID              TO WBI-DIS-RUN-ID
           MOVE D-COD-CLIENTE         TO WBI-DIS-CLIENTE
           MOVE D-COD-VENDEDOR        TO WBI-DIS-VENDEDOR
           MOVE DISTANCIA             TO WBI-DIS-DISTANCIA
           MOVE D-STATUS-ATRIB        TO WBI-DIS-STATUS
           MOVE D-PONTO-ATENDIMENTO   TO WBI-DIS-PONTO
           MOVE D-FILIAL              TO WBI-DIS-FILIAL
           MOVE D-ORIGEM-ATRIB        TO WBI-DIS-ORIGEM
           MOVE D-RESERVA-COD-VENDEDOR (1) TO WBI-DIS-RESERVA-1
           MOVE D-RESERVA-COD-VENDEDOR (2) TO WBI-DIS-RESERVA-2

           MOVE WBI-DIS-CHAVE TO W-CHAVE-TXT
           MOVE WBI-DIS-DADOS TO W-DADOS-TXT
           MOVE D-COD-CLIENTE TO W-CODIGO-CONTROLE
           MOVE DISTANCIA     TO W-VALOR-CONTROLE
           PERFORM 800-COMPARAR-FOTOGRAFIA

           READ ARQ-DISTRIB NEXT.

       250-VARRER-PEDIDOS.
           MOVE LENGTH OF WBI-PED-CHAVE TO W-TAM-CHAVE
           MOVE LENGTH OF WBI-PED-DADOS TO W-TAM-DADOS

           OPEN INPUT ARQ-PEDIDO
           IF FS-PEDIDO EQUAL "00"
              MOVE "S" TO W-ORIGEM-DISPONIVEL

              MOVE ZEROS TO P-COD-CLIENTE
              MOVE ZEROS TO P-DATA-PEDIDO
              MOVE ZEROS TO P-SEQ-PEDIDO
              START ARQ-PEDIDO KEY IS NOT LESS P-CHAVE-PEDIDO
                INVALID KEY MOVE "23" TO FS-PEDIDO
              END-START

              IF FS-PEDIDO EQUAL "00"
                 READ ARQ-PEDIDO NEXT
                 PERFORM 255-EXTRAIR-PEDIDO
                    UNTIL FS-PEDIDO NOT EQUAL "00"
              END-IF

              CLOSE ARQ-PEDIDO
           ELSE
              IF FS-PEDIDO EQUAL "05"
                 CLOSE ARQ-PEDIDO
              END-IF
           END-IF

           MOVE "00" TO FS-PEDIDO.

       255-EXTRAIR-PEDIDO.
           MOVE P-COD-CLIENTE         TO WBI-PED-CLIENTE
           MOVE P-DATA-PEDIDO         TO WBI-PED-DATA
           MOVE P-SEQ-PEDIDO          TO WBI-PED-SEQ
           MOVE P-COD-VENDEDOR        TO WBI-PED-VENDEDOR
           MOVE P-VALOR-PEDIDO        TO WBI-PED-VALOR
           MOVE P-QTD-ITENS           TO WBI-PED-QTD-ITENS
           MOVE P-STATUS-ERP          TO WBI-PED-STATUS-ERP
           MOVE P-DATA-STATUS-ERP     TO WBI-PED-DATA-ERP
           MOVE P-DOC-ERP             TO WBI-PED-DOC-ERP

           MOVE WBI-PED-CHAVE  TO W-CHAVE-TXT
           MOVE WBI-PED-DADOS  TO W-DADOS-TXT
           MOVE P-COD-CLIENTE  TO W-CODIGO-CONTROLE
           MOVE P-VALOR-PEDIDO TO W-VALOR-CONTROLE
           PERFORM 800-COMPARAR-FOTOGRAFIA

           READ ARQ-PEDIDO NEXT.

       260-VARRER-ITENS.
           MOVE LENGTH OF WBI-ITE-CHAVE TO W-TAM-CHAVE
           MOVE LENGTH OF WBI-ITE-DADOS TO W-TAM-DADOS

           OPEN INPUT ARQ-ITEMPED
           IF FS-ITEMPED EQUAL "00"
              MOVE "S" TO W-ORIGEM-DISPONIVEL

              MOVE ZEROS TO I-COD-CLIENTE
              MOVE ZEROS TO I-DATA-PEDIDO
              MOVE ZEROS TO I-SEQ-PEDIDO
              MOVE ZEROS TO I-SEQ-ITEM
              START ARQ-ITEMPED KEY IS NOT LESS I-CHAVE-ITEM
                INVALID KEY MOVE "23" TO FS-ITEMPED
              END-START

              IF FS-ITEMPED EQUAL "00"
                 READ ARQ-ITEMPED NEXT
                 PERFORM 265-EXTRAIR-ITEM
                    UNTIL FS-ITEMPED NOT EQUAL "00"
              END-IF

              CLOSE ARQ-ITEMPED
           ELSE
              IF FS-ITEMPED EQUAL "05"
                 CLOSE ARQ-ITEMPED
              END-IF
           END-IF

           MOVE "00" TO FS-ITEMPED.

       265-EXTRAIR-ITEM.
           MOVE I-COD-CLIENTE         TO WBI-ITE-CLIENTE
           MOVE I-DATA-PEDIDO         TO WBI-ITE-DATA
           MOVE I-SEQ-PEDIDO          TO WBI-ITE-SEQ
           MOVE I-SEQ-ITEM            TO WBI-ITE-SEQ-ITEM
           MOVE I-COD-PRODUTO         TO WBI-ITE-PRODUTO
           MOVE I-QTD-PRODUTO         TO WBI-ITE-QUANTIDADE
           MOVE I-VALOR-UNITARIO      TO WBI-ITE-VALOR-UNIT

           MOVE WBI-ITE-CHAVE TO W-CHAVE-TXT
           MOVE WBI-ITE-DADOS TO W-DADOS-TXT
           MOVE I-COD-PRODUTO TO W-CODIGO-CONTROLE
           COMPUTE W-VALOR-CONTROLE =
                   I-QTD-PRODUTO * I-VALOR-UNITARIO
             ON SIZE ERROR MOVE ZEROS TO W-VALOR-CONTROLE
           END-COMPUTE
           PERFORM 800-COMPARAR-FOTOGRAFIA

           READ ARQ-ITEMPED NEXT.

       270-VARRER-VISITAS.
           MOVE LENGTH OF WBI-VIS-CHAVE TO W-TAM-CHAVE
           MOVE LENGTH OF WBI-VIS-DADOS TO W-TAM-DADOS

           OPEN INPUT ARQ-VISITA
           IF FS-VISITA EQUAL "00"
              MOVE "S" TO W-ORIGEM-DISPONIVEL

              MOVE ZEROS TO V-COD-CLIENTE
              MOVE ZEROS TO V-DATA-VISITA
              START ARQ-VISITA KEY IS NOT LESS V-CHAVE-VISITA
                INVALID KEY MOVE "23" TO FS-VISITA
              END-START

              IF FS-VISITA EQUAL "00"
                 READ ARQ-VISITA NEXT
                 PERFORM 275-EXTRAIR-VISITA
                    UNTIL FS-VISITA NOT EQUAL "00"
              END-IF

              CLOSE ARQ-VISITA
           ELSE
              IF FS-VISITA EQUAL "05"
                 CLOSE ARQ-VISITA
              END-IF
           END-IF

           MOVE "00" TO FS-VISITA.

       275-EXTRAIR-VISITA.
           MOVE V-COD-CLIENTE         TO WBI-VIS-CLIENTE
           MOVE V-DATA-VISITA         TO WBI-VIS-DATA
           MOVE V-COD-VENDEDOR        TO WBI-VIS-VENDEDOR
           MOVE V-DIA-PLANEJADO       TO WBI-VIS-DIA-PLANO
           MOVE V-SITUACAO            TO WBI-VIS-SITUACAO
           MOVE V-MOTIVO              TO WBI-VIS-MOTIVO
           MOVE V-LATITUDE            TO WBI-VIS-LATITUDE
           MOVE V-LONGITUDE           TO WBI-VIS-LONGITUDE

           MOVE WBI-VIS-CHAVE TO W-CHAVE-TXT
           MOVE WBI-VIS-DADOS TO W-DADOS-TXT
           MOVE V-COD-CLIENTE TO W-CODIGO-CONTROLE
           MOVE ZEROS         TO W-VALOR-CONTROLE
           PERFORM 800-COMPARAR-FOTOGRAFIA

           READ ARQ-VISITA NEXT.

       280-VARRER-TITULOS.
           MOVE LENGTH OF WBI-TIT-CHAVE TO W-TAM-CHAVE
           MOVE LENGTH OF WBI-TIT-DADOS TO W-TAM-DADOS

           OPEN INPUT ARQ-TITULO
           IF FS-TITULO EQUAL "00"
              MOVE "S" TO W-ORIGEM-DISPONIVEL

              MOVE ZEROS TO TIT-COD-CLIENTE
              MOVE ZEROS TO TIT-NUM-TITULO
              START ARQ-TITULO KEY IS NOT LESS TIT-CHAVE-TITULO
                INVALID KEY MOVE "23" TO FS-TITULO
              END-START

              IF FS-TITULO EQUAL "00"
                 READ ARQ-TITULO NEXT
                 PERFORM 285-EXTRAIR-TITULO
                    UNTIL FS-TITULO NOT EQUAL "00"
              END-IF

              CLOSE ARQ-TITULO
           ELSE
              IF FS-TITULO EQUAL "05"
                 CLOSE ARQ-TITULO
              END-IF
           END-IF

           MOVE "00" TO FS-TITULO.

       285-EXTRAIR-TITULO.
           MOVE TIT-COD-CLIENTE       TO WBI-TIT-CLIENTE
           MOVE TIT-NUM-TITULO        TO WBI-TIT-NUMERO
           MOVE TIT-DATA-VENCIMENTO   TO WBI-TIT-VENCIMENTO
           MOVE TIT-VALOR             TO WBI-TIT-VALOR
           MOVE TIT-SITUACAO          TO WBI-TIT-SITUACAO
           MOVE TIT-DATA-PAGAMENTO    TO WBI-TIT-DATA-PAGTO
           MOVE TIT-VALOR-PAGO        TO WBI-TIT-VALOR-PAGO
           MOVE TIT-DATA-PEDIDO       TO WBI-TIT-DATA-PEDIDO
           MOVE TIT-SEQ-PEDIDO        TO WBI-TIT-SEQ-PEDIDO

           MOVE WBI-TIT-CHAVE   TO W-CHAVE-TXT
           MOVE WBI-TIT-DADOS   TO W-DADOS-TXT
           MOVE TIT-COD-CLIENTE TO W-CODIGO-CONTROLE
           MOVE TIT-VALOR       TO W-VALOR-CONTROLE
           PERFORM 800-COMPARAR-FOTOGRAFIA

           READ ARQ-TITULO NEXT.

      * O CADKPI E GRAVADO EM SEQUENCIA, UMA LINHA POR VENDEDOR E
      * RODADA; VALE A MESMA MARCA DE RODADA DA DISTRIBUICAO.
       290-VARRER-KPI.
           MOVE LENGTH OF WBI-KPI-CHAVE TO W-TAM-CHAVE
           MOVE LENGTH OF WBI-KPI-DADOS TO W-TAM-DADOS

           OPEN INPUT ARQ-KPI
           IF FS-KPI EQUAL "00" AND W-RUNCTL-ABERTO EQUAL "S"
              MOVE "S" TO W-ORIGEM-DISPONIVEL

              PERFORM 700-PODAR-RODADAS

              READ ARQ-KPI
              PERFORM 295-EXTRAIR-KPI
                 UNTIL FS-KPI NOT EQUAL "00"

              CLOSE ARQ-KPI
           ELSE
              IF FS-KPI EQUAL "00" OR FS-KPI EQUAL "05"
                 CLOSE ARQ-KPI
              END-IF
           END-IF

           MOVE "00" TO FS-KPI.

       295-EXTRAIR-KPI.
           IF KPI-RUN-ID NOT LESS W-RUN-MARCA
              AND KPI-RUN-ID NOT GREATER W-RUN-MARCA-NOVA
              MOVE KPI-RUN-ID          TO WBI-KPI-RUN-ID
              MOVE KPI-COD-VENDEDOR    TO WBI-KPI-VENDEDOR
              MOVE KPI-QTD-CLIENTES    TO WBI-KPI-CLIENTES
              MOVE KPI-TOTAL-DIST      TO WBI-KPI-TOTAL-DIST
              MOVE KPI-MEDIA-DIST      TO WBI-KPI-MEDIA-DIST
              MOVE KPI-QTD-NAO-ATRIB   TO WBI-KPI-NAO-ATRIB

              MOVE WBI-KPI-CHAVE    TO W-CHAVE-TXT
              MOVE WBI-KPI-DADOS    TO W-DADOS-TXT
              MOVE KPI-COD-VENDEDOR TO W-CODIGO-CONTROLE
              MOVE KPI-TOTAL-DIST   TO W-VALOR-CONTROLE
              PERFORM 800-COMPARAR-FOTOGRAFIA
           END-IF

           READ ARQ-KPI.

      * RODADAS ANTERIORES A MARCA NAO MUDAM MAIS E JA ESTAO NO BI -
      * SAEM DA FOTOGRAFIA PARA ELA NAO CRESCER A CADA NOITE.
       700-PODAR-RODADAS.
           MOVE W-COD-ARQUIVO TO BS-ARQUIVO
           MOVE LOW-VALUES    TO BS-CHAVE-REG

           START ARQ-BISNAP KEY IS NOT LESS BS-CHAVE-SNAP
             INVALID KEY MOVE "23" TO FS-BISNAP
           END-START

           IF FS-BISNAP EQUAL "00"
              READ ARQ-BISNAP NEXT
              PERFORM 705-PODAR-RODADA
                 UNTIL FS-BISNAP NOT EQUAL "00"
                    OR BS-ARQUIVO NOT EQUAL W-COD-ARQUIVO
                    OR BS-CHAVE-REG (1:16) NOT LESS W-RUN-MARCA-TXT
           END-IF

           MOVE "00" TO FS-BISNAP.

       705-PODAR-RODADA.
           DELETE ARQ-BISNAP RECORD
             INVALID KEY CONTINUE
           END-DELETE

           READ ARQ-BISNAP NEXT.

      *-----------------------------------------------------------
      * CONFERE A LINHA DA VEZ COM A FOTOGRAFIA: CHAVE NOVA OU
      * NUNCA CONFIRMADA E INCLUSAO, IMPRESSAO DIGITAL DIFERENTE DA
      * CONFIRMADA E ALTERACAO. A LINHA VISTA E MARCADA COM A
      * EXTRACAO DA VEZ - O QUE NAO FOR VISTO E EXCLUSAO.
      *-----------------------------------------------------------
       800-COMPARAR-FOTOGRAFIA.
           PERFORM 810-CALCULAR-LACRE

           MOVE SPACES        TO W-MOVIMENTO
           MOVE W-COD-ARQUIVO TO BS-ARQUIVO
           MOVE W-CHAVE-TXT   TO BS-CHAVE-REG

           READ ARQ-BISNAP RECORD KEY IS BS-CHAVE-SNAP
             INVALID KEY MOVE "23" TO FS-BISNAP
           END-READ

           IF FS-BISNAP EQUAL "23"
              MOVE "I" TO W-MOVIMENTO

              MOVE W-COD-ARQUIVO TO BS-ARQUIVO
              MOVE W-CHAVE-TXT   TO BS-CHAVE-REG
              MOVE ZEROS         TO BS-LACRE
              MOVE W-ID-EXTRACAO TO BS-ID-VISTO
              MOVE W-LACRE-ATUAL TO BS-LACRE-PEND
              MOVE W-ID-EXTRACAO TO BS-ID-PEND
              MOVE W-MOVIMENTO   TO BS-MOV-PEND

              WRITE ARQ-BISNAP-REG
                INVALID KEY CONTINUE
              END-WRITE
           ELSE
              MOVE W-ID-EXTRACAO TO BS-ID-VISTO

              EVALUATE TRUE
                 WHEN BS-LACRE EQUAL ZEROS
                    MOVE "I" TO W-MOVIMENTO
                 WHEN BS-LACRE NOT EQUAL W-LACRE-ATUAL
                    MOVE "M" TO W-MOVIMENTO
              END-EVALUATE

              IF W-MOVIMENTO NOT EQUAL SPACES
                 MOVE W-LACRE-ATUAL TO BS-LACRE-PEND
                 MOVE W-ID-EXTRACAO TO BS-ID-PEND
                 MOVE W-MOVIMENTO   TO BS-MOV-PEND
              END-IF

              REWRITE ARQ-BISNAP-REG
                INVALID KEY CONTINUE
              END-REWRITE
           END-IF

           MOVE "00" TO FS-BISNAP

           IF W-MOVIMENTO NOT EQUAL SPACES
              MOVE SPACES TO W-LINHA-BI
              STRING W-MOVIMENTO                  DELIMITED BY SIZE
                     ";"                          DELIMITED BY SIZE
                     W-CHAVE-TXT (1:W-TAM-CHAVE)  DELIMITED BY SIZE
                     W-DADOS-TXT (1:W-TAM-DADOS)  DELIMITED BY SIZE
                INTO W-LINHA-BI

              PERFORM 820-GRAVAR-LINHA

              ADD W-CODIGO-CONTROLE TO W-MAN-TOT-CHAVES (W-IDX-EXT)
              ADD W-VALOR-CONTROLE  TO W-MAN-TOT-VALOR (W-IDX-EXT)
           END-IF.

      * IMPRESSAO DIGITAL DO CONTEUDO PELO AUDLACRE, SEM SEQUENCIA
      * NEM ELO ANTERIOR. ZERO FICA RESERVADO PARA "NUNCA
      * CONFIRMADA".
       810-CALCULAR-LACRE.
           SET PLA-CALCULAR TO TRUE
           MOVE "EXPBI"     TO PLA-TRILHA
           MOVE W-DADOS-TXT TO PLA-CONTEUDO
           MOVE ZEROS       TO PLA-SEQ
           MOVE ZEROS       TO PLA-LACRE-ANTERIOR

           CALL "AUDLACRE" USING W-PARAM-LACRE

           MOVE PLA-LACRE TO W-LACRE-ATUAL

           IF W-LACRE-ATUAL EQUAL ZEROS
              MOVE 1 TO W-LACRE-ATUAL
           END-IF.

       820-GRAVAR-LINHA.
           WRITE REG-EXP-BI FROM W-LINHA-BI

           ADD 1 TO W-MAN-REGISTROS (W-IDX-EXT)

           EVALUATE W-MOVIMENTO
              WHEN "I" ADD 1 TO W-MAN-INCLUIDOS (W-IDX-EXT)
              WHEN "M" ADD 1 TO W-MAN-ALTERADOS (W-IDX-EXT)
              WHEN "E" ADD 1 TO W-MAN-EXCLUIDOS (W-IDX-EXT)
           END-EVALUATE.

      * LINHAS DA FOTOGRAFIA DO ARQUIVO QUE A VARREDURA NAO VIU. A
      * JA ENTREGUE AO BI SAI COMO EXCLUSAO (SO COM A CHAVE); A QUE
      * NUNCA FOI CONFIRMADA SO SAI DA FOTOGRAFIA. NA DISTRIBUICAO E
      * NO KPI SO CONTAM AS RODADAS DA MARCA EM DIANTE.
       850-DETECTAR-EXCLUSOES.
           MOVE W-COD-ARQUIVO TO BS-ARQUIVO
           MOVE LOW-VALUES    TO BS-CHAVE-REG

           START ARQ-BISNAP KEY IS NOT LESS BS-CHAVE-SNAP
             INVALID KEY MOVE "23" TO FS-BISNAP
           END-START

           IF FS-BISNAP EQUAL "00"
              READ ARQ-BISNAP NEXT
              PERFORM 855-AVALIAR-EXCLUSAO
                 UNTIL FS-BISNAP NOT EQUAL "00"
                    OR BS-ARQUIVO NOT EQUAL W-COD-ARQUIVO
           END-IF

           MOVE "00" TO FS-BISNAP.

       855-AVALIAR-EXCLUSAO.
           IF BS-ID-VISTO NOT EQUAL W-ID-EXTRACAO
              IF BS-LACRE EQUAL ZEROS
                 DELETE ARQ-BISNAP RECORD
                   INVALID KEY CONTINUE
                 END-DELETE
              ELSE
                 MOVE "E" TO W-MOVIMENTO

                 MOVE SPACES TO W-LINHA-BI
                 STRING W-MOVIMENTO                  DELIMITED BY SIZE
                        ";"                          DELIMITED BY SIZE
                        BS-CHAVE-REG (1:W-TAM-CHAVE) DELIMITED BY SIZE
                   INTO W-LINHA-BI

                 PERFORM 820-GRAVAR-LINHA

                 MOVE ZEROS         TO BS-LACRE-PEND
                 MOVE W-ID-EXTRACAO TO BS-ID-PEND
                 MOVE W-MOVIMENTO   TO BS-MOV-PEND

                 REWRITE ARQ-BISNAP-REG
                   INVALID KEY CONTINUE
                 END-REWRITE
              END-IF
           END-IF

           READ ARQ-BISNAP NEXT.

      * COM TODOS OS ARQUIVOS E O MANIFESTO GRAVADOS, AS PENDENCIAS
      * DA EXTRACAO VIRAM A FOTOGRAFIA CONFIRMADA.
       900-CONFIRMAR-FOTOGRAFIA.
           MOVE LOW-VALUES TO BS-CHAVE-SNAP

           START ARQ-BISNAP KEY IS NOT LESS BS-CHAVE-SNAP
             INVALID KEY MOVE "23" TO FS-BISNAP
           END-START

           IF FS-BISNAP EQUAL "00"
              READ ARQ-BISNAP NEXT
              PERFORM 905-CONFIRMAR-PENDENCIA
                 UNTIL FS-BISNAP NOT EQUAL "00"
           END-IF

           MOVE "00" TO FS-BISNAP.

       905-CONFIRMAR-PENDENCIA.
           IF BS-ID-PEND EQUAL W-ID-EXTRACAO
              IF BS-PEND-EXCLUSAO
                 DELETE ARQ-BISNAP RECORD
                   INVALID KEY CONTINUE
                 END-DELETE
              ELSE
                 MOVE BS-LACRE-PEND TO BS-LACRE
                 MOVE ZEROS         TO BS-LACRE-PEND
                 MOVE ZEROS         TO BS-ID-PEND
                 MOVE SPACES        TO BS-MOV-PEND

                 REWRITE ARQ-BISNAP-REG
                   INVALID KEY CONTINUE
                 END-REWRITE
              END-IF
           END-IF

           READ ARQ-BISNAP NEXT.

       950-GRAVAR-MANIFESTO.
           OPEN OUTPUT EXP-MANIFESTO

           MOVE W-ID-EXTRACAO    TO WMAN-ID-EXTRACAO
           MOVE W-ID-ANTERIOR    TO WMAN-ID-ANTERIOR
           MOVE W-RUN-MARCA-NOVA TO WMAN-ULT-RUN-ID
           WRITE REG-MANIFESTO FROM WMAN-EXTRACAO

           WRITE REG-MANIFESTO FROM WCAB-MA

           PERFORM 955-GRAVAR-ITEM-MANIFESTO
              VARYING W-IDX-EXT FROM 1 BY 1
              UNTIL W-IDX-EXT GREATER W-QTD-EXTRATOS

           CLOSE EXP-MANIFESTO.

       955-GRAVAR-ITEM-MANIFESTO.
           MOVE TEX-NOME (W-IDX-EXT) TO WMAN-ARQUIVO

           IF TEX-DIMENSAO (W-IDX-EXT)
              MOVE "DIMENSAO" TO WMAN-TIPO
           ELSE
              MOVE "FATO"     TO WMAN-TIPO
           END-IF

           MOVE W-MAN-SITUACAO (W-IDX-EXT)   TO WMAN-SITUACAO
           MOVE W-MAN-REGISTROS (W-IDX-EXT)  TO WMAN-REGISTROS
           MOVE W-MAN-INCLUIDOS (W-IDX-EXT)  TO WMAN-INCLUIDOS
           MOVE W-MAN-ALTERADOS (W-IDX-EXT)  TO WMAN-ALTERADOS
           MOVE W-MAN-EXCLUIDOS (W-IDX-EXT)  TO WMAN-EXCLUIDOS
           MOVE W-MAN-TOT-CHAVES (W-IDX-EXT) TO WMAN-TOT-CHAVES
           MOVE W-MAN-TOT-VALOR (W-IDX-EXT)  TO WMAN-TOT-VALOR
           WRITE REG-MANIFESTO FROM WMAN-DET.

      * A EXTRACAO SO ENTRA NO LOG DEPOIS DE CONFIRMADA - E A MARCA
      * DA PROXIMA.
       960-GRAVAR-LOG.
           OPEN EXTEND ARQ-LOGBI

           IF FS-LOGBI EQUAL "00" OR FS-LOGBI EQUAL "05"
              MOVE W-ID-EXTRACAO      TO LOG-ID-EXTRACAO
              MOVE W-ID-DATA          TO LOG-DATA-GERACAO
              MOVE W-ID-HORA          TO LOG-HORA-GERACAO
              MOVE W-RUN-MARCA-NOVA   TO LOG-ULT-RUN-ID
              MOVE W-QTD-TOTAL-LINHAS TO LOG-QTD-REGISTROS
              WRITE REG-LOGBI

              CLOSE ARQ-LOGBI
           ELSE
              DISPLAY "EXPBI - ERRO AO GRAVAR EXPBI.LOG - FS="
                      FS-LOGBI
           END-IF

           MOVE "00" TO FS-LOGBI.

       END PROGRAM EXPBI.
