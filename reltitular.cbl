       PROGRAM-ID.   RELTITULAR.
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

           SELECT OPTIONAL ARQ-CONSENT ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CS-CHAVE-CONSENT
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CONSENT.

           SELECT OPTIONAL ARQ-AUDCLIENTE ASSIGN TO "CADCLIENTE.AUD"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUDCLIENTE.

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

           SELECT OPTIONAL ARQ-OBSERV ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS O-CHAVE-OBSERV
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-OBSERV.

           SELECT OPTIONAL ARQ-CHAMADO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CH-CHAVE-CHAMADO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CHAMADO.

           SELECT REL-TITULAR ASSIGN TO "RELTITULAR.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLIENTE'.

       COPY "CADCLIENTE.CPY".

       FD  ARQ-CONSENT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCONSENT'.

       COPY "CADCONSENT.CPY".

      * MESMO LAYOUT GRAVADO POR 700-GRAVAR-AUDITORIA DO CADCLIENTE.
       FD  ARQ-AUDCLIENTE
           LABEL RECORD IS STANDARD.

       01  REG-AUDCLIENTE.
           03 AC-OPERADOR          PIC X(008).
           03 AC-DATA              PIC 9(008).
           03 AC-HORA              PIC 9(008).
           03 AC-OPERACAO          PIC X(003).
           03 AC-COD-CLIENTE       PIC 9(007).
           03 AC-CNPJ-ANTES        PIC X(014).
           03 AC-CNPJ-DEPOIS       PIC X(014).
           03 AC-RAZAO-ANTES       PIC X(040).
           03 AC-RAZAO-DEPOIS      PIC X(040).
           03 AC-LATITUDE-ANTES    PIC S9(003)V9(008).
           03 AC-LATITUDE-DEPOIS   PIC S9(003)V9(008).
           03 AC-LONGITUDE-ANTES   PIC S9(003)V9(008).
           03 AC-LONGITUDE-DEPOIS  PIC S9(003)V9(008).
           03 AC-STATUS-ANTES      PIC X(001).
           03 AC-STATUS-DEPOIS     PIC X(001).
           03 AC-SEGMENTO-ANTES    PIC X(001).
           03 AC-SEGMENTO-DEPOIS   PIC X(001).
           03 AC-FREQ-ANTES        PIC X(001).
           03 AC-FREQ-DEPOIS       PIC X(001).
           03 AC-SEQ-LACRE         PIC 9(009).
           03 AC-LACRE             PIC 9(010).

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

       FD  ARQ-OBSERV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADOBSERV'.

       COPY "CADOBSERV.CPY".

       FD  ARQ-CHAMADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCHAMADO'.

       COPY "CADCHAMADO.CPY".

       FD  REL-TITULAR.
       01  REG-TITULAR-REL PIC X(260).

       WORKING-STORAGE SECTION.

       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-CONSENT              PIC  X(002)         VALUE "00".
       77 FS-AUDCLIENTE           PIC  X(002)         VALUE "00".
       77 FS-PEDIDO               PIC  X(002)         VALUE "00".
       77 FS-TITULO               PIC  X(002)         VALUE "00".
       77 FS-VISITA               PIC  X(002)         VALUE "00".
       77 FS-OBSERV               PIC  X(002)         VALUE "00".
       77 FS-CHAMADO              PIC  X(002)         VALUE "00".

       77 W-COD-TITULAR           PIC  9(007)         VALUE ZEROS.
       77 W-QTD-LINHAS            PIC  9(007)         VALUE ZEROS.
       77 W-IDX-LINHA             PIC  9(001)         VALUE ZEROS.

       77 W-VALOR-ED              PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 W-VALOR-PAGO-ED         PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 W-COORD-ED              PIC  -ZZ9,99999999  VALUE ZEROS.
       77 W-COORD2-ED             PIC  -ZZ9,99999999  VALUE ZEROS.

       01  WCAB.
           03 FILLER PIC X(100) VALUE "DADOS DO TITULAR;SECAO;CHAVE;DAT
      -"A;DETALHE;".

       01  WCAB-TITULAR.
           03 FILLER              PIC X(005)          VALUE
              "CNPJ;".
           03 WCAB-CNPJ           PIC X(014)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 FILLER              PIC X(010)          VALUE
              "GERADO EM;".
           03 WCAB-DATA           PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 FILLER              PIC X(012)          VALUE
              "SOLICITANTE;".
           03 WCAB-OPERADOR       PIC X(008)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WDET.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-SECAO          PIC X(015)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-CHAVE          PIC X(020)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DATA           PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DETALHE        PIC X(200)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WRES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 FILLER              PIC X(016)          VALUE
              "TOTAL DE LINHAS;".
           03 WRES-QTD            PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

      * ARQUIVAMENTO DA GERACAO NO CATALOGO DE RELATORIOS (CATRELAT)
      * - A COPIA DATADA SOBREVIVE A PROXIMA SOBRESCRITA DO NOME
      * FIXO.
       01  W-PARAM-CATALOGO.
           03 CTR-PROGRAMA        PIC X(012)          VALUE SPACES.
           03 CTR-ARQUIVO         PIC X(020)          VALUE SPACES.
           03 CTR-RUN-ID          PIC 9(016)          VALUE ZEROS.
           03 CTR-OPERADOR        PIC X(008)          VALUE "SISTEMA".

       LINKAGE SECTION.
       01  LPARAM-TITULAR.
           03 LTIT-CNPJ           PIC X(014).
           03 LTIT-OPERADOR       PIC X(008).
           03 LTIT-MSG            PIC X(040).

       PROCEDURE DIVISION USING LPARAM-TITULAR.

      *-----------------------------------------------------------
      * RELATORIO DO TITULAR (LGPD): ATENDE O PEDIDO DE ACESSO DO
      * CLIENTE AOS PROPRIOS DADOS. A PARTIR DO CNPJ INFORMADO NO
      * MENU, REUNE NUM SO ARQUIVO TUDO QUE O SISTEMA GUARDA DELE -
      * O CADASTRO (COM O CONSENTIMENTO ATUAL), O HISTORICO DE
      * CONSENTIMENTO, A TRILHA DE AUDITORIA DO CADASTRO, PEDIDOS,
      * TITULOS, VISITAS, OBSERVACOES DE VISITA E CHAMADOS. TODOS OS
      * ARQUIVOS DE MOVIMENTO COMECAM A CHAVE PELO CODIGO DO
      * CLIENTE: CADA SECAO E UM START NO CODIGO E A LEITURA ATE O
      * CODIGO MUDAR. A GERACAO FICA NO CATALOGO COM O OPERADOR
      * QUE PEDIU, COMO REGISTRO DO ATENDIMENTO.
      *-----------------------------------------------------------
       000-INICIO.

           MOVE ZEROS  TO W-QTD-LINHAS
           MOVE SPACES TO LTIT-MSG
           MOVE FUNCTION UPPER-CASE(LTIT-CNPJ) TO LTIT-CNPJ

           OPEN INPUT ARQ-CLIENTE

           IF FS-CLIENTE NOT EQUAL "00"
              MOVE "CADASTRO DE CLIENTES INDISPONIVEL" TO LTIT-MSG
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE LTIT-CNPJ TO CNPJ
              READ ARQ-CLIENTE RECORD KEY IS CNPJ
                INVALID KEY MOVE "23" TO FS-CLIENTE
              END-READ

              IF FS-CLIENTE NOT EQUAL "00"
                 MOVE "CNPJ NAO CADASTRADO" TO LTIT-MSG
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE COD-CLIENTE TO W-COD-TITULAR
                 PERFORM 050-GERAR-RELATORIO
                 MOVE "RELATORIO DO TITULAR GERADO" TO LTIT-MSG
              END-IF

              CLOSE ARQ-CLIENTE
           END-IF

           GOBACK.

       050-GERAR-RELATORIO.

           OPEN OUTPUT REL-TITULAR

           MOVE CNPJ          TO WCAB-CNPJ
           ACCEPT WCAB-DATA   FROM DATE YYYYMMDD
           MOVE LTIT-OPERADOR TO WCAB-OPERADOR
           WRITE REG-TITULAR-REL FROM WCAB-TITULAR
           WRITE REG-TITULAR-REL FROM WCAB

           PERFORM 100-LISTAR-CADASTRO
           PERFORM 200-LISTAR-CONSENTIMENTO
           PERFORM 300-LISTAR-AUDITORIA
           PERFORM 400-LISTAR-PEDIDOS
           PERFORM 500-LISTAR-TITULOS
           PERFORM 600-LISTAR-VISITAS
           PERFORM 700-LISTAR-OBSERVACOES
           PERFORM 800-LISTAR-CHAMADOS

           MOVE W-QTD-LINHAS TO WRES-QTD
           WRITE REG-TITULAR-REL FROM WRES

           CLOSE REL-TITULAR

           MOVE "RELTITULAR"     TO CTR-PROGRAMA
           MOVE "RELTITULAR.CSV" TO CTR-ARQUIVO
           MOVE LTIT-OPERADOR    TO CTR-OPERADOR
           CALL "CATRELAT" USING W-PARAM-CATALOGO.

      *-----------------------------------------------------------
      * CADASTRO: UMA LINHA POR BLOCO DE DADOS DO REGISTRO MESTRE.
      *-----------------------------------------------------------
       100-LISTAR-CADASTRO.

           MOVE "CADASTRO" TO WDET-SECAO

           MOVE "IDENTIFICACAO" TO WDET-CHAVE
           MOVE DATA-CADASTRO   TO WDET-DATA
           MOVE SPACES TO WDET-DETALHE
           STRING "CODIGO "       DELIMITED BY SIZE
                  COD-CLIENTE     DELIMITED BY SIZE
                  " RAZAO SOCIAL " DELIMITED BY SIZE
                  RAZAO-SOCIAL    DELIMITED BY SIZE
                  " IE "          DELIMITED BY SIZE
                  INSC-ESTADUAL-CLIENTE DELIMITED BY SIZE
                  INTO WDET-DETALHE
           END-STRING
           PERFORM 900-GRAVAR-LINHA

           MOVE "ENDERECO" TO WDET-CHAVE
           MOVE DATA-ULTIMA-ALTERACAO TO WDET-DATA
           MOVE SPACES TO WDET-DETALHE
           STRING LOGRADOURO-CLIENTE DELIMITED BY "  "
                  ", "               DELIMITED BY SIZE
                  NUMERO-CLIENTE     DELIMITED BY SPACE
                  " - "              DELIMITED BY SIZE
                  CIDADE-CLIENTE     DELIMITED BY "  "
                  "/"                DELIMITED BY SIZE
                  UF-CLIENTE         DELIMITED BY SIZE
                  " CEP "            DELIMITED BY SIZE
                  CEP-CLIENTE        DELIMITED BY SIZE
                  INTO WDET-DETALHE
           END-STRING
           PERFORM 900-GRAVAR-LINHA

           MOVE "CONTATO" TO WDET-CHAVE
           MOVE SPACES TO WDET-DETALHE
           STRING "TELEFONE "       DELIMITED BY SIZE
                  TELEFONE-CLIENTE  DELIMITED BY SIZE
                  " CONTATO "       DELIMITED BY SIZE
                  CONTATO-CLIENTE   DELIMITED BY SIZE
                  INTO WDET-DETALHE
           END-STRING
           PERFORM 900-GRAVAR-LINHA

           MOVE "LOCALIZACAO" TO WDET-CHAVE
           MOVE LATITUDE-CLIENTE  TO W-COORD-ED
           MOVE LONGITUDE-CLIENTE TO W-COORD2-ED
           MOVE SPACES TO WDET-DETALHE
           STRING "LATITUDE "    DELIMITED BY SIZE
                  W-COORD-ED     DELIMITED BY SIZE
                  " LONGITUDE "  DELIMITED BY SIZE
                  W-COORD2-ED    DELIMITED BY SIZE
                  " REGIAO "     DELIMITED BY SIZE
                  REGIAO-CLIENTE DELIMITED BY SIZE
                  " FILIAL "     DELIMITED BY SIZE
                  FILIAL-CLIENTE DELIMITED BY SIZE
                  INTO WDET-DETALHE
           END-STRING
           PERFORM 900-GRAVAR-LINHA

           MOVE "SITUACAO" TO WDET-CHAVE
           MOVE ZEROS TO WDET-DATA
           MOVE SPACES TO WDET-DETALHE
           STRING "STATUS "            DELIMITED BY SIZE
                  STATUS-CLIENTE       DELIMITED BY SIZE
                  " SEGMENTO "         DELIMITED BY SIZE
                  SEGMENTO-CLIENTE     DELIMITED BY SIZE
                  " FREQUENCIA "       DELIMITED BY SIZE
                  FREQ-VISITA-CLIENTE  DELIMITED BY SIZE
                  " DIAS "             DELIMITED BY SIZE
                  DIAS-PERMITIDOS-CLIENTE DELIMITED BY SIZE
                  " HORARIO "          DELIMITED BY SIZE
                  HORA-INICIO-CLIENTE  DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  HORA-FIM-CLIENTE     DELIMITED BY SIZE
                  " SUCESSOR "         DELIMITED BY SIZE
                  CLIENTE-SUCESSOR     DELIMITED BY SIZE
                  " RECEITA "          DELIMITED BY SIZE
                  SITUACAO-RECEITA     DELIMITED BY SIZE
                  " CRM "              DELIMITED BY SIZE
                  SITUACAO-CRM         DELIMITED BY SIZE
                  " ERP "              DELIMITED BY SIZE
                  SITUACAO-ERP         DELIMITED BY SIZE
                  INTO WDET-DETALHE
           END-STRING
           PERFORM 900-GRAVAR-LINHA

           IF CLIENTE-ANONIMIZADO
              MOVE "ANONIMIZACAO"    TO WDET-CHAVE
              MOVE DATA-ANONIMIZACAO TO WDET-DATA
              MOVE "DADOS PESSOAIS EXPURGADOS (FAZLGPD)"
                TO WDET-DETALHE
              PERFORM 900-GRAVAR-LINHA
           END-IF

           MOVE "CONSENTIMENTO"    TO WDET-CHAVE
           IF DATA-CONSENTIMENTO NUMERIC
              MOVE DATA-CONSENTIMENTO TO WDET-DATA
           ELSE
              MOVE ZEROS TO WDET-DATA
           END-IF
           MOVE SPACES TO WDET-DETALHE
           STRING "CONTATO "            DELIMITED BY SIZE
                  CONSENTE-CONTATO      DELIMITED BY SIZE
                  " COMPARTILHAMENTO CRM " DELIMITED BY SIZE
                  CONSENTE-COMPARTILHA  DELIMITED BY SIZE
                  " ORIGEM "            DELIMITED BY SIZE
                  ORIGEM-CONSENTIMENTO  DELIMITED BY SIZE
                  INTO WDET-DETALHE
           END-STRING
           PERFORM 900-GRAVAR-LINHA.

      *-----------------------------------------------------------
      * HISTORICO DE CONSENTIMENTO (CADCONSENT).
      *-----------------------------------------------------------
       200-LISTAR-CONSENTIMENTO.

           MOVE "CONSENTIMENTO" TO WDET-SECAO

           OPEN INPUT ARQ-CONSENT

           IF FS-CONSENT EQUAL "00"
              MOVE W-COD-TITULAR TO CS-COD-CLIENTE
              MOVE ZEROS         TO CS-DATA
              MOVE ZEROS         TO CS-HORA
              START ARQ-CONSENT KEY IS NOT LESS CS-CHAVE-CONSENT
                INVALID KEY MOVE "23" TO FS-CONSENT
              END-START

              IF FS-CONSENT EQUAL "00"
                 READ ARQ-CONSENT NEXT
                 PERFORM 210-GRAVAR-CONSENTIMENTO
                    UNTIL FS-CONSENT NOT EQUAL "00"
                       OR CS-COD-CLIENTE NOT EQUAL W-COD-TITULAR
              END-IF

              CLOSE ARQ-CONSENT
           ELSE
              IF FS-CONSENT EQUAL "05"
                 CLOSE ARQ-CONSENT
              END-IF
           END-IF

           MOVE "00" TO FS-CONSENT.

       210-GRAVAR-CONSENTIMENTO.

           MOVE CS-HORA TO WDET-CHAVE
           MOVE CS-DATA TO WDET-DATA
           MOVE SPACES  TO WDET-DETALHE
           STRING "CONTATO "               DELIMITED BY SIZE
                  CS-CONSENTE-CONTATO      DELIMITED BY SIZE
                  " COMPARTILHAMENTO CRM " DELIMITED BY SIZE
                  CS-CONSENTE-COMPARTILHA  DELIMITED BY SIZE
                  " ORIGEM "               DELIMITED BY SIZE
                  CS-ORIGEM                DELIMITED BY SIZE
                  " OPERADOR "             DELIMITED BY SIZE
                  CS-OPERADOR              DELIMITED BY SIZE
                  " TELEFONE "             DELIMITED BY SIZE
                  CS-TELEFONE              DELIMITED BY SIZE
                  " CONTATO "              DELIMITED BY SIZE
                  CS-CONTATO               DELIMITED BY SIZE
                  INTO WDET-DETALHE
           END-STRING
           PERFORM 900-GRAVAR-LINHA

           READ ARQ-CONSENT NEXT.

      *-----------------------------------------------------------
      * TRILHA DE AUDITORIA DO CADASTRO (CADCLIENTE.AUD) - ARQUIVO
      * SEQUENCIAL, LIDO INTEIRO E FILTRADO PELO CODIGO.
      *-----------------------------------------------------------
       300-LISTAR-AUDITORIA.

           MOVE "AUDITORIA" TO WDET-SECAO

           OPEN INPUT ARQ-AUDCLIENTE

           IF FS-AUDCLIENTE EQUAL "00"
              READ ARQ-AUDCLIENTE
              PERFORM 310-GRAVAR-AUDITORIA
                 UNTIL FS-AUDCLIENTE NOT EQUAL "00"
              CLOSE ARQ-AUDCLIENTE
           ELSE
              IF FS-AUDCLIENTE EQUAL "05"
                 CLOSE ARQ-AUDCLIENTE
              END-IF
           END-IF

           MOVE "00" TO FS-AUDCLIENTE.

       310-GRAVAR-AUDITORIA.

           IF AC-COD-CLIENTE NUMERIC
              AND AC-COD-CLIENTE EQUAL W-COD-TITULAR
              MOVE AC-OPERACAO TO WDET-CHAVE
              MOVE AC-DATA     TO WDET-DATA
              MOVE SPACES      TO WDET-DETALHE
              STRING "OPERADOR "     DELIMITED BY SIZE
                     AC-OPERADOR     DELIMITED BY SIZE
                     " HORA "        DELIMITED BY SIZE
                     AC-HORA         DELIMITED BY SIZE
                     " CNPJ "        DELIMITED BY SIZE
                     AC-CNPJ-ANTES   DELIMITED BY SIZE
                     ">"             DELIMITED BY SIZE
                     AC-CNPJ-DEPOIS  DELIMITED BY SIZE
                     " RAZAO "       DELIMITED BY SIZE
                     AC-RAZAO-ANTES  DELIMITED BY "  "
                     ">"             DELIMITED BY SIZE
                     AC-RAZAO-DEPOIS DELIMITED BY "  "
                     " STATUS "      DELIMITED BY SIZE
                     AC-STATUS-ANTES DELIMITED BY SIZE
                     ">"             DELIMITED BY SIZE
                     AC-STATUS-DEPOIS DELIMITED BY SIZE
                     INTO WDET-DETALHE
              END-STRING
              PERFORM 900-GRAVAR-LINHA
           END-IF

           READ ARQ-AUDCLIENTE.

      *-----------------------------------------------------------
      * PEDIDOS DO CLIENTE (CADPEDIDO).
      *-----------------------------------------------------------
       400-LISTAR-PEDIDOS.

           MOVE "PEDIDO" TO WDET-SECAO

           OPEN INPUT ARQ-PEDIDO

           IF FS-PEDIDO EQUAL "00"
              MOVE W-COD-TITULAR TO P-COD-CLIENTE
              MOVE ZEROS         TO P-DATA-PEDIDO
              MOVE ZEROS         TO P-SEQ-PEDIDO
              START ARQ-PEDIDO KEY IS NOT LESS P-CHAVE-PEDIDO
                INVALID KEY MOVE "23" TO FS-PEDIDO
              END-START

              IF FS-PEDIDO EQUAL "00"
                 READ ARQ-PEDIDO NEXT
                 PERFORM 410-GRAVAR-PEDIDO
                    UNTIL FS-PEDIDO NOT EQUAL "00"
                       OR P-COD-CLIENTE NOT EQUAL W-COD-TITULAR
              END-IF

              CLOSE ARQ-PEDIDO
           ELSE
              IF FS-PEDIDO EQUAL "05"
                 CLOSE ARQ-PEDIDO
              END-IF
           END-IF

           MOVE "00" TO FS-PEDIDO.

       410-GRAVAR-PEDIDO.

           MOVE P-SEQ-PEDIDO   TO WDET-CHAVE
           MOVE P-DATA-PEDIDO  TO WDET-DATA
           MOVE P-VALOR-PEDIDO TO W-VALOR-ED
           MOVE SPACES         TO WDET-DETALHE
           STRING "VALOR "         DELIMITED BY SIZE
                  W-VALOR-ED       DELIMITED BY SIZE
                  " ITENS "        DELIMITED BY SIZE
                  P-QTD-ITENS      DELIMITED BY SIZE
                  " VENDEDOR "     DELIMITED BY SIZE
                  P-COD-VENDEDOR   DELIMITED BY SIZE
                  " SITUACAO ERP " DELIMITED BY SIZE
                  P-STATUS-ERP     DELIMITED BY SIZE
                  " DOCUMENTO "    DELIMITED BY SIZE
                  P-DOC-ERP        DELIMITED BY SIZE
                  INTO WDET-DETALHE
           END-STRING
           PERFORM 900-GRAVAR-LINHA

           READ ARQ-PEDIDO NEXT.

      *-----------------------------------------------------------
      * TITULOS A RECEBER DO CLIENTE (CADTITULO).
      *-----------------------------------------------------------
       500-LISTAR-TITULOS.

           MOVE "TITULO" TO WDET-SECAO

           OPEN INPUT ARQ-TITULO

           IF FS-TITULO EQUAL "00"
              MOVE W-COD-TITULAR TO TIT-COD-CLIENTE
              MOVE ZEROS         TO TIT-NUM-TITULO
              START ARQ-TITULO KEY IS NOT LESS TIT-CHAVE-TITULO
                INVALID KEY MOVE "23" TO FS-TITULO
              END-START

              IF FS-TITULO EQUAL "00"
                 READ ARQ-TITULO NEXT
                 PERFORM 510-GRAVAR-TITULO
                    UNTIL FS-TITULO NOT EQUAL "00"
                       OR TIT-COD-CLIENTE NOT EQUAL W-COD-TITULAR
              END-IF

              CLOSE ARQ-TITULO
           ELSE
              IF FS-TITULO EQUAL "05"
                 CLOSE ARQ-TITULO
              END-IF
           END-IF

           MOVE "00" TO FS-TITULO.

       510-GRAVAR-TITULO.

           MOVE TIT-NUM-TITULO      TO WDET-CHAVE
           MOVE TIT-DATA-VENCIMENTO TO WDET-DATA
           MOVE TIT-VALOR           TO W-VALOR-ED
           MOVE TIT-VALOR-PAGO      TO W-VALOR-PAGO-ED
           MOVE SPACES              TO WDET-DETALHE
           STRING "VALOR "           DELIMITED BY SIZE
                  W-VALOR-ED         DELIMITED BY SIZE
                  " PAGO "           DELIMITED BY SIZE
                  W-VALOR-PAGO-ED    DELIMITED BY SIZE
                  " EM "             DELIMITED BY SIZE
                  TIT-DATA-PAGAMENTO DELIMITED BY SIZE
                  " SITUACAO "       DELIMITED BY SIZE
                  TIT-SITUACAO       DELIMITED BY SIZE
                  INTO WDET-DETALHE
           END-STRING
           PERFORM 900-GRAVAR-LINHA

           READ ARQ-TITULO NEXT.

      *-----------------------------------------------------------
      * VISITAS AO CLIENTE (CADVISITA).
      *-----------------------------------------------------------
       600-LISTAR-VISITAS.

           MOVE "VISITA" TO WDET-SECAO

           OPEN INPUT ARQ-VISITA

           IF FS-VISITA EQUAL "00"
              MOVE W-COD-TITULAR TO V-COD-CLIENTE
              MOVE ZEROS         TO V-DATA-VISITA
              START ARQ-VISITA KEY IS NOT LESS V-CHAVE-VISITA
                INVALID KEY MOVE "23" TO FS-VISITA
              END-START

              IF FS-VISITA EQUAL "00"
                 READ ARQ-VISITA NEXT
                 PERFORM 610-GRAVAR-VISITA
                    UNTIL FS-VISITA NOT EQUAL "00"
                       OR V-COD-CLIENTE NOT EQUAL W-COD-TITULAR
              END-IF

              CLOSE ARQ-VISITA
           ELSE
              IF FS-VISITA EQUAL "05"
                 CLOSE ARQ-VISITA
              END-IF
           END-IF

           MOVE "00" TO FS-VISITA.

       610-GRAVAR-VISITA.

           MOVE V-DIA-PLANEJADO TO WDET-CHAVE
           MOVE V-DATA-VISITA   TO WDET-DATA
           MOVE V-LATITUDE      TO W-COORD-ED
           MOVE V-LONGITUDE     TO W-COORD2-ED
           MOVE SPACES          TO WDET-DETALHE
           STRING "VENDEDOR "    DELIMITED BY SIZE
                  V-COD-VENDEDOR DELIMITED BY SIZE
                  " SITUACAO "   DELIMITED BY SIZE
                  V-SITUACAO     DELIMITED BY SIZE
                  " MOTIVO "     DELIMITED BY SIZE
                  V-MOTIVO       DELIMITED BY SIZE
                  " LATITUDE "   DELIMITED BY SIZE
                  W-COORD-ED     DELIMITED BY SIZE
                  " LONGITUDE "  DELIMITED BY SIZE
                  W-COORD2-ED    DELIMITED BY SIZE
                  INTO WDET-DETALHE
           END-STRING
           PERFORM 900-GRAVAR-LINHA

           READ ARQ-VISITA NEXT.

      *-----------------------------------------------------------
      * OBSERVACOES DE VISITA (CADOBSERV) - UMA LINHA DO RELATORIO
      * POR LINHA DE TEXTO PREENCHIDA.
      *-----------------------------------------------------------
       700-LISTAR-OBSERVACOES.

           MOVE "OBSERVACAO" TO WDET-SECAO

           OPEN INPUT ARQ-OBSERV

           IF FS-OBSERV EQUAL "00"
              MOVE W-COD-TITULAR TO O-COD-CLIENTE
              MOVE ZEROS         TO O-DATA-VISITA
              START ARQ-OBSERV KEY IS NOT LESS O-CHAVE-OBSERV
                INVALID KEY MOVE "23" TO FS-OBSERV
              END-START

              IF FS-OBSERV EQUAL "00"
                 READ ARQ-OBSERV NEXT
                 PERFORM 710-GRAVAR-OBSERVACAO
                    UNTIL FS-OBSERV NOT EQUAL "00"
                       OR O-COD-CLIENTE NOT EQUAL W-COD-TITULAR
              END-IF

              CLOSE ARQ-OBSERV
           ELSE
              IF FS-OBSERV EQUAL "05"
                 CLOSE ARQ-OBSERV
              END-IF
           END-IF

           MOVE "00" TO FS-OBSERV.

       710-GRAVAR-OBSERVACAO.

           MOVE O-DATA-VISITA TO WDET-DATA

           PERFORM 720-GRAVAR-LINHA-OBSERV
              VARYING W-IDX-LINHA FROM 1 BY 1
              UNTIL W-IDX-LINHA GREATER 3

           READ ARQ-OBSERV NEXT.

       720-GRAVAR-LINHA-OBSERV.

           IF O-LINHA-OBSERV (W-IDX-LINHA) NOT EQUAL SPACES
              MOVE SPACES      TO WDET-CHAVE
              MOVE W-IDX-LINHA TO WDET-CHAVE (1:1)
              MOVE O-LINHA-OBSERV (W-IDX-LINHA) TO WDET-DETALHE
              PERFORM 900-GRAVAR-LINHA
           END-IF.

      *-----------------------------------------------------------
      * CHAMADOS DE VISITA DO CLIENTE (CADCHAMADO).
      *-----------------------------------------------------------
       800-LISTAR-CHAMADOS.

           MOVE "CHAMADO" TO WDET-SECAO

           OPEN INPUT ARQ-CHAMADO

           IF FS-CHAMADO EQUAL "00"
              MOVE W-COD-TITULAR TO CH-COD-CLIENTE
              MOVE ZEROS         TO CH-DATA-SOLIC
              START ARQ-CHAMADO KEY IS NOT LESS CH-CHAVE-CHAMADO
                INVALID KEY MOVE "23" TO FS-CHAMADO
              END-START

              IF FS-CHAMADO EQUAL "00"
                 READ ARQ-CHAMADO NEXT
                 PERFORM 810-GRAVAR-CHAMADO
                    UNTIL FS-CHAMADO NOT EQUAL "00"
                       OR CH-COD-CLIENTE NOT EQUAL W-COD-TITULAR
              END-IF

              CLOSE ARQ-CHAMADO
           ELSE
              IF FS-CHAMADO EQUAL "05"
                 CLOSE ARQ-CHAMADO
              END-IF
           END-IF

           MOVE "00" TO FS-CHAMADO.

       810-GRAVAR-CHAMADO.

           MOVE CH-SITUACAO   TO WDET-CHAVE
           MOVE CH-DATA-SOLIC TO WDET-DATA
           MOVE SPACES        TO WDET-DETALHE
           STRING "MOTIVO "           DELIMITED BY SIZE
                  CH-MOTIVO           DELIMITED BY SIZE
                  " URGENCIA "        DELIMITED BY SIZE
                  CH-URGENCIA         DELIMITED BY SIZE
                  " ATENDIDO EM "     DELIMITED BY SIZE
                  CH-DATA-ATENDIMENTO DELIMITED BY SIZE
                  INTO WDET-DETALHE
           END-STRING
           PERFORM 900-GRAVAR-LINHA

           READ ARQ-CHAMADO NEXT.

       900-GRAVAR-LINHA.

           WRITE REG-TITULAR-REL FROM WDET
           ADD 1 TO W-QTD-LINHAS.

       END PROGRAM RELTITULAR.
