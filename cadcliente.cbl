                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-NUMERO.

           SELECT OPTIONAL ARQ-CONSENT ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CS-CHAVE-CONSENT
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CONSENT.

       DATA DIVISION.
       FILE SECTION.

      * ACEITOS, COM O BLOCO LIDO EM BRANCO.
       01  IMP-CLIENTE-REG.
           03 IMP-COD-CLIENTE     PIC  9(007).
           03 IMP-CNPJ            PIC  X(014).
           03 IMP-RAZAO-SOCIAL    PIC  X(040).
           03 IMP-SINAL-LAT       PIC  X.
           03 IMP-LATITUDE        PIC  9(011).
              88 AUD-OP-EXCLUSAO      VALUE "EXC".
              88 AUD-OP-REATIVACAO    VALUE "REA".
           03 AUD-COD-CLIENTE      PIC 9(007).
           03 AUD-CNPJ-ANTES       PIC X(014).
           03 AUD-CNPJ-DEPOIS      PIC X(014).
           03 AUD-RAZAO-ANTES      PIC X(040).
           03 AUD-RAZAO-DEPOIS     PIC X(040).
           03 AUD-LATITUDE-ANTES   PIC S9(003)V9(008).
           03 AUD-LONGITUDE-DEPOIS PIC S9(003)V9(008).
           03 AUD-STATUS-ANTES     PIC X(001).
           03 AUD-STATUS-DEPOIS    PIC X(001).
      * SEGMENTO E FREQUENCIA DE VISITA - BRANCOS NOS REGISTROS
      * GRAVADOS ANTES DE A TRILHA PASSAR A GUARDA-LOS.
           03 AUD-SEGMENTO-ANTES   PIC X(001).
           03 AUD-SEGMENTO-DEPOIS  PIC X(001).
           03 AUD-FREQ-ANTES       PIC X(001).
           03 AUD-FREQ-DEPOIS      PIC X(001).
      * ELO DA CORRENTE DE LACRE (AUDLACRE) - BRANCOS NOS REGISTROS
      * GRAVADOS ANTES DE A TRILHA PASSAR A SER LACRADA.
           03 AUD-SEQ-LACRE        PIC 9(009).
           03 AUD-LACRE            PIC 9(010).

       FD  REJ-CLIENTE.
       01  REJ-REGISTRO PIC X(100).

       COPY "SEGJORNAL.CPY".

       FD  ARQ-CONSENT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCONSENT'.

       COPY "CADCONSENT.CPY".

       WORKING-STORAGE SECTION.

       77 FS-CLIENTE              PIC X(002) VALUE "00".
       77 FS-JORNALSEG            PIC X(002) VALUE "00".
       77 FS-APROV                PIC X(002) VALUE "00".
       77 FS-CACHE                PIC X(002) VALUE "00".
       77 FS-CONSENT              PIC X(002) VALUE "00".

      * IDENTIFICADOR DA SOLICITACAO DE APROVACAO (DATA+HORA).
       01  W-APROV-ID-GRUPO.
      * ESCOLHER O CODIGO, EM VEZ DE GERAR UM RELCLIENTE INTEIRO SO
      * PARA ACHAR UM CLIENTE.
      *-----------------------------------------------------------
       77 W-BUSCA-CNPJ            PIC X(014) VALUE SPACES.
       77 W-BUSCA-RAZAO           PIC X(020) VALUE SPACES.
       77 W-TAM-PREFIXO           PIC 9(003) COMP VALUE ZEROS.
       77 W-CONSULTA-OK-SW        PIC X(001) VALUE "N".
       01  WDET-REJ.
           03 WDET-REJ-COD-CLIENTE PIC 9(007)         VALUE ZEROS.
           03 FILLER               PIC X              VALUE ";".
           03 WDET-REJ-CNPJ        PIC X(014)         VALUE SPACES.
           03 FILLER               PIC X              VALUE ";".
           03 WDET-REJ-MOTIVO      PIC X(040)         VALUE SPACES.

       77 FS-IMP-CLIENTE          PIC X(002)          VALUE "00".
       77 FS-COR-CLIENTE          PIC X(002)          VALUE "00".
       77 W-RETORNO               PIC 9(001)          VALUE ZEROS.
       77 W-CNPJ                  PIC X(014)          VALUE SPACES.
       77 W-IE                    PIC 9(012)          VALUE ZEROS.
       77 W-LABEL-IMP             PIC X(020)          VALUE SPACES.
       77 W-LABEL-COR             PIC X(020)          VALUE SPACES.
      *-----------------------------------------------------------
       01  W-BATCH-CNPJ-TAB.
           03 W-BATCH-CNPJ-ITEM OCCURS 5000 TIMES.
              05 W-BATCH-CNPJ       PIC X(014).
              05 W-BATCH-CNPJ-LINHA PIC 9(009).

       77 W-QTD-BATCH-CNPJ        PIC 9(004) COMP     VALUE ZEROS.
      * DO REGISTRO JA CADASTRADO ENCONTRADO, ENTAO O RELATORIO DE
      * REJEITADOS PRECISA DOS VALORES ORIGINAIS SALVOS AQUI.
       77 W-IMPORT-COD-CLIENTE    PIC 9(007)          VALUE ZEROS.
       77 W-IMPORT-CNPJ           PIC X(014)          VALUE SPACES.

       01 WCONTADORES.
          03 WLIDOS               PIC 9(009)          VALUE ZEROS.

       01  W-ARQ-CLIENTE-REG.
           03 W-CODIGO-CLI        PIC  9(007)         VALUE ZEROS.
           03 W-CNPJ-CLI          PIC  X(014)         VALUE SPACES.
           03 W-RAZAO-SOCIAL      PIC  X(040)         VALUE SPACES.
           03 W-LATITUDE-CLI      PIC S9(003)V9(008)  VALUE ZEROS.
           03 W-LONGITUDE-CLI     PIC S9(003)V9(008)  VALUE ZEROS.

       01  W-CLIENTE-ANTES.
           03 W-CODIGO-CLI-ANT    PIC  9(007)         VALUE ZEROS.
           03 W-CNPJ-CLI-ANT      PIC  X(014)         VALUE SPACES.
           03 W-RAZAO-SOCIAL-ANT  PIC  X(040)         VALUE SPACES.
           03 W-LATITUDE-CLI-ANT  PIC S9(003)V9(008)  VALUE ZEROS.
           03 W-LONGITUDE-CLI-ANT PIC S9(003)V9(008)  VALUE ZEROS.
           05 LKS-ACAO                   PIC X(001).
           05 LKS-RETORNO                PIC 9(001).
           05 LKS-DIGITO-ERRO            PIC 9(001).
           05 LKS-CNPJ-ALFA-I            PIC X(014).
           05 LKS-CNPJ-ALFA-F            PIC X(014).

       01  W-PARAM-GEO.
           03 W-GEO-CIDADE               PIC X(030)  VALUE SPACES.
           03 W-GEO-LONGITUDE            PIC S9(003)V9(008) VALUE ZEROS.
           03 W-GEO-ENCONTRADO           PIC X(001)  VALUE SPACES.

      * CONSULTA DO CEP NA BASE DE CEP (VERCEP) NA INCLUSAO: CONFERE
      * O CEP CONTRA CIDADE/UF, PRE-PREENCHE O ENDERECO EM BRANCO E
      * DA AS COORDENADAS DO CEP ANTES DO CENTRO DA CIDADE.
       01  W-PARAM-CEP.
           03 W-PCE-CEP                  PIC 9(008)  VALUE ZEROS.
           03 W-PCE-LOGRADOURO           PIC X(040)  VALUE SPACES.
           03 W-PCE-BAIRRO               PIC X(030)  VALUE SPACES.
           03 W-PCE-CIDADE               PIC X(030)  VALUE SPACES.
           03 W-PCE-UF                   PIC X(002)  VALUE SPACES.
           03 W-PCE-LATITUDE             PIC S9(003)V9(008) VALUE ZEROS.
           03 W-PCE-LONGITUDE            PIC S9(003)V9(008) VALUE ZEROS.
           03 W-PCE-SITUACAO             PIC X(001)  VALUE SPACES.
              88 W-PCE-ENCONTRADO           VALUE "S".
              88 W-PCE-INEXISTENTE          VALUE "N".
              88 W-PCE-SEM-BASE             VALUE "T".

       77 W-MOTIVO-CEP            PIC X(040)          VALUE SPACES.

      * INFERENCIA DE REGIAO PELAS COORDENADAS (INFREGIAO): REGIAO
      * EM BRANCO DEIXAVA DE ATIVAR A FASE DE BUSCA POR REGIAO DO
      * FAZDISTRIB - AGORA A IMPORTACAO PREENCHE SOZINHA E AS TELAS
           03 W-INF-REGIAO               PIC X(003)  VALUE SPACES.
           03 W-INF-ACHOU                PIC X(001)  VALUE "N".

      * CONFERENCIA DA REGIAO NA TABELA DE REGIOES (VERREGIAO) - SO
      * CODIGO ATIVO DA TABELA E ACEITO NA INCLUSAO, NA TROCA DE
      * REGIAO DA ALTERACAO E NAS IMPORTACOES.
       01  W-PARAM-REGIAO.
           03 PRG-CODIGO                 PIC X(003)  VALUE SPACES.
           03 PRG-DESCRICAO              PIC X(030)  VALUE SPACES.
           03 PRG-FILIAL                 PIC X(002)  VALUE SPACES.
           03 PRG-GERENTE                PIC X(008)  VALUE SPACES.
           03 PRG-SITUACAO               PIC X(001)  VALUE SPACES.
              88 PRG-VALIDA                 VALUE "S".
              88 PRG-INATIVA                VALUE "I".
              88 PRG-INEXISTENTE            VALUE "N".
              88 PRG-SEM-TABELA             VALUE "T".

       77 W-REGIAO-VERIF          PIC X(003)          VALUE SPACES.
       77 W-MOTIVO-REGIAO         PIC X(040)          VALUE SPACES.

       77 W-CIDADE-CLI            PIC X(030)          VALUE SPACES.
       77 W-DATA-CADASTRO-ANT     PIC 9(008)          VALUE ZEROS.
       77 W-BATCH-ANT             PIC 9(016)          VALUE ZEROS.
      * SITUACAO DO CLIENTE JUNTO AO CRM (GRAVADA PELO IMPCRMRET) -
      * EXIBIDA NA TELA DE ALTERACAO E PRESERVADA NA REGRAVACAO.
       77 W-SITCRM-ANT            PIC X(001)          VALUE SPACES.
       77 W-SITERP-ANT            PIC X(001)          VALUE SPACES.
       77 W-SEQERP-ANT            PIC 9(006)          VALUE ZEROS.
       77 W-MOTERP-ANT            PIC X(003)          VALUE SPACES.

      * FILIAL DO CLIENTE, EDITADA NAS TELAS.
       77 W-FILIAL-CLI            PIC X(002)          VALUE SPACES.
           03 W-DIAS-PERMITIDOS   PIC X(005)          VALUE SPACES.
           03 W-HORA-INICIO-CLI   PIC 9(004)          VALUE ZEROS.
           03 W-HORA-FIM-CLI      PIC 9(004)          VALUE ZEROS.
      * CONSENTIMENTO LGPD DO CONTATO (S/N) E A ORIGEM DA MUDANCA -
      * TAMBEM NA SEGUNDA PAGINA. A DATA NAO E DIGITADA: E A DO DIA
      * EM QUE UMA DAS MARCAS MUDOU.
           03 W-CONSENTE-CONTATO  PIC X(001)          VALUE SPACES.
           03 W-CONSENTE-COMPART  PIC X(001)          VALUE SPACES.
           03 W-ORIGEM-CONSENT    PIC X(001)          VALUE SPACES.

      * CONSENTIMENTO GRAVADO ANTES DA EDICAO - SO HA HISTORICO
      * (CADCONSENT) QUANDO UMA DAS MARCAS MUDA.
       01  W-CONSENT-ANTES.
           03 W-CONTATO-ANT       PIC X(001)          VALUE SPACES.
           03 W-COMPART-ANT       PIC X(001)          VALUE SPACES.
           03 W-DATA-CONSENT-ANT  PIC 9(008)          VALUE ZEROS.
           03 W-ORIGEM-ANT        PIC X(001)          VALUE SPACES.
       77 W-CONSENT-MUDOU         PIC X(001)          VALUE "N".
          88 W-CONSENTIMENTO-MUDOU   VALUE "S".

      *-----------------------------------------------------------
      * CONGELAMENTO DO CADASTRO DURANTE A DISTRIBUICAO: ENQUANTO O
       77 W-BATCH-DESFAZER        PIC 9(016)          VALUE ZEROS.
       77 W-QTD-DESFEITOS         PIC 9(009)          VALUE ZEROS.

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
       01  LKS-OPERADOR-ID                PIC X(008).
       01  LKS-PERFIL-OPERADOR            PIC X(001).
          02 LINE 07 COL 10 VALUE "CODIGO CLIENTE:".
          02 LINE 07 COL 26, PIC ZZZZZZ9 USING W-CODIGO-CLI.
          02 LINE 08 COL 10 VALUE "CNPJ          :".
          02 LINE 08 COL 26, PIC X(014) TO W-CNPJ-CLI.
          02 LINE 09 COL 10 VALUE "RAZAO SOCIAL  :".
          02 LINE 09 COL 26, PIC X(040) TO W-RAZAO-SOCIAL.
          02 LINE 10 COL 10 VALUE "LATITUDE      :".
          02 LINE 16 COL 41, PIC 9999 USING W-HORA-INICIO-CLI.
          02 LINE 17 COL 10 VALUE "HORARIO PREFERIDO ATE (HHMM).:".
          02 LINE 17 COL 41, PIC 9999 USING W-HORA-FIM-CLI.
          02 LINE 18 COL 10 VALUE "LGPD - CONTATO (S/N):".
          02 LINE 18 COL 32, PIC X USING W-CONSENTE-CONTATO.
          02 LINE 18 COL 35 VALUE "CRM (S/N):".
          02 LINE 18 COL 46, PIC X USING W-CONSENTE-COMPART.
          02 LINE 18 COL 49 VALUE "ORIGEM (F/E/T/V/C):".
          02 LINE 18 COL 69, PIC X USING W-ORIGEM-CONSENT.
          02 LINE 19 COL 10 VALUE
             "(DIAS EM BRANCO = TODOS OS DIAS)".
          02 LINE 21 COL 01 VALUE "=====================================
          02 LINE 07 COL 10 VALUE "CODIGO CLIENTE:".
          02 LINE 07 COL 26, PIC ZZZZZZ9 FROM W-CODIGO-CLI.
          02 LINE 08 COL 10 VALUE "CNPJ          :".
          02 LINE 08 COL 26, PIC X(014) FROM W-CNPJ-CLI AUTO.   
          02 LINE 09 COL 10 VALUE "RAZAO SOCIAL  :".
          02 LINE 09 COL 26, PIC X(040) USING W-RAZAO-SOCIAL AUTO.
          02 LINE 10 COL 10 VALUE "LATITUDE      :".
          02 LINE 13 COL 69, PIC XX USING W-FILIAL-CLI AUTO.
          02 LINE 14 COL 10 VALUE "SITUACAO CRM  :".
          02 LINE 14 COL 26, PIC X FROM W-SITCRM-ANT.
          02 LINE 14 COL 40 VALUE "SITUACAO ERP.......:".
          02 LINE 14 COL 61, PIC X FROM W-SITERP-ANT.
          02 LINE 15 COL 10 "CONFIRMA A ALTERACAO? (S/N): (.)".
          02 LINE 15 COL 40, PIC X TO W-CONFIRMA AUTO.          
          02 LINE 21 COL 01 VALUE "=====================================
          02 LINE 07 COL 10 VALUE "CODIGO CLIENTE:".
          02 LINE 07 COL 26, PIC ZZZZZZ9 FROM W-CODIGO-CLI.
          02 LINE 08 COL 10 VALUE "CNPJ          :".
          02 LINE 08 COL 26, PIC X(014) FROM W-CNPJ-CLI.
          02 LINE 09 COL 10 VALUE "RAZAO SOCIAL  :".
          02 LINE 09 COL 26, PIC X(040) FROM W-RAZAO-SOCIAL.
          02 LINE 10 COL 10 VALUE "LATITUDE      :".
          02 LINE 07 COL 10 VALUE "CODIGO CLIENTE:".
          02 LINE 07 COL 26, PIC ZZZZZZ9 FROM W-CODIGO-CLI.
          02 LINE 08 COL 10 VALUE "CNPJ          :".
          02 LINE 08 COL 26, PIC X(014) FROM W-CNPJ-CLI.
          02 LINE 09 COL 10 VALUE "RAZAO SOCIAL  :".
          02 LINE 09 COL 26, PIC X(040) FROM W-RAZAO-SOCIAL.
          02 LINE 15 COL 10 "CONFIRMA A REATIVACAO? (S/N): (.)".
          02 LINE 07 COL 10 VALUE "CODIGO CLIENTE..........: (.......)".
          02 LINE 07 COL 37, PIC ZZZZZZ9 TO W-CODIGO-CLI.
          02 LINE 08 COL 10 VALUE "OU CNPJ.................:".
          02 LINE 08 COL 37, PIC X(014) TO W-BUSCA-CNPJ.
          02 LINE 09 COL 10 VALUE "OU RAZAO SOCIAL (INICIO):".
          02 LINE 09 COL 37, PIC X(020) TO W-BUSCA-RAZAO.
          02 LINE 11 COL 10 VALUE
           PERFORM 170-SUGERIR-PROXIMO-CODIGO

           INITIALIZE W-ENDERECO-CLI
           INITIALIZE W-CONSENT-ANTES
           MOVE SPACES TO W-PCE-SITUACAO
           MOVE SPACES TO W-MOTIVO-CEP

           DISPLAY  INCLUSAO
           ACCEPT   INCLUSAO
           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              DISPLAY TELA-ENDERECO
              ACCEPT  TELA-ENDERECO
              PERFORM 155-CONFERIR-CEP
           END-IF

           PERFORM 150-GEOCODIFICAR
              END-IF
           END-IF

           IF W-MOTIVO-CEP NOT EQUAL SPACES
              MOVE W-MOTIVO-CEP TO WMSG
           END-IF

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              AND W-MOTIVO-CEP EQUAL SPACES
              OPEN I-O ARQ-CLIENTE

      * SUGESTAO ACEITA (OU CODIGO ZERADO): O CODIGO DEFINITIVO E
                 PERFORM 176-REGISTRAR-CODIGO-MANUAL
              END-IF

              MOVE FUNCTION UPPER-CASE(W-CNPJ-CLI) TO W-CNPJ-CLI
              MOVE W-CNPJ-CLI TO W-CNPJ
              MOVE W-INSC-ESTADUAL TO W-IE
              MOVE W-ARQ-CLIENTE-REG TO ARQ-CLIENTE-REG
              SET CLIENTE-ATIVO TO TRUE
              MOVE ZEROS TO BATCH-IMPORTACAO
              MOVE SPACES TO SITUACAO-ERP
                             MOTIVO-ERP
              MOVE ZEROS TO SEQ-TRANSMISSAO-ERP

              MOVE FUNCTION UPPER-CASE(FREQ-VISITA-CLIENTE)
                TO FREQ-VISITA-CLIENTE
              MOVE W-HORA-INICIO-CLI TO HORA-INICIO-CLIENTE
              MOVE W-HORA-FIM-CLI    TO HORA-FIM-CLIENTE

              PERFORM 180-MONTAR-CONSENTIMENTO

              ACCEPT DATA-CADASTRO FROM DATE YYYYMMDD
              MOVE DATA-CADASTRO TO DATA-ULTIMA-ALTERACAO

              IF LKS-RETORNO EQUAL 0
                 WRITE ARQ-CLIENTE-REG

                 IF FS-CLIENTE EQUAL "00"
                    PERFORM 185-GRAVAR-CONSENTIMENTO
                 END-IF

                 SET AUD-OP-INCLUSAO TO TRUE
                 MOVE COD-CLIENTE       TO AUD-COD-CLIENTE
                 MOVE ZEROS             TO AUD-CNPJ-ANTES
                 MOVE LONGITUDE-CLIENTE TO AUD-LONGITUDE-DEPOIS
                 MOVE SPACES            TO AUD-STATUS-ANTES
                 MOVE STATUS-CLIENTE    TO AUD-STATUS-DEPOIS
                 MOVE SPACES            TO AUD-SEGMENTO-ANTES
                 MOVE SEGMENTO-CLIENTE  TO AUD-SEGMENTO-DEPOIS
                 MOVE SPACES            TO AUD-FREQ-ANTES
                 MOVE FREQ-VISITA-CLIENTE TO AUD-FREQ-DEPOIS
                 PERFORM 700-GRAVAR-AUDITORIA
              ELSE
                 MOVE W-MOTIVO-REJEICAO TO WMSG
              END-IF

              CLOSE ARQ-CLIENTE
      * QUANDO O OPERADOR NAO TEM A LATITUDE/LONGITUDE EXATA DO
      * CLIENTE EM MAOS, ELE PODE INFORMAR APENAS A CIDADE E O
      * PROGRAMA RESOLVE AS COORDENADAS PELA BASE DE GEOCODIFICACAO.
      * O CEP ENCONTRADO NA BASE DE CEP, COM COORDENADAS, VEM ANTES
      * DA CIDADE - O CENTRO DA CIDADE FICA SO COMO ULTIMO RECURSO.
       150-GEOCODIFICAR.

           IF W-LATITUDE-CLI  EQUAL ZEROS AND
              W-LONGITUDE-CLI EQUAL ZEROS AND
              W-PCE-ENCONTRADO
              IF W-PCE-LATITUDE  NOT EQUAL ZEROS OR
                 W-PCE-LONGITUDE NOT EQUAL ZEROS
                 MOVE W-PCE-LATITUDE  TO W-LATITUDE-CLI
                 MOVE W-PCE-LONGITUDE TO W-LONGITUDE-CLI
                 MOVE "COORDENADAS OBTIDAS PELO CEP INFORMADO"
                   TO WMSG
              END-IF
           END-IF

           IF W-LATITUDE-CLI  EQUAL ZEROS AND
              W-LONGITUDE-CLI EQUAL ZEROS AND
              W-CIDADE-CLI    NOT EQUAL SPACES
              END-IF
           END-IF.

      * CONFERE O CEP INFORMADO NA BASE DE CEP: CEP FORA DA BASE OU
      * DE OUTRA CIDADE/UF RECUSA A INCLUSAO; LOGRADOURO, CIDADE E UF
      * EM BRANCO SAO PRE-PREENCHIDOS COM OS DO CEP, E A CIDADE DO CEP
      * VALE PARA A GEOCODIFICACAO QUANDO NENHUMA FOI INFORMADA. CEP
      * ZERADO OU INSTALACAO SEM A BASE SEGUEM SEM CONFERENCIA.
       155-CONFERIR-CEP.

           IF W-CEP-CLI NOT EQUAL ZEROS
              MOVE W-CEP-CLI TO W-PCE-CEP
              CALL "VERCEP" USING W-PARAM-CEP

              EVALUATE TRUE
                 WHEN W-PCE-INEXISTENTE
                    MOVE "CEP NAO CADASTRADO NA BASE DE CEP"
                      TO W-MOTIVO-CEP
                 WHEN W-PCE-ENCONTRADO
                    IF W-LOGRADOURO-CLI EQUAL SPACES
                       MOVE W-PCE-LOGRADOURO TO W-LOGRADOURO-CLI
                    END-IF
                    IF W-CIDADE-END-CLI EQUAL SPACES
                       MOVE W-PCE-CIDADE TO W-CIDADE-END-CLI
                    END-IF
                    IF W-UF-CLI EQUAL SPACES
                       MOVE W-PCE-UF TO W-UF-CLI
                    END-IF
                    IF W-CIDADE-CLI EQUAL SPACES
                       MOVE W-PCE-CIDADE TO W-CIDADE-CLI
                    END-IF

                    IF FUNCTION UPPER-CASE(W-CIDADE-END-CLI)
                          NOT EQUAL W-PCE-CIDADE
                       OR FUNCTION UPPER-CASE(W-UF-CLI)
                          NOT EQUAL W-PCE-UF
                       MOVE "CEP NAO PERTENCE A CIDADE/UF INFORMADA"
                         TO W-MOTIVO-CEP
                    END-IF
              END-EVALUATE
           END-IF.

      * BUSCA A SUGESTAO DE PROXIMO CODIGO NO CONTROLE, SEM LOCK -
      * E SO UM PRE-PREENCHIMENTO DA TELA; A RESERVA DE VERDADE
      * ACONTECE NA CONFIRMACAO.

      * PEDE AO INFREGIAO A REGIAO DA CIDADE ATIVA MAIS PROXIMA DAS
      * COORDENADAS EM W-LATITUDE-CLI/W-LONGITUDE-CLI.
      *-----------------------------------------------------------
      * CONSENTIMENTO LGPD: MARCA FORA DE S/N/BRANCO E IGNORADA (FICA
      * A ANTERIOR). MUDANCA DE QUALQUER DAS DUAS MARCAS EXIGE A
      * ORIGEM - SEM ORIGEM VALIDA O CONSENTIMENTO ANTERIOR E MANTIDO
      * INTEIRO E O OPERADOR E AVISADO. MUDANCA ACEITA LEVA A DATA DO
      * DIA E VAI PARA O HISTORICO (185) DEPOIS DA GRAVACAO.
      *-----------------------------------------------------------
       180-MONTAR-CONSENTIMENTO.

           MOVE "N" TO W-CONSENT-MUDOU

           MOVE FUNCTION UPPER-CASE(W-CONSENTE-CONTATO)
             TO W-CONSENTE-CONTATO
           MOVE FUNCTION UPPER-CASE(W-CONSENTE-COMPART)
             TO W-CONSENTE-COMPART
           MOVE FUNCTION UPPER-CASE(W-ORIGEM-CONSENT)
             TO W-ORIGEM-CONSENT

           IF W-CONSENTE-CONTATO NOT EQUAL "S"
              AND W-CONSENTE-CONTATO NOT EQUAL "N"
              AND W-CONSENTE-CONTATO NOT EQUAL SPACE
              MOVE W-CONTATO-ANT TO W-CONSENTE-CONTATO
           END-IF

           IF W-CONSENTE-COMPART NOT EQUAL "S"
              AND W-CONSENTE-COMPART NOT EQUAL "N"
              AND W-CONSENTE-COMPART NOT EQUAL SPACE
              MOVE W-COMPART-ANT TO W-CONSENTE-COMPART
           END-IF

           MOVE W-CONTATO-ANT      TO CONSENTE-CONTATO
           MOVE W-COMPART-ANT      TO CONSENTE-COMPARTILHA
           MOVE W-DATA-CONSENT-ANT TO DATA-CONSENTIMENTO
           MOVE W-ORIGEM-ANT       TO ORIGEM-CONSENTIMENTO

           IF W-CONSENTE-CONTATO NOT EQUAL W-CONTATO-ANT
              OR W-CONSENTE-COMPART NOT EQUAL W-COMPART-ANT
              MOVE W-ORIGEM-CONSENT TO ORIGEM-CONSENTIMENTO
              IF ORIGEM-CONSENT-VALIDA
                 MOVE W-CONSENTE-CONTATO TO CONSENTE-CONTATO
                 MOVE W-CONSENTE-COMPART TO CONSENTE-COMPARTILHA
                 ACCEPT DATA-CONSENTIMENTO FROM DATE YYYYMMDD
                 MOVE "S" TO W-CONSENT-MUDOU
              ELSE
                 MOVE W-ORIGEM-ANT TO ORIGEM-CONSENTIMENTO
                 MOVE "CONSENTIMENTO SEM ORIGEM - NAO ALTERADO"
                   TO WMSG
              END-IF
           END-IF.

      * HISTORICO DA MUDANCA DE CONSENTIMENTO (CADCONSENT). DUAS
      * MUDANCAS DO MESMO CLIENTE NO MESMO CENTESIMO DE SEGUNDO
      * FICAM SO COM A PRIMEIRA.
       185-GRAVAR-CONSENTIMENTO.

           IF W-CONSENTIMENTO-MUDOU
              OPEN I-O ARQ-CONSENT

              IF FS-CONSENT EQUAL "00" OR FS-CONSENT EQUAL "05"
                 MOVE COD-CLIENTE          TO CS-COD-CLIENTE
                 MOVE DATA-CONSENTIMENTO   TO CS-DATA
                 ACCEPT CS-HORA FROM TIME
                 MOVE CONSENTE-CONTATO     TO CS-CONSENTE-CONTATO
                 MOVE CONSENTE-COMPARTILHA TO CS-CONSENTE-COMPARTILHA
                 MOVE ORIGEM-CONSENTIMENTO TO CS-ORIGEM
                 MOVE W-OPERADOR-ID        TO CS-OPERADOR
                 MOVE CONTATO-CLIENTE      TO CS-CONTATO
                 MOVE TELEFONE-CLIENTE     TO CS-TELEFONE
                 WRITE ARQ-CONSENT-REG
                 CLOSE ARQ-CONSENT
              END-IF

              MOVE "00" TO FS-CONSENT
              MOVE "N"  TO W-CONSENT-MUDOU
           END-IF.

       160-INFERIR-REGIAO.

           MOVE "N"             TO W-INF-ACHOU
           ELSE
              MOVE W-ARQ-CLIENTE-REG TO W-CLIENTE-ANTES
              MOVE SITUACAO-CRM      TO W-SITCRM-ANT
              MOVE SITUACAO-ERP      TO W-SITERP-ANT
              MOVE SEQ-TRANSMISSAO-ERP TO W-SEQERP-ANT
              MOVE MOTIVO-ERP        TO W-MOTERP-ANT
              MOVE FILIAL-CLIENTE    TO W-FILIAL-CLI

              MOVE LOGRADOURO-CLIENTE TO W-LOGRADOURO-CLI
              MOVE HORA-INICIO-CLIENTE TO W-HORA-INICIO-CLI
              MOVE HORA-FIM-CLIENTE    TO W-HORA-FIM-CLI

              MOVE CONSENTE-CONTATO     TO W-CONTATO-ANT
                                           W-CONSENTE-CONTATO
              MOVE CONSENTE-COMPARTILHA TO W-COMPART-ANT
                                           W-CONSENTE-COMPART
              MOVE DATA-CONSENTIMENTO   TO W-DATA-CONSENT-ANT
              MOVE ORIGEM-CONSENTIMENTO TO W-ORIGEM-ANT
                                           W-ORIGEM-CONSENT

              DISPLAY ALTERACAO
              ACCEPT  ALTERACAO

                 END-IF
              END-IF

      * A REGIAO SO E CONFERIDA QUANDO TROCA - CLIENTE ANTIGO NUMA
      * REGIAO DESATIVADA CONTINUA SENDO ALTERAVEL NO RESTO.
              MOVE SPACES TO W-MOTIVO-REGIAO
              MOVE FUNCTION UPPER-CASE(W-REGIAO-CLI) TO W-REGIAO-CLI
              IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
                 AND W-REGIAO-CLI NOT EQUAL W-REGIAO-CLI-ANT
                 MOVE W-REGIAO-CLI TO W-REGIAO-VERIF
                 PERFORM 510-CONFERIR-REGIAO
                 MOVE W-REGIAO-VERIF TO W-REGIAO-CLI
              END-IF

              IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
                 AND W-MOTIVO-REGIAO EQUAL SPACES
                 MOVE DATA-CADASTRO     TO W-DATA-CADASTRO-ANT
                 MOVE BATCH-IMPORTACAO  TO W-BATCH-ANT
                 INITIALIZE ARQ-CLIENTE-REG
                    TO BATCH-IMPORTACAO
                  MOVE W-SITCRM-ANT
                    TO SITUACAO-CRM
                  MOVE W-SITERP-ANT
                    TO SITUACAO-ERP
                  MOVE W-SEQERP-ANT
                    TO SEQ-TRANSMISSAO-ERP
                  MOVE W-MOTERP-ANT
                    TO MOTIVO-ERP
                  MOVE FUNCTION UPPER-CASE(W-FILIAL-CLI)
                    TO FILIAL-CLIENTE

                  MOVE W-HORA-INICIO-CLI TO HORA-INICIO-CLIENTE
                  MOVE W-HORA-FIM-CLI    TO HORA-FIM-CLIENTE

                  PERFORM 180-MONTAR-CONSENTIMENTO

                  ACCEPT DATA-ULTIMA-ALTERACAO FROM DATE YYYYMMDD

                  REWRITE ARQ-CLIENTE-REG

                  UNLOCK ARQ-CLIENTE

                  IF FS-CLIENTE EQUAL "00"
                     PERFORM 185-GRAVAR-CONSENTIMENTO
                  END-IF

                  SET AUD-OP-ALTERACAO   TO TRUE
                  MOVE COD-CLIENTE       TO AUD-COD-CLIENTE
                  MOVE W-CNPJ-CLI-ANT    TO AUD-CNPJ-ANTES
                  MOVE LONGITUDE-CLIENTE TO AUD-LONGITUDE-DEPOIS
                  MOVE W-STATUS-CLI-ANT  TO AUD-STATUS-ANTES
                  MOVE STATUS-CLIENTE    TO AUD-STATUS-DEPOIS
                  MOVE W-SEGMENTO-CLI-ANT
                    TO AUD-SEGMENTO-ANTES
                  MOVE SEGMENTO-CLIENTE  TO AUD-SEGMENTO-DEPOIS
                  MOVE W-FREQ-VISITA-ANT TO AUD-FREQ-ANTES
                  MOVE FREQ-VISITA-CLIENTE TO AUD-FREQ-DEPOIS
                  PERFORM 700-GRAVAR-AUDITORIA

      * COORDENADA ALTERADA INVALIDA AS DISTANCIAS DO CLIENTE NO
                  END-IF
              ELSE
                 UNLOCK ARQ-CLIENTE
                 IF W-MOTIVO-REGIAO EQUAL SPACES
                    MOVE 9 TO WSAIR
                 ELSE
                    MOVE W-MOTIVO-REGIAO TO WMSG
                 END-IF
              END-IF
           END-IF

                    MOVE LONGITUDE-CLIENTE TO AUD-LONGITUDE-DEPOIS
                    MOVE "A"               TO AUD-STATUS-ANTES
                    MOVE STATUS-CLIENTE    TO AUD-STATUS-DEPOIS
                    MOVE SEGMENTO-CLIENTE  TO AUD-SEGMENTO-ANTES
                    MOVE SEGMENTO-CLIENTE  TO AUD-SEGMENTO-DEPOIS
                    MOVE FREQ-VISITA-CLIENTE TO AUD-FREQ-ANTES
                    MOVE FREQ-VISITA-CLIENTE TO AUD-FREQ-DEPOIS
                    PERFORM 700-GRAVAR-AUDITORIA
                 ELSE
                    UNLOCK ARQ-CLIENTE
                    MOVE LONGITUDE-CLIENTE TO AUD-LONGITUDE-DEPOIS
                    MOVE "I"               TO AUD-STATUS-ANTES
                    MOVE STATUS-CLIENTE    TO AUD-STATUS-DEPOIS
                    MOVE SEGMENTO-CLIENTE  TO AUD-SEGMENTO-ANTES
                    MOVE SEGMENTO-CLIENTE  TO AUD-SEGMENTO-DEPOIS
                    MOVE FREQ-VISITA-CLIENTE TO AUD-FREQ-ANTES
                    MOVE FREQ-VISITA-CLIENTE TO AUD-FREQ-DEPOIS
                    PERFORM 700-GRAVAR-AUDITORIA
                 ELSE
                    UNLOCK ARQ-CLIENTE
       250-CONSULTAR-CLIENTE.

           MOVE ZEROS  TO W-CODIGO-CLI
           MOVE SPACES TO W-BUSCA-CNPJ
           MOVE SPACES TO W-BUSCA-RAZAO

           DISPLAY BUSCAR
           MOVE SPACES TO WMSG

           IF W-CODIGO-CLI EQUAL ZEROS
              IF W-BUSCA-CNPJ NOT EQUAL SPACES
                 PERFORM 255-LOCALIZAR-POR-CNPJ
              ELSE
                 IF W-BUSCA-RAZAO NOT EQUAL SPACES

       255-LOCALIZAR-POR-CNPJ.

           MOVE FUNCTION UPPER-CASE(W-BUSCA-CNPJ) TO CNPJ

           READ ARQ-CLIENTE RECORD KEY IS CNPJ
             INVALID KEY MOVE "23" TO FS-CLIENTE
                                END-IF
                             END-IF

                             MOVE FUNCTION UPPER-CASE(IMP-CNPJ)
                               TO W-CNPJ
                             MOVE IMP-INSC-ESTADUAL TO W-IE
                             IF IMP-COD-CLIENTE EQUAL ZEROS
                                MOVE W-CODIGO-RESERVADO
                             ELSE
                                MOVE IMP-COD-CLIENTE  TO COD-CLIENTE
                             END-IF
                             MOVE W-CNPJ           TO CNPJ
                             MOVE IMP-RAZAO-SOCIAL TO RAZAO-SOCIAL
                             MOVE IMP-INSC-ESTADUAL
                               TO INSC-ESTADUAL-CLIENTE
                             SET VISITA-SEMANAL    TO TRUE
                             SET SEGMENTO-C        TO TRUE
                             MOVE SPACES            TO SITUACAO-CRM
                             MOVE SPACES            TO SITUACAO-ERP
                                                       MOTIVO-ERP
                             MOVE ZEROS      TO SEQ-TRANSMISSAO-ERP
                             INITIALIZE CONSENTIMENTO-CLIENTE
                             MOVE SPACES            TO FILIAL-CLIENTE
                             MOVE W-BATCH-ID        TO BATCH-IMPORTACAO

           END-UNSTRING

           MOVE W-CSV-COD-TXT     TO COD-CLIENTE
           MOVE FUNCTION UPPER-CASE(W-CSV-CNPJ-TXT) TO CNPJ
           MOVE CNPJ              TO W-CNPJ
           MOVE W-CSV-RAZAO-TXT   TO RAZAO-SOCIAL
           MOVE ZEROS             TO INSC-ESTADUAL-CLIENTE
           SET VISITA-SEMANAL     TO TRUE
           SET SEGMENTO-C         TO TRUE
           MOVE SPACES            TO SITUACAO-CRM
           MOVE SPACES            TO SITUACAO-ERP
                                     MOTIVO-ERP
           MOVE ZEROS             TO SEQ-TRANSMISSAO-ERP
           INITIALIZE CONSENTIMENTO-CLIENTE
           MOVE SPACES            TO FILIAL-CLIENTE
           MOVE W-BATCH-ID        TO BATCH-IMPORTACAO


           MOVE 0 TO LKS-RETORNO
           MOVE SPACES TO W-MOTIVO-REJEICAO
           MOVE W-CNPJ TO LKS-CNPJ-ALFA-I
           MOVE "CNA" TO LKS-TIPO-CALCULO
           MOVE "V" TO LKS-ACAO

           CALL 'CALCDIGITO' USING LKS-PARAMETRO

           IF LKS-RETORNO NOT EQUAL 0
              EVALUATE TRUE
                 WHEN LKS-RETORNO EQUAL 4
                    MOVE "CNPJ COM CARACTER INVALIDO"
                      TO W-MOTIVO-REJEICAO
                 WHEN LKS-DIGITO-ERRO EQUAL 1
                    MOVE "1O DIGITO VERIFICADOR DO CNPJ INVALIDO"
                      TO W-MOTIVO-REJEICAO
                 WHEN LKS-DIGITO-ERRO EQUAL 2
                    MOVE "2O DIGITO VERIFICADOR DO CNPJ INVALIDO"
                      TO W-MOTIVO-REJEICAO
                 WHEN OTHER
              END-IF
           END-IF

           IF LKS-RETORNO EQUAL 0
              AND REGIAO-CLIENTE NOT EQUAL SPACES
              MOVE REGIAO-CLIENTE TO W-REGIAO-VERIF
              PERFORM 510-CONFERIR-REGIAO
              MOVE W-REGIAO-VERIF TO REGIAO-CLIENTE
              IF W-MOTIVO-REGIAO NOT EQUAL SPACES
                 MOVE 1 TO LKS-RETORNO
                 MOVE W-MOTIVO-REGIAO TO W-MOTIVO-REJEICAO
              END-IF
           END-IF

           IF LKS-RETORNO EQUAL 0
              READ ARQ-CLIENTE RECORD INTO W-ARQ-CLIENTE-REG
                   KEY IS COD-CLIENTE
              END-IF
           END-IF.

      * CONFERE W-REGIAO-VERIF NA TABELA DE REGIOES: VOLTA EM
      * MAIUSCULAS E, QUANDO NAO ACEITA, COM O MOTIVO EM
      * W-MOTIVO-REGIAO. SEM A TABELA A REGIAO SEGUE LIVRE.
       510-CONFERIR-REGIAO.

           MOVE SPACES TO W-MOTIVO-REGIAO

           IF W-REGIAO-VERIF NOT EQUAL SPACES
              MOVE W-REGIAO-VERIF TO PRG-CODIGO
              CALL "VERREGIAO" USING W-PARAM-REGIAO
              MOVE PRG-CODIGO TO W-REGIAO-VERIF

              EVALUATE TRUE
                 WHEN PRG-INEXISTENTE
                    STRING "REGIAO " W-REGIAO-VERIF " NAO CADASTRADA"
                      DELIMITED BY SIZE
                      INTO W-MOTIVO-REGIAO
                 WHEN PRG-INATIVA
                    STRING "REGIAO " W-REGIAO-VERIF " DESATIVADA"
                      DELIMITED BY SIZE
                      INTO W-MOTIVO-REGIAO
              END-EVALUATE
           END-IF.

       700-GRAVAR-AUDITORIA.

           ACCEPT AUD-DATA     FROM DATE YYYYMMDD
           MOVE W-OPERADOR-ID  TO AUD-OPERADOR

           OPEN EXTEND ARQ-AUDCLIENTE

           MOVE "CADCLIENTE.AUD" TO PLA-TRILHA
           SET PLA-LACRAR TO TRUE
           MOVE ZEROS TO AUD-SEQ-LACRE
           MOVE ZEROS TO AUD-LACRE
           MOVE REG-AUDCLIENTE TO PLA-CONTEUDO
           CALL "AUDLACRE" USING W-PARAM-LACRE
           MOVE PLA-SEQ   TO AUD-SEQ-LACRE
           MOVE PLA-LACRE TO AUD-LACRE

           WRITE REG-AUDCLIENTE
           CLOSE ARQ-AUDCLIENTE.

              MOVE W-JRN-RESULTADO TO JRN-RESULTADO
              MOVE W-JRN-DETALHE   TO JRN-DETALHE

              MOVE "SEGURANCA.JRN" TO PLA-TRILHA
              SET PLA-LACRAR TO TRUE
              MOVE ZEROS TO JRN-SEQ-LACRE
              MOVE ZEROS TO JRN-LACRE
              MOVE REG-JORNALSEG TO PLA-CONTEUDO
              CALL "AUDLACRE" USING W-PARAM-LACRE
              MOVE PLA-SEQ   TO JRN-SEQ-LACRE
              MOVE PLA-LACRE TO JRN-LACRE

              WRITE REG-JORNALSEG

              CLOSE ARQ-JORNALSEG
