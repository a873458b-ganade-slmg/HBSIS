       IDENTIFICATION DIVISION.
       PROGRAM-ID.   VERDEFASA.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ARQ-CARGA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CG-ALIMENTACAO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CARGA.

           SELECT OPTIONAL ARQ-RUNCTL ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RC-RUN-ID
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-RUNCTL.

           SELECT OPTIONAL ARQ-LACRE ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS LAC-TRILHA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-LACRE.

           SELECT OPTIONAL ARQ-LOGEXP ASSIGN TO "EXPCRM.LOG"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-LOGEXP.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CARGA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCARGA'.

       COPY "CADCARGA.CPY".

       FD  ARQ-RUNCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADRUNCTL'.

       COPY "CADRUNCTL.CPY".

       FD  ARQ-LACRE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADLACRE'.

       COPY "CADLACRE.CPY".

       FD  ARQ-LOGEXP
           LABEL RECORD IS STANDARD.

       01  REG-LOGEXP.
           03 LOG-DATA-GERACAO     PIC 9(008).
           03 LOG-HORA-GERACAO     PIC 9(008).
           03 LOG-RUN-ID           PIC 9(016).
           03 LOG-MODO             PIC X(001).
           03 LOG-QTD-REGISTROS    PIC 9(009).
           03 LOG-QTD-INCLUIDOS    PIC 9(009).
           03 LOG-QTD-ALTERADOS    PIC 9(009).
           03 LOG-QTD-REMOVIDOS    PIC 9(009).

       WORKING-STORAGE SECTION.

       77 FS-CARGA                PIC X(002)          VALUE "00".
       77 FS-RUNCTL               PIC X(002)          VALUE "00".
       77 FS-LACRE                PIC X(002)          VALUE "00".
       77 FS-LOGEXP               PIC X(002)          VALUE "00".

       77 W-DATA-HOJE             PIC 9(008)          VALUE ZEROS.
       77 W-IDADE-PADRAO          PIC 9(003)          VALUE 3.

      * ULTIMA ALTERACAO DE CLIENTE: FIM DA TRILHA DO CADCLIENTE.AUD
      * NA ANCORA DE LACRES (TODOS OS GRAVADORES DO CADASTRO PASSAM
      * POR ELA).
       77 W-DATA-ALT-CLIENTE      PIC 9(008)          VALUE ZEROS.
       77 W-HORA-ALT-CLIENTE      PIC 9(008)          VALUE ZEROS.

       01  W-PARAM-SIS.
           03 SIS-NOME            PIC X(020)          VALUE SPACES.
           03 SIS-DATA-REF        PIC 9(008)          VALUE ZEROS.
           03 SIS-VALOR           PIC 9(011)V9(002)   VALUE ZEROS.
           03 SIS-ACHOU           PIC X(001)          VALUE "N".

       01  W-DATA-ENTRADA         PIC 9(008)          VALUE ZEROS.
       01  W-DATA-ENTRADA-R REDEFINES W-DATA-ENTRADA.
           03 W-DEN-ANO           PIC 9(004).
           03 W-DEN-MES           PIC 9(002).
           03 W-DEN-DIA           PIC 9(002).

       01  W-DATA-EDITADA.
           03 W-DED-DIA           PIC 9(002)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE "/".
           03 W-DED-MES           PIC 9(002)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE "/".
           03 W-DED-ANO           PIC 9(004)          VALUE ZEROS.

       01  W-DATA-RODADA-ED       PIC X(010)          VALUE SPACES.

       77 W-IDADE-ED              PIC ZZZZ9           VALUE ZEROS.
       77 W-MAXIMO-ED             PIC ZZ9             VALUE ZEROS.

       LINKAGE SECTION.
       01  PARAM-DEFASAGEM.
           03 PDF-ALIMENTACAO      PIC X(012).
           03 PDF-SITUACAO         PIC X(001).
              88 PDF-EM-DIA           VALUE "A".
              88 PDF-DEFASADA         VALUE "D".
              88 PDF-SEM-REGISTRO     VALUE "S".
           03 PDF-BLOQUEIO         PIC X(001).
              88 PDF-BLOQUEAR         VALUE "S".
           03 PDF-DATA-CARGA       PIC 9(008).
           03 PDF-HORA-CARGA       PIC 9(008).
           03 PDF-IDADE-DIAS       PIC 9(005).
           03 PDF-IDADE-MAXIMA     PIC 9(003).
           03 PDF-MENSAGEM         PIC X(100).

       PROCEDURE DIVISION USING PARAM-DEFASAGEM.

      *-----------------------------------------------------------
      * CONFERE SE UMA ALIMENTACAO DE ENTRADA ESTA EM DIA ANTES DE
      * UM RELATORIO OU BATCH USA-LA:
      * - IMPPEDIDO, IMPTITULO, IMPVISITA: ULTIMA CARGA CONCLUIDA
      *   NO CONTROLE DE CARGAS (CADCARGA);
      * - RODADA: FIM DA ULTIMA RODADA COMPLETA NO CADRUNCTL - E
      *   DEFASADA TAMBEM QUANDO HA ALTERACAO DE CLIENTE DEPOIS DELA;
      * - EXPCRM: ULTIMA GERACAO NO EXPCRM.LOG.
      * A IDADE MAXIMA EM DIAS VEM DO SISPARAM (IDADE-MAX-<NOME DA
      * ALIMENTACAO>, PADRAO 3 - COBRE O FIM DE SEMANA); ZERO
      * DESLIGA A CONFERENCIA. BLOQUEIO-DEFASAGEM = 1 PEDE QUE O
      * CHAMADOR PARE (RETORNO 8 PARA O FAZCADEIA) EM VEZ DE SO
      * AVISAR NA SAIDA. SEM REGISTRO DE CARGA (ALIMENTACAO NUNCA
      * CARREGADA POR IMPORTADOR, ARQUIVO AINDA INEXISTENTE) NAO HA
      * O QUE JULGAR - SITUACAO "S" E O CHAMADOR SEGUE COMO SEMPRE.
      *-----------------------------------------------------------
       000-INICIO.

           SET PDF-SEM-REGISTRO TO TRUE
           MOVE "N"    TO PDF-BLOQUEIO
           MOVE ZEROS  TO PDF-DATA-CARGA
           MOVE ZEROS  TO PDF-HORA-CARGA
           MOVE ZEROS  TO PDF-IDADE-DIAS
           MOVE SPACES TO PDF-MENSAGEM

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM 010-LER-PARAMETROS

           IF PDF-IDADE-MAXIMA GREATER ZEROS
              EVALUATE PDF-ALIMENTACAO
                 WHEN "RODADA"
                    PERFORM 200-LER-RODADA
                 WHEN "EXPCRM"
                    PERFORM 300-LER-LOG-CRM
                 WHEN OTHER
                    PERFORM 100-LER-CARGA
              END-EVALUATE

              IF PDF-DATA-CARGA GREATER ZEROS
                 PERFORM 500-AVALIAR-IDADE
              END-IF
           END-IF

           GOBACK.

       010-LER-PARAMETROS.
           MOVE W-IDADE-PADRAO TO PDF-IDADE-MAXIMA

           MOVE W-DATA-HOJE TO SIS-DATA-REF
           MOVE SPACES      TO SIS-NOME
           STRING "IDADE-MAX-"    DELIMITED BY SIZE
                  PDF-ALIMENTACAO DELIMITED BY SPACE
             INTO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR NOT GREATER 365
              MOVE SIS-VALOR TO PDF-IDADE-MAXIMA
           END-IF

           MOVE "BLOQUEIO-DEFASAGEM" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR EQUAL 1
              MOVE "S" TO PDF-BLOQUEIO
           END-IF.

       100-LER-CARGA.
           OPEN INPUT ARQ-CARGA

           IF FS-CARGA EQUAL "00"
              MOVE PDF-ALIMENTACAO TO CG-ALIMENTACAO

              READ ARQ-CARGA RECORD KEY IS CG-ALIMENTACAO
                INVALID KEY MOVE "23" TO FS-CARGA
              END-READ

              IF FS-CARGA EQUAL "00"
                 MOVE CG-DATA-CARGA TO PDF-DATA-CARGA
                 MOVE CG-HORA-CARGA TO PDF-HORA-CARGA
              END-IF

              CLOSE ARQ-CARGA
           ELSE
              IF FS-CARGA EQUAL "05"
                 CLOSE ARQ-CARGA
              END-IF
           END-IF

           MOVE "00" TO FS-CARGA.

      * A RODADA COMPLETA MAIS RECENTE E A ULTIMA COMPLETA NA ORDEM
      * DA CHAVE (RUN-ID = DATA + HORA DO INICIO).
       200-LER-RODADA.
           OPEN INPUT ARQ-RUNCTL

           IF FS-RUNCTL EQUAL "00"
              READ ARQ-RUNCTL NEXT
              PERFORM 210-GUARDAR-RODADA
                 UNTIL FS-RUNCTL NOT EQUAL "00"

              CLOSE ARQ-RUNCTL
           ELSE
              IF FS-RUNCTL EQUAL "05"
                 CLOSE ARQ-RUNCTL
              END-IF
           END-IF

           MOVE "00" TO FS-RUNCTL

           IF PDF-DATA-CARGA GREATER ZEROS
              PERFORM 220-LER-ALTERACAO-CLIENTE
           END-IF.

       210-GUARDAR-RODADA.
           IF RC-RUN-COMPLETO
              MOVE RC-DATA-FIM TO PDF-DATA-CARGA
              MOVE RC-HORA-FIM TO PDF-HORA-CARGA
           END-IF

           READ ARQ-RUNCTL NEXT.

       220-LER-ALTERACAO-CLIENTE.
           MOVE ZEROS TO W-DATA-ALT-CLIENTE
           MOVE ZEROS TO W-HORA-ALT-CLIENTE

           OPEN INPUT ARQ-LACRE

           IF FS-LACRE EQUAL "00"
              MOVE "CADCLIENTE.AUD" TO LAC-TRILHA

              READ ARQ-LACRE RECORD KEY IS LAC-TRILHA
                INVALID KEY MOVE "23" TO FS-LACRE
              END-READ

              IF FS-LACRE EQUAL "00"
                 MOVE LAC-DATA TO W-DATA-ALT-CLIENTE
                 MOVE LAC-HORA TO W-HORA-ALT-CLIENTE
              END-IF

              CLOSE ARQ-LACRE
           ELSE
              IF FS-LACRE EQUAL "05"
                 CLOSE ARQ-LACRE
              END-IF
           END-IF

           MOVE "00" TO FS-LACRE.

      * O LOG DO EXPCRM SO RECEBE A GERACAO CONCLUIDA; VALE A ULTIMA
      * LINHA.
       300-LER-LOG-CRM.
           OPEN INPUT ARQ-LOGEXP

           IF FS-LOGEXP EQUAL "00"
              READ ARQ-LOGEXP
              PERFORM 310-GUARDAR-GERACAO
                 UNTIL FS-LOGEXP NOT EQUAL "00"

              CLOSE ARQ-LOGEXP
           ELSE
              IF FS-LOGEXP EQUAL "05"
                 CLOSE ARQ-LOGEXP
              END-IF
           END-IF

           MOVE "00" TO FS-LOGEXP.

       310-GUARDAR-GERACAO.
           IF LOG-DATA-GERACAO NUMERIC
              MOVE LOG-DATA-GERACAO TO PDF-DATA-CARGA
              MOVE LOG-HORA-GERACAO TO PDF-HORA-CARGA
           END-IF

           READ ARQ-LOGEXP.

       500-AVALIAR-IDADE.
           SET PDF-EM-DIA TO TRUE

           IF PDF-DATA-CARGA LESS W-DATA-HOJE
              COMPUTE PDF-IDADE-DIAS =
                      FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)
                    - FUNCTION INTEGER-OF-DATE (PDF-DATA-CARGA)
           END-IF

           MOVE PDF-DATA-CARGA TO W-DATA-ENTRADA
           PERFORM 510-EDITAR-DATA

           IF PDF-IDADE-DIAS GREATER PDF-IDADE-MAXIMA
              SET PDF-DEFASADA TO TRUE
              MOVE PDF-IDADE-DIAS   TO W-IDADE-ED
              MOVE PDF-IDADE-MAXIMA TO W-MAXIMO-ED
              STRING "ATENCAO - DADOS DEFASADOS - "
                                         DELIMITED BY SIZE
                     PDF-ALIMENTACAO     DELIMITED BY SPACE
                     ": ULTIMA CARGA EM " DELIMITED BY SIZE
                     W-DATA-EDITADA      DELIMITED BY SIZE
                     " HA "              DELIMITED BY SIZE
                     W-IDADE-ED          DELIMITED BY SIZE
                     " DIAS (MAXIMO "    DELIMITED BY SIZE
                     W-MAXIMO-ED         DELIMITED BY SIZE
                     ")"                 DELIMITED BY SIZE
                INTO PDF-MENSAGEM
           ELSE
              IF PDF-ALIMENTACAO EQUAL "RODADA"
                 AND (W-DATA-ALT-CLIENTE GREATER PDF-DATA-CARGA
                  OR (W-DATA-ALT-CLIENTE EQUAL PDF-DATA-CARGA
                  AND W-HORA-ALT-CLIENTE GREATER PDF-HORA-CARGA))
                 SET PDF-DEFASADA TO TRUE
                 MOVE W-DATA-EDITADA TO W-DATA-RODADA-ED
                 MOVE W-DATA-ALT-CLIENTE TO W-DATA-ENTRADA
                 PERFORM 510-EDITAR-DATA
                 STRING "ATENCAO - DADOS DEFASADOS - RODADA DE "
                                            DELIMITED BY SIZE
                        W-DATA-RODADA-ED    DELIMITED BY SIZE
                        " ANTERIOR A ALTERACAO DE CLIENTES EM "
                                            DELIMITED BY SIZE
                        W-DATA-EDITADA      DELIMITED BY SIZE
                   INTO PDF-MENSAGEM
              END-IF
           END-IF.

       510-EDITAR-DATA.
           MOVE W-DEN-DIA TO W-DED-DIA
           MOVE W-DEN-MES TO W-DED-MES
           MOVE W-DEN-ANO TO W-DED-ANO.

       END PROGRAM VERDEFASA.
