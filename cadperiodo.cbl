       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CADPERIODO.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ARQ-PERIODO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PER-ANO-MES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PERIODO.

      * TRILHA DAS REABERTURAS DE COMPETENCIA - CONSULTADA PELO
      * RELAUDIT NA ORIGEM "M".
           SELECT OPTIONAL ARQ-AUDGERAL ASSIGN TO "CADPERIODO.AUD"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUDGERAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-PERIODO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPERIODO'.

       COPY "CADPERIODO.CPY".

       FD  ARQ-AUDGERAL
           LABEL RECORD IS STANDARD.

       COPY "AUDGERAL.CPY".

       WORKING-STORAGE SECTION.

       77 FS-PERIODO              PIC X(002)          VALUE "00".
       77 FS-AUDGERAL             PIC X(002)          VALUE "00".

       77 WOPCAO                  PIC 9               VALUE ZEROS.
       77 W-CONFIRMA              PIC X               VALUE SPACES.
       77 WMSG                    PIC X(040)          VALUE SPACES.

       77 W-OPERADOR-ID           PIC X(008)          VALUE "SISTEMA".

      * PERFIL DO OPERADOR LOGADO, RECEBIDO DO MENU - A REABERTURA
      * DE COMPETENCIA SO E PERMITIDA AO PERFIL ADMINISTRADOR.
       77 W-PERFIL-ID             PIC X(001)          VALUE "A".

       77 W-DATA-HOJE             PIC 9(008)          VALUE ZEROS.

      * COMPETENCIA INFORMADA E A SITUACAO LIDA DO ARQ-PERIODO PARA
      * A TELA.
       77 W-ANO-MES-PER           PIC 9(006)          VALUE ZEROS.
       77 W-PERIODO-EXISTE-SW     PIC X(001)          VALUE "N".
          88 W-PERIODO-EXISTE        VALUE "S".

       01  W-SITUACAO-TELA.
           03 W-SIT-DESCRICAO     PIC X(020)          VALUE SPACES.
           03 W-SIT-VERSAO        PIC 9(003)          VALUE ZEROS.
           03 W-SIT-DATA-FECH     PIC 9(008)          VALUE ZEROS.
           03 W-SIT-QTD-VEND      PIC ZZZZ9           VALUE ZEROS.
           03 W-SIT-COMISSAO      PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 W-SIT-DATA-REAB     PIC 9(008)          VALUE ZEROS.
           03 W-SIT-OPER-REAB     PIC X(008)          VALUE SPACES.
           03 W-SIT-MOTIVO-REAB   PIC X(040)          VALUE SPACES.

       77 W-MOTIVO-REAB           PIC X(040)          VALUE SPACES.

       77 W-OPERACAO-AUD          PIC X(003)          VALUE SPACES.
       77 W-VALOR-ANTES-TXT       PIC X(060)          VALUE SPACES.
       77 W-VALOR-DEPOIS-TXT      PIC X(060)          VALUE SPACES.

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
       01  LKS-PERFIL-OPERADOR     PIC X(001).

       SCREEN SECTION.

       01 TELA-MENU.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "FECHAMENTO MENSAL - MENU GERAL".
          02 LINE 07 COL 10 VALUE "(1) CONSULTAR COMPETENCIA".
          02 LINE 08 COL 10 VALUE "(2) REABRIR COMPETENCIA FECHADA".
          02 LINE 10 COL 10 VALUE "(9) VOLTAR AO MENU".
          02 LINE 15 COL 10 "OPCAO DESEJADA: (.)".
          02 LINE 15 COL 27 PIC 9 TO WOPCAO AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 TELA-COMPETENCIA AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "FECHAMENTO MENSAL".
          02 LINE 07 COL 10 VALUE "COMPETENCIA (AAAAMM)..:".
          02 LINE 07 COL 34, PIC 999999 TO W-ANO-MES-PER.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 TELA-SITUACAO AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "SITUACAO DA COMPETENCIA".
          02 LINE 07 COL 10 VALUE "COMPETENCIA...........:".
          02 LINE 07 COL 34, PIC 999999 FROM W-ANO-MES-PER.
          02 LINE 08 COL 10 VALUE "SITUACAO..............:".
          02 LINE 08 COL 34, PIC X(020) FROM W-SIT-DESCRICAO.
          02 LINE 09 COL 10 VALUE "VERSAO DO FECHAMENTO..:".
          02 LINE 09 COL 34, PIC 999 FROM W-SIT-VERSAO.
          02 LINE 10 COL 10 VALUE "FECHADA EM............:".
          02 LINE 10 COL 34, PIC 99999999 FROM W-SIT-DATA-FECH.
          02 LINE 11 COL 10 VALUE "VENDEDORES NO LIVRO...:".
          02 LINE 11 COL 34, PIC X(005) FROM W-SIT-QTD-VEND.
          02 LINE 12 COL 10 VALUE "COMISSAO FECHADA......:".
          02 LINE 12 COL 34, PIC X(016) FROM W-SIT-COMISSAO.
          02 LINE 13 COL 10 VALUE "ULTIMA REABERTURA.....:".
          02 LINE 13 COL 34, PIC 99999999 FROM W-SIT-DATA-REAB.
          02 LINE 13 COL 44, PIC X(008) FROM W-SIT-OPER-REAB.
          02 LINE 14 COL 10 VALUE "MOTIVO................:".
          02 LINE 14 COL 34, PIC X(040) FROM W-SIT-MOTIVO-REAB.
          02 LINE 17 COL 10 "TECLE ENTER PARA VOLTAR: (.)".
          02 LINE 17 COL 36, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 TELA-REABERTURA AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "REABERTURA DE COMPETENCIA FECHADA".
          02 LINE 07 COL 10 VALUE "COMPETENCIA...........:".
          02 LINE 07 COL 34, PIC 999999 FROM W-ANO-MES-PER.
          02 LINE 08 COL 10 VALUE "VERSAO DO FECHAMENTO..:".
          02 LINE 08 COL 34, PIC 999 FROM W-SIT-VERSAO.
          02 LINE 09 COL 10 VALUE "FECHADA EM............:".
          02 LINE 09 COL 34, PIC 99999999 FROM W-SIT-DATA-FECH.
          02 LINE 10 COL 10 VALUE "COMISSAO FECHADA......:".
          02 LINE 10 COL 34, PIC X(016) FROM W-SIT-COMISSAO.
          02 LINE 12 COL 10 VALUE "MOTIVO DA REABERTURA..:".
          02 LINE 12 COL 34, PIC X(040) TO W-MOTIVO-REAB.
          02 LINE 15 COL 10 "CONFIRMA A REABERTURA? (S/N): (.)".
          02 LINE 15 COL 41, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       PROCEDURE DIVISION USING LKS-OPERADOR-ID LKS-PERFIL-OPERADOR.

      *-----------------------------------------------------------
      * CONTROLE DOS PERIODOS COMERCIAIS FECHADOS PELO FAZFECHAMES:
      * CONSULTA DA SITUACAO DE UMA COMPETENCIA E A REABERTURA
      * CONTROLADA, SO PELO ADMINISTRADOR E COM MOTIVO OBRIGATORIO
      * (TUDO VAI PARA O CADPERIODO.AUD). REABERTA, A COMPETENCIA
      * VOLTA A ACEITAR PEDIDO RETROATIVO E O RECALCULO DO FAZCOMISS
      * ATE O PROXIMO FAZFECHAMES, QUE GRAVA NOVA VERSAO NO LIVRO DE
      * COMISSOES FECHADAS SEM TOCAR NA ANTERIOR.
      *-----------------------------------------------------------
       000-INICIO.

           IF LKS-OPERADOR-ID NOT EQUAL SPACES
              MOVE LKS-OPERADOR-ID TO W-OPERADOR-ID
           END-IF

           IF LKS-PERFIL-OPERADOR NOT EQUAL SPACES
              MOVE LKS-PERFIL-OPERADOR TO W-PERFIL-ID
           END-IF

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY TELA-MENU
           ACCEPT  TELA-MENU

           MOVE SPACES TO WMSG

           EVALUATE WOPCAO
             WHEN 1
                PERFORM 100-CONSULTA
             WHEN 2
                PERFORM 200-REABERTURA
             WHEN 9
                GOBACK
           END-EVALUATE

           PERFORM 000-INICIO.

       100-CONSULTA.

           MOVE ZEROS TO W-ANO-MES-PER

           DISPLAY TELA-COMPETENCIA
           ACCEPT  TELA-COMPETENCIA

           OPEN INPUT ARQ-PERIODO
           PERFORM 150-LER-PERIODO
           PERFORM 160-FECHAR-PERIODO

           DISPLAY TELA-SITUACAO
           ACCEPT  TELA-SITUACAO

           MOVE SPACES TO WMSG

           PERFORM 000-INICIO.

      * LE A COMPETENCIA NO ARQ-PERIODO (JA ABERTO PELO CHAMADOR) E
      * MONTA A AREA DA TELA. SEM REGISTRO A COMPETENCIA ESTA ABERTA.
       150-LER-PERIODO.

           MOVE "N"    TO W-PERIODO-EXISTE-SW
           MOVE SPACES TO WMSG
           INITIALIZE W-SITUACAO-TELA

           IF FS-PERIODO EQUAL "00"
              MOVE W-ANO-MES-PER TO PER-ANO-MES
              READ ARQ-PERIODO RECORD KEY IS PER-ANO-MES
                INVALID KEY MOVE "23" TO FS-PERIODO
              END-READ

              IF FS-PERIODO EQUAL "00"
                 MOVE "S" TO W-PERIODO-EXISTE-SW
              END-IF
           END-IF

           IF W-PERIODO-EXISTE
              IF PER-FECHADO
                 MOVE "FECHADA"  TO W-SIT-DESCRICAO
              ELSE
                 MOVE "REABERTA" TO W-SIT-DESCRICAO
              END-IF
              MOVE PER-VERSAO              TO W-SIT-VERSAO
              MOVE PER-DATA-FECHAMENTO     TO W-SIT-DATA-FECH
              MOVE PER-QTD-VENDEDORES      TO W-SIT-QTD-VEND
              MOVE PER-TOTAL-COMISSAO      TO W-SIT-COMISSAO
              MOVE PER-DATA-REABERTURA     TO W-SIT-DATA-REAB
              MOVE PER-OPERADOR-REABERTURA TO W-SIT-OPER-REAB
              MOVE PER-MOTIVO-REABERTURA   TO W-SIT-MOTIVO-REAB
           ELSE
              MOVE "ABERTA (NUNCA FECHOU)" TO W-SIT-DESCRICAO
              MOVE "COMPETENCIA SEM FECHAMENTO" TO WMSG
           END-IF.

       160-FECHAR-PERIODO.

           IF FS-PERIODO EQUAL "00" OR FS-PERIODO EQUAL "05"
              OR FS-PERIODO EQUAL "23"
              CLOSE ARQ-PERIODO
           END-IF

           MOVE "00" TO FS-PERIODO.

      *-----------------------------------------------------------
      * REABERTURA: SO O ADMINISTRADOR, SO COMPETENCIA FECHADA E COM
      * MOTIVO. O LIVRO DE COMISSOES FECHADAS NAO E ALTERADO - A
      * VERSAO FECHADA CONTINUA LA COMO O QUE FOI PAGO.
      *-----------------------------------------------------------
       200-REABERTURA.

           IF W-PERFIL-ID NOT EQUAL "A"
              MOVE "REABERTURA RESTRITA AO ADMINISTRADOR" TO WMSG
           ELSE
              MOVE ZEROS  TO W-ANO-MES-PER
              MOVE SPACES TO W-MOTIVO-REAB

              DISPLAY TELA-COMPETENCIA
              ACCEPT  TELA-COMPETENCIA

              OPEN I-O ARQ-PERIODO
              PERFORM 150-LER-PERIODO

              IF W-PERIODO-EXISTE AND PER-FECHADO
                 DISPLAY TELA-REABERTURA
                 ACCEPT  TELA-REABERTURA

                 IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
                    IF W-MOTIVO-REAB EQUAL SPACES
                       MOVE "INFORME O MOTIVO DA REABERTURA" TO WMSG
                    ELSE
                       PERFORM 250-GRAVAR-REABERTURA
                    END-IF
                 END-IF
              ELSE
                 MOVE "COMPETENCIA NAO ESTA FECHADA" TO WMSG
              END-IF

              PERFORM 160-FECHAR-PERIODO
           END-IF

           PERFORM 000-INICIO.

       250-GRAVAR-REABERTURA.

           MOVE SPACES TO W-VALOR-ANTES-TXT
           STRING "FECHADA VERSAO " DELIMITED BY SIZE
                  PER-VERSAO DELIMITED BY SIZE
                  " EM " DELIMITED BY SIZE
                  PER-DATA-FECHAMENTO DELIMITED BY SIZE
             INTO W-VALOR-ANTES-TXT

           SET PER-REABERTO      TO TRUE
           MOVE W-DATA-HOJE      TO PER-DATA-REABERTURA
           MOVE W-OPERADOR-ID    TO PER-OPERADOR-REABERTURA
           MOVE W-MOTIVO-REAB    TO PER-MOTIVO-REABERTURA

           REWRITE ARQ-PERIODO-REG

           IF FS-PERIODO EQUAL "00"
              MOVE SPACES TO W-VALOR-DEPOIS-TXT
              STRING "REABERTA - " DELIMITED BY SIZE
                     W-MOTIVO-REAB DELIMITED BY SIZE
                INTO W-VALOR-DEPOIS-TXT

              MOVE "REA" TO W-OPERACAO-AUD
              PERFORM 700-GRAVAR-AUDITORIA

              MOVE "COMPETENCIA REABERTA" TO WMSG
           ELSE
              STRING "ERRO AO GRAVAR - FS=" FS-PERIODO
                INTO WMSG
           END-IF.

      * GRAVA O ANTES/DEPOIS NA TRILHA GENERICA (CADPERIODO.AUD).
       700-GRAVAR-AUDITORIA.

           OPEN EXTEND ARQ-AUDGERAL

           IF FS-AUDGERAL EQUAL "00" OR FS-AUDGERAL EQUAL "05"
              ACCEPT AG-DATA FROM DATE YYYYMMDD
              ACCEPT AG-HORA FROM TIME
              MOVE W-OPERADOR-ID  TO AG-OPERADOR
              MOVE W-OPERACAO-AUD TO AG-OPERACAO

              MOVE PER-ANO-MES TO AG-CHAVE

              MOVE W-VALOR-ANTES-TXT  TO AG-VALOR-ANTES
              MOVE W-VALOR-DEPOIS-TXT TO AG-VALOR-DEPOIS

              MOVE "CADPERIODO.AUD" TO PLA-TRILHA
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

       END PROGRAM CADPERIODO.
