       PROGRAM-ID.   RELTITULO.
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

           SELECT OPTIONAL ARQ-TITULO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TIT-CHAVE-TITULO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-TITULO.

           SELECT ARQ-PARAM ASSIGN TO "RELTITULO.PAR"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-PARAM.

           SELECT REL-TITULO ASSIGN TO "RELTITULO.CSV"
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

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADTITULO'.

       COPY "CADTITULO.CPY".

      * DATA DE REFERENCIA (ZERADA = HOJE) E QUANTIDADE DE MAIORES
      * DEVEDORES A LISTAR (ZERADA = 20, NO MAXIMO 50).
       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.

       01  REG-PARAM.
           03 PARAM-DATA-REF      PIC 9(008).
           03 PARAM-QTD-MAIORES   PIC 9(003).

       FD  REL-TITULO.
       01  REG-TITULO-REL PIC X(200).

       WORKING-STORAGE SECTION.

       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-VENDEDOR             PIC  X(002)         VALUE "00".
       77 FS-DISTRIB              PIC  X(002)         VALUE "00".
       77 FS-RUNCTL               PIC  X(002)         VALUE "00".
       77 FS-TITULO               PIC  X(002)         VALUE "00".
       77 FS-PARAM                PIC  X(002)         VALUE "00".
       77 W-RUNCTL-ABERTO         PIC  X(001)         VALUE "N".
       77 W-DISTRIB-ABERTO        PIC  X(001)         VALUE "N".

       77 W-RUN-ID-MAX            PIC  9(016)         VALUE ZEROS.
       77 W-DATA-HOJE             PIC  9(008)         VALUE ZEROS.
       77 W-DATA-REF              PIC  9(008)         VALUE ZEROS.
       77 W-INT-REF               PIC  9(009)         VALUE ZEROS.
       77 W-DIAS-ATRASO           PIC S9(009)         VALUE ZEROS.

       77 W-QTD-MAIORES           PIC  9(003)         VALUE 20.
       77 W-QTD-LISTADOS          PIC  9(003) COMP    VALUE ZEROS.

       77 W-QTD-TITULOS           PIC  9(009)         VALUE ZEROS.
       77 W-QTD-ABERTOS           PIC  9(009)         VALUE ZEROS.
       77 W-QTD-DATA-INVALIDA     PIC  9(009)         VALUE ZEROS.
       77 W-QTD-CLIENTES          PIC  9(009)         VALUE ZEROS.
       77 W-QTD-DEVEDORES         PIC  9(009)         VALUE ZEROS.

      *-----------------------------------------------------------
      * FAIXAS DE ATRASO: 1 = A VENCER (VENCIMENTO NA DATA DE
      * REFERENCIA OU DEPOIS), 2 = 1-30, 3 = 31-60, 4 = 61-90 E
      * 5 = ACIMA DE 90 DIAS. TOTAL VENCIDO = FAIXAS 2 A 5.
      *-----------------------------------------------------------
       77 W-IDX-FAIXA             PIC 9(001)          VALUE ZEROS.

      * ACUMULADO DO CLIENTE CORRENTE - O ARQ-TITULO VEM NA ORDEM
      * DO CLIENTE, ENTAO CADA QUEBRA FECHA UM CLIENTE.
       77 W-CLI-ATUAL             PIC 9(007)          VALUE ZEROS.
       77 W-CLI-VENCIDO           PIC 9(013)V9(002)   VALUE ZEROS.
       01  W-TAB-CLIENTE.
           03 W-CLI-FAIXA         OCCURS 5 TIMES
                                  PIC 9(013)V9(002) COMP-3.

       77 W-CLI-VENDEDOR          PIC 9(003)          VALUE ZEROS.
       77 W-CLI-REGIAO            PIC X(003)          VALUE SPACES.
       77 W-CLI-FILIAL            PIC X(002)          VALUE SPACES.
       77 W-CLI-RAZAO             PIC X(040)          VALUE SPACES.

      * ACUMULADORES POR VENDEDOR (INDEXADOS PELO CODIGO - CLIENTE
      * SEM ATRIBUICAO NA RODADA VAI PARA A LINHA "SEM VENDEDOR"),
      * POR REGIAO E POR FILIAL (TABELAS COM BUSCA LINEAR).
       01  W-TAB-VENDEDOR.
           03 W-VEN-ITEM OCCURS 999 TIMES.
              05 W-VEN-FAIXA      OCCURS 5 TIMES
                                  PIC 9(013)V9(002) COMP-3.

       01  W-TAB-SEM-VENDEDOR.
           03 W-SVEN-FAIXA        OCCURS 5 TIMES
                                  PIC 9(013)V9(002) COMP-3.

       01  W-TAB-REGIAO.
           03 W-REG-ITEM OCCURS 200 TIMES.
              05 W-REG-CODIGO     PIC X(003).
              05 W-REG-FAIXA      OCCURS 5 TIMES
                                  PIC 9(013)V9(002) COMP-3.

       77 W-QTD-REGIOES           PIC 9(003) COMP     VALUE ZEROS.
       77 W-IDX-REGIAO            PIC 9(003) COMP     VALUE ZEROS.

       01  W-TAB-FILIAL.
           03 W-FIL-ITEM OCCURS 100 TIMES.
              05 W-FIL-CODIGO     PIC X(002).
              05 W-FIL-FAIXA      OCCURS 5 TIMES
                                  PIC 9(013)V9(002) COMP-3.

       77 W-QTD-FILIAIS           PIC 9(003) COMP     VALUE ZEROS.
       77 W-IDX-FILIAL            PIC 9(003) COMP     VALUE ZEROS.

       01  W-TAB-GERAL.
           03 W-GER-FAIXA         OCCURS 5 TIMES
                                  PIC 9(013)V9(002) COMP-3.

       77 W-IDX-ACHADO            PIC 9(003) COMP     VALUE ZEROS.
       77 W-ITEM-ACHADO           PIC X(001)          VALUE "N".
          88 W-ACHOU-ITEM            VALUE "S".
       77 W-IDX-VENDEDOR          PIC 9(004) COMP     VALUE ZEROS.

      * MAIORES DEVEDORES, EM ORDEM DECRESCENTE DE TOTAL VENCIDO -
      * INSERCAO DIRETA, NO MESMO ESPIRITO DO RANKING DO FAZDISTRIB.
       01  W-TAB-MAIORES.
           03 W-MAI-ITEM OCCURS 50 TIMES.
              05 W-MAI-COD-CLIENTE PIC 9(007).
              05 W-MAI-RAZAO      PIC X(040).
              05 W-MAI-VENDEDOR   PIC 9(003).
              05 W-MAI-REGIAO     PIC X(003).
              05 W-MAI-FILIAL     PIC X(002).
              05 W-MAI-VENCIDO    PIC 9(013)V9(002) COMP-3.
              05 W-MAI-ACIMA-90   PIC 9(013)V9(002) COMP-3.

       77 W-IDX-MAIOR             PIC 9(003) COMP     VALUE ZEROS.
       77 W-POS-MAIOR             PIC 9(003) COMP     VALUE ZEROS.

       01  WCAB-REFERENCIA.
           03 FILLER              PIC X(019)
                                  VALUE "DATA DE REFERENCIA;".
           03 WCABR-DATA-REF      PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WCAB-VEND.
           03 FILLER PIC X(200) VALUE "EM ABERTO POR VENDEDOR;CODIGO VE
      -"NDEDOR;NOME VENDEDOR;A VENCER;1 A 30 DIAS;31 A 60 DIAS;61 A 90
      -" DIAS;ACIMA DE 90 DIAS;TOTAL VENCIDO;".

       01  WCAB-REG.
           03 FILLER PIC X(200) VALUE "EM ABERTO POR REGIAO;REGIAO;NOME 
      -"REGIAO;A VENCER;1 A 30 DIAS;31 A 60 DIAS;61 A 90 DIAS;ACIMA DE 9
      -"0 DIAS;TOTAL VENCIDO;".

       01  WCAB-FIL.
           03 FILLER PIC X(200) VALUE "EM ABERTO POR FILIAL;FILIAL;;A V
      -"ENCER;1 A 30 DIAS;31 A 60 DIAS;61 A 90 DIAS;ACIMA DE 90 DIAS;T
      -"OTAL VENCIDO;".

       01  WDET-FAIXAS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTF-CODIGO         PIC X(003)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTF-NOME           PIC X(040)          VALUE SPACES.
           03 WDTF-GRUPO-FAIXAS.
              05 WDTF-FAIXA-ITEM  OCCURS 5 TIMES.
                 07 WDTF-SEPARADOR PIC X(001).
                 07 WDTF-FAIXA    PIC ZZZZZZZZZZZZ9,99.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTF-VENCIDO        PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       77 W-TOT-VENCIDO           PIC 9(013)V9(002)   VALUE ZEROS.

       01  WCAB-MAIORES.
           03 FILLER PIC X(200) VALUE "MAIORES DEVEDORES;POSICAO;CODIGO
      -" CLIENTE;RAZAO SOCIAL;CODIGO VENDEDOR;REGIAO;FILIAL;TOTAL VENC
      -"IDO;ACIMA DE 90 DIAS;".

       01  WDET-MAIORES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTM-POSICAO        PIC ZZ9             VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTM-COD-CLIENTE    PIC 9(007)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTM-RAZAO          PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTM-VENDEDOR       PIC 9(003)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTM-REGIAO         PIC X(003)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTM-FILIAL         PIC X(002)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTM-VENCIDO        PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTM-ACIMA-90       PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

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
      * AGING DOS TITULOS A RECEBER: DISTRIBUI O SALDO EM ABERTO DO
      * ARQ-TITULO (CARREGADO PELO IMPTITULO, DESCONTADOS OS
      * PAGAMENTOS PARCIAIS DO IMPBAIXA) NAS FAIXAS A VENCER,
      * 1-30, 31-60, 61-90 E ACIMA DE 90 DIAS DE ATRASO NA DATA DE
      * REFERENCIA (RELTITULO.PAR, PADRAO HOJE), COM SUBTOTAIS POR
      * VENDEDOR DO CLIENTE NA ULTIMA RODADA COMPLETA DO CADDISTRIB,
      * POR REGIAO E POR FILIAL DO CLIENTE, E A LISTA DOS MAIORES
      * DEVEDORES PELO TOTAL VENCIDO - PARA A REUNIAO SEMANAL DE
      * COBRANCA DOS GERENTES. GERA O RELTITULO.CSV. RODAVEL PELO
      * AGENDADOR, COMO OS DEMAIS BATCHES.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "RELTITULO - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           PERFORM 010-LER-PARAMETROS

           PERFORM 025-CONFERIR-DEFASAGEM

           IF W-BLOQUEAR-DEFASADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT ARQ-TITULO

           IF FS-TITULO NOT EQUAL "00"
              DISPLAY "RELTITULO - NENHUM TITULO CARREGADO"
              IF FS-TITULO EQUAL "05"
                 CLOSE ARQ-TITULO
              END-IF
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN INPUT ARQ-CLIENTE
              OPEN INPUT ARQ-VENDEDOR

              MOVE "N" TO W-DISTRIB-ABERTO
              OPEN INPUT ARQ-DISTRIB
              IF FS-DISTRIB EQUAL "00"
                 MOVE "S" TO W-DISTRIB-ABERTO
                 PERFORM 050-ACHAR-ULTIMO-RUN
              ELSE
                 IF FS-DISTRIB EQUAL "05"
                    CLOSE ARQ-DISTRIB
                 END-IF
                 MOVE "00" TO FS-DISTRIB
                 DISPLAY "RELTITULO - NENHUMA DISTRIBUICAO EXECUTADA"
              END-IF

              PERFORM 100-ACUMULAR-TITULOS

              PERFORM 200-GERAR-CSV

              CLOSE ARQ-TITULO
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-VENDEDOR
              IF W-DISTRIB-ABERTO EQUAL "S"
                 CLOSE ARQ-DISTRIB
              END-IF

              DISPLAY "RELTITULO - TITULOS LIDOS: " W-QTD-TITULOS
              DISPLAY "RELTITULO - TITULOS EM ABERTO: " W-QTD-ABERTOS
              DISPLAY "RELTITULO - CLIENTES COM SALDO: " W-QTD-CLIENTES
              DISPLAY "RELTITULO - CLIENTES COM VENCIDO: "
                      W-QTD-DEVEDORES
              DISPLAY "RELTITULO - VENCIMENTOS INVALIDOS: "
                      W-QTD-DATA-INVALIDA

              IF W-QTD-DATA-INVALIDA GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           IF W-QTD-DEFASAGEM GREATER ZEROS
              AND RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "RELTITULO - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       010-LER-PARAMETROS.

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-DATA-HOJE TO W-DATA-REF
           MOVE 20 TO W-QTD-MAIORES

           OPEN INPUT ARQ-PARAM
           IF FS-PARAM EQUAL "00"
              READ ARQ-PARAM
              IF FS-PARAM EQUAL "00"
                 IF PARAM-DATA-REF IS NUMERIC
                    AND PARAM-DATA-REF GREATER ZEROS
                    MOVE PARAM-DATA-REF TO W-DATA-REF
                 END-IF
                 IF PARAM-QTD-MAIORES IS NUMERIC
                    AND PARAM-QTD-MAIORES GREATER ZEROS
                    MOVE PARAM-QTD-MAIORES TO W-QTD-MAIORES
                 END-IF
              END-IF
              CLOSE ARQ-PARAM
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(W-DATA-REF) NOT EQUAL ZERO
              DISPLAY "RELTITULO - DATA DE REFERENCIA INVALIDA: "
                      W-DATA-REF " - ASSUMIDA A DATA DE HOJE"
              MOVE W-DATA-HOJE TO W-DATA-REF
           END-IF

           IF W-QTD-MAIORES GREATER 50
              MOVE 50 TO W-QTD-MAIORES
           END-IF

           COMPUTE W-INT-REF = FUNCTION INTEGER-OF-DATE(W-DATA-REF)

           DISPLAY "RELTITULO - DATA DE REFERENCIA: " W-DATA-REF
           DISPLAY "RELTITULO - MAIORES DEVEDORES LISTADOS: "
                   W-QTD-MAIORES.

      * ALIMENTACAO DE ENTRADA DO AGING: IMPTITULO.
       025-CONFERIR-DEFASAGEM.
           MOVE ZEROS TO W-QTD-DEFASAGEM
           MOVE "N"   TO W-DEFASAGEM-SW

           MOVE "IMPTITULO" TO PDF-ALIMENTACAO
           PERFORM 026-CONFERIR-ALIMENTACAO

           IF W-BLOQUEAR-DEFASADO
              DISPLAY "RELTITULO - ENTRADA DEFASADA - PROCESSAMENTO "
                      "INTERROMPIDO (BLOQUEIO-DEFASAGEM)"
           END-IF.

       026-CONFERIR-ALIMENTACAO.
           CALL "VERDEFASA" USING W-PARAM-DEFASAGEM

           IF PDF-DEFASADA
              AND W-QTD-DEFASAGEM LESS 3
              ADD 1 TO W-QTD-DEFASAGEM
              MOVE PDF-MENSAGEM TO W-DEF-MENSAGEM (W-QTD-DEFASAGEM)
              DISPLAY "RELTITULO - " PDF-MENSAGEM

              IF PDF-BLOQUEAR
                 MOVE "S" TO W-DEFASAGEM-SW
              END-IF
           END-IF.

      * AVISO DE DEFASAGEM NO INICIO DA SAIDA, ANTES DO CABECALHO.
       027-IMPRIMIR-DEFASAGEM.
           WRITE REG-TITULO-REL FROM W-DEF-MENSAGEM (W-IDX-DEFASAGEM).

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

       100-ACUMULAR-TITULOS.

           INITIALIZE W-TAB-VENDEDOR
           INITIALIZE W-TAB-SEM-VENDEDOR
           INITIALIZE W-TAB-REGIAO
           INITIALIZE W-TAB-FILIAL
           INITIALIZE W-TAB-GERAL
           INITIALIZE W-TAB-MAIORES
           INITIALIZE W-TAB-CLIENTE
           MOVE ZEROS TO W-QTD-REGIOES
           MOVE ZEROS TO W-QTD-FILIAIS
           MOVE ZEROS TO W-QTD-LISTADOS
           MOVE ZEROS TO W-CLI-ATUAL

           MOVE ZEROS TO TIT-COD-CLIENTE
           MOVE ZEROS TO TIT-NUM-TITULO

           START ARQ-TITULO KEY IS NOT LESS TIT-CHAVE-TITULO
             INVALID KEY MOVE "23" TO FS-TITULO
           END-START

           IF FS-TITULO EQUAL "00"
              READ ARQ-TITULO NEXT
              PERFORM 110-ACUMULAR-TITULO
                 UNTIL FS-TITULO NOT EQUAL "00"
           END-IF

           IF W-CLI-ATUAL GREATER ZEROS
              PERFORM 150-FECHAR-CLIENTE
           END-IF

           MOVE "00" TO FS-TITULO.

       110-ACUMULAR-TITULO.

           ADD 1 TO W-QTD-TITULOS

           IF TIT-COD-CLIENTE NOT EQUAL W-CLI-ATUAL
              IF W-CLI-ATUAL GREATER ZEROS
                 PERFORM 150-FECHAR-CLIENTE
              END-IF
              MOVE TIT-COD-CLIENTE TO W-CLI-ATUAL
              INITIALIZE W-TAB-CLIENTE
           END-IF

           IF TITULO-ABERTO
              IF FUNCTION TEST-DATE-YYYYMMDD(TIT-DATA-VENCIMENTO)
                 NOT EQUAL ZERO
                 ADD 1 TO W-QTD-DATA-INVALIDA
                 DISPLAY "RELTITULO - VENCIMENTO INVALIDO - CLIENTE "
                         TIT-COD-CLIENTE " TITULO " TIT-NUM-TITULO
              ELSE
                 ADD 1 TO W-QTD-ABERTOS
                 PERFORM 120-CLASSIFICAR-FAIXA
                 COMPUTE W-CLI-FAIXA (W-IDX-FAIXA) =
                         W-CLI-FAIXA (W-IDX-FAIXA)
                         + TIT-VALOR - TIT-VALOR-PAGO
              END-IF
           END-IF

           READ ARQ-TITULO NEXT.

       120-CLASSIFICAR-FAIXA.

           COMPUTE W-DIAS-ATRASO = W-INT-REF
                   - FUNCTION INTEGER-OF-DATE(TIT-DATA-VENCIMENTO)

           EVALUATE TRUE
              WHEN W-DIAS-ATRASO NOT GREATER ZEROS
                 MOVE 1 TO W-IDX-FAIXA
              WHEN W-DIAS-ATRASO NOT GREATER 30
                 MOVE 2 TO W-IDX-FAIXA
              WHEN W-DIAS-ATRASO NOT GREATER 60
                 MOVE 3 TO W-IDX-FAIXA
              WHEN W-DIAS-ATRASO NOT GREATER 90
                 MOVE 4 TO W-IDX-FAIXA
              WHEN OTHER
                 MOVE 5 TO W-IDX-FAIXA
           END-EVALUATE.

      * FECHA O CLIENTE CORRENTE: SO ENTRA NOS SUBTOTAIS QUEM TEM
      * SALDO EM ABERTO (A VENCER OU VENCIDO).
       150-FECHAR-CLIENTE.

           COMPUTE W-CLI-VENCIDO = W-CLI-FAIXA (2) + W-CLI-FAIXA (3)
                                 + W-CLI-FAIXA (4) + W-CLI-FAIXA (5)

           IF W-CLI-VENCIDO GREATER ZEROS
              OR W-CLI-FAIXA (1) GREATER ZEROS
              ADD 1 TO W-QTD-CLIENTES

              PERFORM 160-LER-CLIENTE
              PERFORM 170-RESOLVER-VENDEDOR

              PERFORM 180-SOMAR-FAIXA
                 VARYING W-IDX-FAIXA FROM 1 BY 1
                 UNTIL W-IDX-FAIXA GREATER 5

              IF W-CLI-VENCIDO GREATER ZEROS
                 ADD 1 TO W-QTD-DEVEDORES
                 PERFORM 190-CLASSIFICAR-DEVEDOR
              END-IF
           END-IF.

      * REGIAO E FILIAL VEM DO CADASTRO DO CLIENTE - CLIENTE NAO
      * LOCALIZADO ENTRA NOS SUBTOTAIS COM REGIAO/FILIAL EM BRANCO.
       160-LER-CLIENTE.

           MOVE SPACES TO W-CLI-REGIAO
           MOVE SPACES TO W-CLI-FILIAL
           MOVE SPACES TO W-CLI-RAZAO

           MOVE W-CLI-ATUAL TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
             INVALID KEY MOVE "23" TO FS-CLIENTE
           END-READ

           IF FS-CLIENTE EQUAL "00"
              MOVE REGIAO-CLIENTE TO W-CLI-REGIAO
              MOVE FILIAL-CLIENTE TO W-CLI-FILIAL
              MOVE RAZAO-SOCIAL   TO W-CLI-RAZAO
           ELSE
              MOVE "CLIENTE NAO CADASTRADO" TO W-CLI-RAZAO
              MOVE "00" TO FS-CLIENTE
           END-IF

           MOVE "N"   TO W-ITEM-ACHADO
           MOVE ZEROS TO W-IDX-ACHADO

           PERFORM 165-PROCURAR-REGIAO
              VARYING W-IDX-REGIAO FROM 1 BY 1
              UNTIL W-IDX-REGIAO GREATER W-QTD-REGIOES
                 OR W-ACHOU-ITEM

           IF NOT W-ACHOU-ITEM
              AND W-QTD-REGIOES LESS 200
              ADD 1 TO W-QTD-REGIOES
              MOVE W-QTD-REGIOES TO W-IDX-ACHADO
              MOVE W-CLI-REGIAO TO W-REG-CODIGO (W-IDX-ACHADO)
           END-IF

           MOVE W-IDX-ACHADO TO W-IDX-REGIAO

           MOVE "N"   TO W-ITEM-ACHADO
           MOVE ZEROS TO W-IDX-ACHADO

           PERFORM 166-PROCURAR-FILIAL
              VARYING W-IDX-FILIAL FROM 1 BY 1
              UNTIL W-IDX-FILIAL GREATER W-QTD-FILIAIS
                 OR W-ACHOU-ITEM

           IF NOT W-ACHOU-ITEM
              AND W-QTD-FILIAIS LESS 100
              ADD 1 TO W-QTD-FILIAIS
              MOVE W-QTD-FILIAIS TO W-IDX-ACHADO
              MOVE W-CLI-FILIAL TO W-FIL-CODIGO (W-IDX-ACHADO)
           END-IF

           MOVE W-IDX-ACHADO TO W-IDX-FILIAL.

       165-PROCURAR-REGIAO.
           IF W-REG-CODIGO (W-IDX-REGIAO) EQUAL W-CLI-REGIAO
              MOVE "S" TO W-ITEM-ACHADO
              MOVE W-IDX-REGIAO TO W-IDX-ACHADO
           END-IF.

       166-PROCURAR-FILIAL.
           IF W-FIL-CODIGO (W-IDX-FILIAL) EQUAL W-CLI-FILIAL
              MOVE "S" TO W-ITEM-ACHADO
              MOVE W-IDX-FILIAL TO W-IDX-ACHADO
           END-IF.

      * VENDEDOR DO CLIENTE NA ULTIMA RODADA COMPLETA - A CARTEIRA
      * QUE O GERENTE COBRA NA REUNIAO.
       170-RESOLVER-VENDEDOR.

           MOVE ZEROS TO W-CLI-VENDEDOR

           IF W-RUN-ID-MAX GREATER ZEROS
              MOVE W-RUN-ID-MAX TO D-RUN-ID
              MOVE W-CLI-ATUAL  TO D-COD-CLIENTE

              READ ARQ-DISTRIB RECORD KEY IS D-CHAVE-DISTRIB
                INVALID KEY MOVE "23" TO FS-DISTRIB
              END-READ

              IF FS-DISTRIB EQUAL "00" AND D-ATRIBUIDO
                 MOVE D-COD-VENDEDOR TO W-CLI-VENDEDOR
              END-IF

              MOVE "00" TO FS-DISTRIB
           END-IF.

       180-SOMAR-FAIXA.

           IF W-CLI-VENDEDOR GREATER ZEROS
              ADD W-CLI-FAIXA (W-IDX-FAIXA)
                TO W-VEN-FAIXA (W-CLI-VENDEDOR, W-IDX-FAIXA)
           ELSE
              ADD W-CLI-FAIXA (W-IDX-FAIXA)
                TO W-SVEN-FAIXA (W-IDX-FAIXA)
           END-IF

           IF W-IDX-REGIAO GREATER ZEROS
              ADD W-CLI-FAIXA (W-IDX-FAIXA)
                TO W-REG-FAIXA (W-IDX-REGIAO, W-IDX-FAIXA)
           END-IF

           IF W-IDX-FILIAL GREATER ZEROS
              ADD W-CLI-FAIXA (W-IDX-FAIXA)
                TO W-FIL-FAIXA (W-IDX-FILIAL, W-IDX-FAIXA)
           END-IF

           ADD W-CLI-FAIXA (W-IDX-FAIXA) TO W-GER-FAIXA (W-IDX-FAIXA).

      * INSERE O CLIENTE NA LISTA DOS MAIORES DEVEDORES SE O TOTAL
      * VENCIDO SUPERA ALGUM DOS JA LISTADOS (OU SE AINDA HA VAGA).
       190-CLASSIFICAR-DEVEDOR.

           MOVE ZEROS TO W-POS-MAIOR

           PERFORM 191-PROCURAR-POSICAO
              VARYING W-IDX-MAIOR FROM 1 BY 1
              UNTIL W-IDX-MAIOR GREATER W-QTD-LISTADOS
                 OR W-POS-MAIOR GREATER ZEROS

           IF W-POS-MAIOR EQUAL ZEROS
              AND W-QTD-LISTADOS LESS W-QTD-MAIORES
              ADD 1 TO W-QTD-LISTADOS
              MOVE W-QTD-LISTADOS TO W-POS-MAIOR
           ELSE
              IF W-POS-MAIOR GREATER ZEROS
                 IF W-QTD-LISTADOS LESS W-QTD-MAIORES
                    ADD 1 TO W-QTD-LISTADOS
                 END-IF

                 PERFORM 192-DESLOCAR-DEVEDOR
                    VARYING W-IDX-MAIOR FROM W-QTD-LISTADOS BY -1
                    UNTIL W-IDX-MAIOR NOT GREATER W-POS-MAIOR
              END-IF
           END-IF

           IF W-POS-MAIOR GREATER ZEROS
              MOVE W-CLI-ATUAL    TO W-MAI-COD-CLIENTE (W-POS-MAIOR)
              MOVE W-CLI-RAZAO    TO W-MAI-RAZAO       (W-POS-MAIOR)
              MOVE W-CLI-VENDEDOR TO W-MAI-VENDEDOR    (W-POS-MAIOR)
              MOVE W-CLI-REGIAO   TO W-MAI-REGIAO      (W-POS-MAIOR)
              MOVE W-CLI-FILIAL   TO W-MAI-FILIAL      (W-POS-MAIOR)
              MOVE W-CLI-VENCIDO  TO W-MAI-VENCIDO     (W-POS-MAIOR)
              MOVE W-CLI-FAIXA (5) TO W-MAI-ACIMA-90   (W-POS-MAIOR)
           END-IF.

       191-PROCURAR-POSICAO.
           IF W-CLI-VENCIDO GREATER W-MAI-VENCIDO (W-IDX-MAIOR)
              MOVE W-IDX-MAIOR TO W-POS-MAIOR
           END-IF.

       192-DESLOCAR-DEVEDOR.
           MOVE W-MAI-ITEM (W-IDX-MAIOR - 1)
             TO W-MAI-ITEM (W-IDX-MAIOR).

       200-GERAR-CSV.

           OPEN OUTPUT REL-TITULO
           PERFORM 027-IMPRIMIR-DEFASAGEM
              VARYING W-IDX-DEFASAGEM FROM 1 BY 1
              UNTIL W-IDX-DEFASAGEM GREATER W-QTD-DEFASAGEM

           MOVE W-DATA-REF TO WCABR-DATA-REF
           WRITE REG-TITULO-REL FROM WCAB-REFERENCIA

           WRITE REG-TITULO-REL FROM WCAB-VEND

           PERFORM 210-IMPRIMIR-VENDEDOR
              VARYING W-IDX-VENDEDOR FROM 1 BY 1
              UNTIL W-IDX-VENDEDOR GREATER 999

           MOVE "000"          TO WDTF-CODIGO
           MOVE "SEM VENDEDOR" TO WDTF-NOME
           PERFORM 215-IMPRIMIR-SEM-VENDEDOR
              VARYING W-IDX-FAIXA FROM 1 BY 1
              UNTIL W-IDX-FAIXA GREATER 5
           PERFORM 290-IMPRIMIR-FAIXAS

           WRITE REG-TITULO-REL FROM WCAB-REG

           PERFORM 220-IMPRIMIR-REGIAO
              VARYING W-IDX-REGIAO FROM 1 BY 1
              UNTIL W-IDX-REGIAO GREATER W-QTD-REGIOES

           WRITE REG-TITULO-REL FROM WCAB-FIL

           PERFORM 230-IMPRIMIR-FILIAL
              VARYING W-IDX-FILIAL FROM 1 BY 1
              UNTIL W-IDX-FILIAL GREATER W-QTD-FILIAIS

           MOVE SPACES        TO WDTF-CODIGO
           MOVE "TOTAL GERAL" TO WDTF-NOME
           PERFORM 235-IMPRIMIR-GERAL
              VARYING W-IDX-FAIXA FROM 1 BY 1
              UNTIL W-IDX-FAIXA GREATER 5
           PERFORM 290-IMPRIMIR-FAIXAS

           WRITE REG-TITULO-REL FROM WCAB-MAIORES

           PERFORM 240-IMPRIMIR-DEVEDOR
              VARYING W-IDX-MAIOR FROM 1 BY 1
              UNTIL W-IDX-MAIOR GREATER W-QTD-LISTADOS

           CLOSE REL-TITULO

           MOVE "RELTITULO"     TO CTR-PROGRAMA
           MOVE "RELTITULO.CSV" TO CTR-ARQUIVO
           MOVE W-RUN-ID-MAX    TO CTR-RUN-ID
           CALL "CATRELAT" USING W-PARAM-CATALOGO.

       210-IMPRIMIR-VENDEDOR.
           MOVE ZEROS TO W-TOT-VENCIDO

           PERFORM 211-CARREGAR-VENDEDOR
              VARYING W-IDX-FAIXA FROM 1 BY 1
              UNTIL W-IDX-FAIXA GREATER 5

           IF W-TOT-VENCIDO GREATER ZEROS
              OR W-VEN-FAIXA (W-IDX-VENDEDOR, 1) GREATER ZEROS
              MOVE W-IDX-VENDEDOR TO COD-VENDEDOR
              READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR
                INVALID KEY MOVE SPACES TO NOME-VENDEDOR
              END-READ

              MOVE COD-VENDEDOR   TO WDTF-CODIGO
              MOVE NOME-VENDEDOR  TO WDTF-NOME

              PERFORM 290-IMPRIMIR-FAIXAS
           END-IF.

       211-CARREGAR-VENDEDOR.
           MOVE W-VEN-FAIXA (W-IDX-VENDEDOR, W-IDX-FAIXA)
             TO WDTF-FAIXA (W-IDX-FAIXA)

           IF W-IDX-FAIXA GREATER 1
              ADD W-VEN-FAIXA (W-IDX-VENDEDOR, W-IDX-FAIXA)
                TO W-TOT-VENCIDO
           END-IF.

       215-IMPRIMIR-SEM-VENDEDOR.
           MOVE W-SVEN-FAIXA (W-IDX-FAIXA) TO WDTF-FAIXA (W-IDX-FAIXA)

           IF W-IDX-FAIXA GREATER 1
              ADD W-SVEN-FAIXA (W-IDX-FAIXA) TO W-TOT-VENCIDO
           END-IF.

       220-IMPRIMIR-REGIAO.
           MOVE W-REG-CODIGO (W-IDX-REGIAO) TO WDTF-CODIGO
           MOVE W-REG-CODIGO (W-IDX-REGIAO) TO PRG-CODIGO
           CALL "VERREGIAO" USING W-PARAM-REGIAO
           MOVE PRG-DESCRICAO TO WDTF-NOME

           PERFORM 221-CARREGAR-REGIAO
              VARYING W-IDX-FAIXA FROM 1 BY 1
              UNTIL W-IDX-FAIXA GREATER 5

           PERFORM 290-IMPRIMIR-FAIXAS.

       221-CARREGAR-REGIAO.
           MOVE W-REG-FAIXA (W-IDX-REGIAO, W-IDX-FAIXA)
             TO WDTF-FAIXA (W-IDX-FAIXA)

           IF W-IDX-FAIXA GREATER 1
              ADD W-REG-FAIXA (W-IDX-REGIAO, W-IDX-FAIXA)
                TO W-TOT-VENCIDO
           END-IF.

       230-IMPRIMIR-FILIAL.
           MOVE W-FIL-CODIGO (W-IDX-FILIAL) TO WDTF-CODIGO
           MOVE SPACES                      TO WDTF-NOME

           PERFORM 231-CARREGAR-FILIAL
              VARYING W-IDX-FAIXA FROM 1 BY 1
              UNTIL W-IDX-FAIXA GREATER 5

           PERFORM 290-IMPRIMIR-FAIXAS.

       231-CARREGAR-FILIAL.
           MOVE W-FIL-FAIXA (W-IDX-FILIAL, W-IDX-FAIXA)
             TO WDTF-FAIXA (W-IDX-FAIXA)

           IF W-IDX-FAIXA GREATER 1
              ADD W-FIL-FAIXA (W-IDX-FILIAL, W-IDX-FAIXA)
                TO W-TOT-VENCIDO
           END-IF.

       235-IMPRIMIR-GERAL.
           MOVE W-GER-FAIXA (W-IDX-FAIXA) TO WDTF-FAIXA (W-IDX-FAIXA)

           IF W-IDX-FAIXA GREATER 1
              ADD W-GER-FAIXA (W-IDX-FAIXA) TO W-TOT-VENCIDO
           END-IF.

       240-IMPRIMIR-DEVEDOR.
           MOVE W-IDX-MAIOR                      TO WDTM-POSICAO
           MOVE W-MAI-COD-CLIENTE (W-IDX-MAIOR)  TO WDTM-COD-CLIENTE
           MOVE W-MAI-RAZAO       (W-IDX-MAIOR)  TO WDTM-RAZAO
           MOVE W-MAI-VENDEDOR    (W-IDX-MAIOR)  TO WDTM-VENDEDOR
           MOVE W-MAI-REGIAO      (W-IDX-MAIOR)  TO WDTM-REGIAO
           MOVE W-MAI-FILIAL      (W-IDX-MAIOR)  TO WDTM-FILIAL
           MOVE W-MAI-VENCIDO     (W-IDX-MAIOR)  TO WDTM-VENCIDO
           MOVE W-MAI-ACIMA-90    (W-IDX-MAIOR)  TO WDTM-ACIMA-90

           WRITE REG-TITULO-REL FROM WDET-MAIORES.

      * GRAVA A LINHA DE FAIXAS JA CARREGADA - O TOTAL VENCIDO FOI
      * SOMADO NA CARGA E E ZERADO AQUI PARA A PROXIMA LINHA.
       290-IMPRIMIR-FAIXAS.
           PERFORM 291-SEPARAR-FAIXA
              VARYING W-IDX-FAIXA FROM 1 BY 1
              UNTIL W-IDX-FAIXA GREATER 5

           MOVE W-TOT-VENCIDO TO WDTF-VENCIDO
           WRITE REG-TITULO-REL FROM WDET-FAIXAS

           MOVE ZEROS TO W-TOT-VENCIDO.

       291-SEPARAR-FAIXA.
           MOVE ";" TO WDTF-SEPARADOR (W-IDX-FAIXA).

       END PROGRAM RELTITULO.
