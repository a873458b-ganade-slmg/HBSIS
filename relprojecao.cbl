       PROGRAM-ID.   RELPROJECAO.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VENDEDOR.

           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CLIENTE.

           SELECT ARQ-DISTRIB ASSIGN TO DISK
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

           SELECT OPTIONAL ARQ-META ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS M-CHAVE-META
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-META.

           SELECT OPTIONAL ARQ-DEVOLUCAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DV-CHAVE-DEVOLUCAO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-DEVOLUCAO.

           SELECT OPTIONAL ARQ-FERIADO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS F-CHAVE-FERIADO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-FERIADO.

           SELECT OPTIONAL ARQ-AUSENCIA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS A-CHAVE-AUSENCIA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-AUSENCIA.

           SELECT OPTIONAL ARQ-ALERTA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS AL-CHAVE-ALERTA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ALERTA.

           SELECT ARQ-PARAM ASSIGN TO "RELPROJECAO.PAR"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-PARAM.

           SELECT REL-PROJECAO ASSIGN TO "RELPROJECAO.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.

       COPY "CADVENDEDOR.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLIENTE'.

       COPY "CADCLIENTE.CPY".

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

       FD  ARQ-META
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADMETA'.

       COPY "CADMETA.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADDEVOLUCAO'.

       COPY "CADDEVOLUCAO.CPY".

       FD  ARQ-FERIADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADFERIADO'.

       COPY "CADFERIADO.CPY".

       FD  ARQ-AUSENCIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADAUSENCIA'.

       COPY "CADAUSENCIA.CPY".

       FD  ARQ-ALERTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADALERTA'.

       COPY "CADALERTA.CPY".

       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.

       01  REG-PARAM.
           03 PARAM-DATA-BASE     PIC 9(008).

       FD  REL-PROJECAO.
       01  REG-PROJECAO-REL PIC X(250).

       WORKING-STORAGE SECTION.

       77 FS-VENDEDOR             PIC  X(002)         VALUE "00".
       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-DISTRIB              PIC  X(002)         VALUE "00".
       77 FS-RUNCTL               PIC  X(002)         VALUE "00".
       77 FS-PEDIDO               PIC  X(002)         VALUE "00".
       77 FS-META                 PIC  X(002)         VALUE "00".
       77 FS-PARAM                PIC  X(002)         VALUE "00".
       77 FS-DEVOLUCAO            PIC  X(002)         VALUE "00".
       77 FS-FERIADO              PIC  X(002)         VALUE "00".
       77 FS-AUSENCIA             PIC  X(002)         VALUE "00".
       77 FS-ALERTA               PIC  X(002)         VALUE "00".
       77 W-RUNCTL-ABERTO         PIC  X(001)         VALUE "N".
       77 W-AUSENCIA-ABERTO       PIC  X(001)         VALUE "N".
       77 W-ALERTA-ABERTO         PIC  X(001)         VALUE "N".

       77 W-RUN-ID-MAX            PIC  9(016)         VALUE ZEROS.
       77 W-ANO-MES               PIC  9(006)         VALUE ZEROS.
       77 W-DATA-HOJE             PIC  9(008)         VALUE ZEROS.
       77 W-HORA-AGORA            PIC  9(008)         VALUE ZEROS.
       77 W-DATA-BASE             PIC  9(008)         VALUE ZEROS.
       77 W-PED-VENDEDOR          PIC  9(003)         VALUE ZEROS.

      *-----------------------------------------------------------
      * LIMIAR DO ALERTA, AJUSTAVEL PELO CADPARAM: VENDEDOR COM A
      * PROJECAO ABAIXO DESTE PERCENTUAL DA META E SINALIZADO.
      *-----------------------------------------------------------
       77 W-PCT-LIMITE            PIC  9(003)V9(002)  VALUE 90.

       01  W-PARAM-SIS.
           03 SIS-NOME            PIC X(020)          VALUE SPACES.
           03 SIS-DATA-REF        PIC 9(008)          VALUE ZEROS.
           03 SIS-VALOR           PIC 9(011)V9(002)   VALUE ZEROS.
           03 SIS-ACHOU           PIC X(001)          VALUE "N".

      * REALIZADO POR VENDEDOR NO MES ATE A VESPERA DA DATA BASE,
      * INDEXADO PELO PROPRIO CODIGO, E O PRIMEIRO CLIENTE ATENDIDO
      * NO MES (PRACA DO VENDEDOR PARA OS FERIADOS REGIONAIS).
       01  W-TAB-REALIZADO.
           03 W-REA-VENDAS        OCCURS 999 TIMES
                                  PIC 9(013)V9(002) COMP-3.
           03 W-REA-DEVOLVIDO     OCCURS 999 TIMES
                                  PIC 9(013)V9(002) COMP-3.
           03 W-REA-CLIENTE-REF   OCCURS 999 TIMES
                                  PIC 9(007).

       77 W-REA-LIQUIDO           PIC S9(013)V9(002)  VALUE ZEROS.
       77 W-QTD-DEV-SEM-PEDIDO    PIC 9(007)          VALUE ZEROS.

      *-----------------------------------------------------------
      * CALENDARIO DA COMPETENCIA: A DATA DE CADA DIA DO MES E SE
      * ELE CAI DE SEGUNDA A SEXTA. O DIA 1 DO INTEGER-OF-DATE
      * (01/01/1601) FOI UMA SEGUNDA, ENTAO O RESTO POR 7 DE
      * (INTEIRO - 1) DA O DIA DA SEMANA (0 = SEGUNDA).
      *-----------------------------------------------------------
       01  W-TAB-DIAS-MES.
           03 W-DIA-ITEM OCCURS 31 TIMES.
              05 W-DIA-DATA         PIC 9(008).
              05 W-DIA-SEMANA-SW    PIC X(001).
                 88 W-DIA-DE-SEMANA    VALUE "S".

       77 W-QTD-DIAS-MES          PIC 9(002) COMP     VALUE ZEROS.
       77 W-IDX-DIA               PIC 9(002) COMP     VALUE ZEROS.
       77 W-INT-PRIMEIRO          PIC 9(009)          VALUE ZEROS.
       77 W-INT-DIA               PIC 9(009)          VALUE ZEROS.
       77 W-DOW-DIA               PIC 9(001)          VALUE ZEROS.
       77 W-DATA-CALC             PIC 9(008)          VALUE ZEROS.
       77 W-DATA-PRIMEIRO         PIC 9(008)          VALUE ZEROS.
       77 W-DATA-ULTIMO           PIC 9(008)          VALUE ZEROS.

      * FERIADOS DA COMPETENCIA (CADFERIADO), COM O ALCANCE DA
      * CHAVE: UF EM BRANCO = NACIONAL; SO UF = ESTADUAL; UF E
      * CIDADE = MUNICIPAL.
       01  W-TAB-FERIADO.
           03 W-FER-ITEM OCCURS 100 TIMES.
              05 W-FER-DATA         PIC 9(008).
              05 W-FER-UF           PIC X(002).
              05 W-FER-CIDADE       PIC X(030).

       77 W-QTD-FERIADOS          PIC 9(003) COMP     VALUE ZEROS.
       77 W-IDX-FERIADO           PIC 9(003) COMP     VALUE ZEROS.
       77 W-DIA-FERIADO-SW        PIC X(001)          VALUE "N".
          88 W-DIA-E-FERIADO         VALUE "S".
       77 W-UF-REF                PIC X(002)          VALUE SPACES.
       77 W-CIDADE-REF            PIC X(030)          VALUE SPACES.

      *-----------------------------------------------------------
      * SITUACAO DE CADA DIA DO MES PARA O VENDEDOR DA VEZ:
      * "U" DIA UTIL TRABALHADO, "A" DIA UTIL DE AUSENCIA
      * (CADAUSENCIA), "N" FIM DE SEMANA OU FERIADO QUE O ALCANCA.
      *-----------------------------------------------------------
       01  W-TAB-DIAS-VENDEDOR.
           03 W-DVE-SITUACAO OCCURS 31 TIMES PIC X(001).
              88 W-DVE-UTIL            VALUE "U".
              88 W-DVE-AUSENTE         VALUE "A".

       77 W-DU-MES                PIC 9(002)          VALUE ZEROS.
       77 W-DU-DECORRIDOS         PIC 9(002)          VALUE ZEROS.
       77 W-DU-RESTANTES          PIC 9(002)          VALUE ZEROS.
       77 W-DU-AUSENTE-REST       PIC 9(002)          VALUE ZEROS.

       77 W-PROJECAO              PIC 9(013)V9(002)   VALUE ZEROS.
       77 W-PCT-PROJETADO         PIC 9(005)V9(002)   VALUE ZEROS.
       77 W-ABAIXO-SW             PIC X(001)          VALUE "N".
          88 W-ABAIXO-DO-LIMITE      VALUE "S".

       77 W-QTD-AVALIADOS         PIC 9(005)          VALUE ZEROS.
       77 W-QTD-ABAIXO            PIC 9(005)          VALUE ZEROS.

      * ALERTAS JA GRAVADOS NA FILA (CADALERTA), PARA A MESMA
      * DEDUPLICACAO PELA MENSAGEM DO FAZALERTA - O VENDEDOR
      * SINALIZADO VIRA UM ALERTA SO UMA VEZ NA COMPETENCIA.
       01  W-TAB-EXISTENTES.
           03 W-EXI-MENSAGEM OCCURS 3000 TIMES PIC X(060).

       77 W-QTD-EXISTENTES        PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-EXISTENTE         PIC 9(004) COMP     VALUE ZEROS.
       77 W-JA-EXISTE-SW          PIC X(001)          VALUE "N".
          88 W-ALERTA-JA-EXISTE      VALUE "S".
       77 W-SEQ-ALERTA            PIC 9(003)          VALUE ZEROS.
       77 W-MENSAGEM-NOVA         PIC X(060)          VALUE SPACES.
       77 W-QTD-ALERTAS-NOVOS     PIC 9(005)          VALUE ZEROS.

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

       01  WCAB.
           03 FILLER PIC X(250) VALUE "PROJECAO DE FECHAMENTO;COMPETENCI
      -"A;DATA BASE;CODIGO VENDEDOR;NOME VENDEDOR;META;REALIZADO;DIAS UT
      -"EIS MES;DIAS UTEIS DECORRIDOS;DIAS UTEIS RESTANTES;DIAS AUSENTE 
      -"RESTANTES;PROJECAO;PCT PROJETADO;ABAIXO DO LIMITE;".

       01  WDET.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-ANO-MES        PIC 9(006)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DATA-BASE      PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-COD-VENDEDOR   PIC 9(003)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-NOME-VENDEDOR  PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-META           PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-REALIZADO      PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DU-MES         PIC Z9              VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DU-DECORRIDOS  PIC Z9              VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DU-RESTANTES   PIC Z9              VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DU-AUSENTE     PIC Z9              VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-PROJECAO       PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-PCT            PIC ZZZZ9,99        VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-ABAIXO         PIC X(001)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * PROJECAO DE FECHAMENTO DO MES: NO MEIO DA COMPETENCIA, O
      * REALIZADO DE CADA VENDEDOR ATE A VESPERA DA DATA BASE
      * (ARQ-PEDIDO, LIQUIDO DAS DEVOLUCOES COMO NO RELMETA) E
      * DIVIDIDO PELOS DIAS UTEIS QUE ELE TRABALHOU E PROJETADO
      * SOBRE OS DIAS UTEIS QUE FALTAM. DIA UTIL E DE SEGUNDA A
      * SEXTA, FORA DOS FERIADOS QUE ALCANCAM A PRACA DO VENDEDOR
      * (CADFERIADO) E DAS AUSENCIAS DELE (CADAUSENCIA) - AUSENCIA
      * PASSADA NAO DILUI O RITMO E AUSENCIA FUTURA NAO VENDE.
      * A PROJECAO E CONFRONTADA COM A META (CADMETA) E O VENDEDOR
      * ABAIXO DO PERCENTUAL PCT-ALERTA-PROJECAO (CADPARAM, PADRAO
      * 90) E SINALIZADO NO RELATORIO E NA FILA DE ALERTAS DO
      * FAZALERTA (CADALERTA). A DATA BASE PADRAO E HOJE; O
      * RELPROJECAO.PAR PODE TRAZER OUTRA (AAAAMMDD).
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "RELPROJECAO - INICIO DO PROCESSAMENTO"

           INITIALIZE W-TAB-REALIZADO

           MOVE ZEROS TO RETURN-CODE

           PERFORM 010-LER-PARAMETROS

           PERFORM 025-CONFERIR-DEFASAGEM

           IF W-BLOQUEAR-DEFASADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT ARQ-META

           IF FS-META NOT EQUAL "00"
              DISPLAY "RELPROJECAO - NENHUMA META CADASTRADA"
           ELSE
              OPEN INPUT ARQ-VENDEDOR
              OPEN INPUT ARQ-CLIENTE
              OPEN INPUT ARQ-DISTRIB
              OPEN INPUT ARQ-PEDIDO

              PERFORM 020-MONTAR-CALENDARIO
              PERFORM 030-CARREGAR-FERIADOS
              PERFORM 050-ACHAR-ULTIMO-RUN

              IF FS-PEDIDO EQUAL "00"
                 PERFORM 100-ACUMULAR-PEDIDOS
                 PERFORM 150-ACUMULAR-DEVOLUCOES
              END-IF

              PERFORM 070-ABRIR-ALERTAS

              MOVE "N" TO W-AUSENCIA-ABERTO
              OPEN INPUT ARQ-AUSENCIA
              IF FS-AUSENCIA EQUAL "00"
                 MOVE "S" TO W-AUSENCIA-ABERTO
              ELSE
                 IF FS-AUSENCIA EQUAL "05"
                    CLOSE ARQ-AUSENCIA
                 END-IF
              END-IF
              MOVE "00" TO FS-AUSENCIA

              OPEN OUTPUT REL-PROJECAO
              PERFORM 027-IMPRIMIR-DEFASAGEM
                 VARYING W-IDX-DEFASAGEM FROM 1 BY 1
                 UNTIL W-IDX-DEFASAGEM GREATER W-QTD-DEFASAGEM
              WRITE REG-PROJECAO-REL FROM WCAB

              PERFORM 200-PROJETAR-METAS

              CLOSE REL-PROJECAO

              MOVE "RELPROJECAO"     TO CTR-PROGRAMA
              MOVE "RELPROJECAO.CSV" TO CTR-ARQUIVO
              CALL "CATRELAT" USING W-PARAM-CATALOGO

              IF W-AUSENCIA-ABERTO EQUAL "S"
                 CLOSE ARQ-AUSENCIA
              END-IF
              IF W-ALERTA-ABERTO EQUAL "S"
                 CLOSE ARQ-ALERTA
              END-IF
              CLOSE ARQ-VENDEDOR
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-DISTRIB
              CLOSE ARQ-PEDIDO
              CLOSE ARQ-META

              DISPLAY "RELPROJECAO - COMPETENCIA: " W-ANO-MES
                      " DATA BASE: " W-DATA-BASE
              DISPLAY "RELPROJECAO - METAS AVALIADAS: " W-QTD-AVALIADOS
              DISPLAY "RELPROJECAO - ABAIXO DO LIMITE: " W-QTD-ABAIXO
              DISPLAY "RELPROJECAO - ALERTAS NOVOS: "
                      W-QTD-ALERTAS-NOVOS
              IF W-QTD-DEV-SEM-PEDIDO GREATER ZEROS
                 DISPLAY "RELPROJECAO - DEVOLUCOES SEM PEDIDO: "
                         W-QTD-DEV-SEM-PEDIDO
              END-IF
           END-IF

           IF W-QTD-DEFASAGEM GREATER ZEROS
              AND RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "RELPROJECAO - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       010-LER-PARAMETROS.

           ACCEPT W-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT W-HORA-AGORA FROM TIME
           MOVE W-DATA-HOJE TO W-DATA-BASE

           OPEN INPUT ARQ-PARAM
           IF FS-PARAM EQUAL "00"
              READ ARQ-PARAM
              IF FS-PARAM EQUAL "00"
                 AND PARAM-DATA-BASE GREATER ZEROS
                 MOVE PARAM-DATA-BASE TO W-DATA-BASE
              END-IF
              CLOSE ARQ-PARAM
           END-IF

           MOVE W-DATA-BASE (1:6) TO W-ANO-MES

           MOVE "PCT-ALERTA-PROJECAO" TO SIS-NOME
           MOVE W-DATA-BASE           TO SIS-DATA-REF
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR GREATER ZEROS
              MOVE SIS-VALOR TO W-PCT-LIMITE
           END-IF.

      * ALIMENTACAO DE ENTRADA DA PROJECAO: IMPPEDIDO.
       025-CONFERIR-DEFASAGEM.
           MOVE ZEROS TO W-QTD-DEFASAGEM
           MOVE "N"   TO W-DEFASAGEM-SW

           MOVE "IMPPEDIDO" TO PDF-ALIMENTACAO
           PERFORM 026-CONFERIR-ALIMENTACAO

           IF W-BLOQUEAR-DEFASADO
              DISPLAY "RELPROJECAO - ENTRADA DEFASADA - PROCESSAMENTO "
                      "INTERROMPIDO (BLOQUEIO-DEFASAGEM)"
           END-IF.

       026-CONFERIR-ALIMENTACAO.
           CALL "VERDEFASA" USING W-PARAM-DEFASAGEM

           IF PDF-DEFASADA
              AND W-QTD-DEFASAGEM LESS 3
              ADD 1 TO W-QTD-DEFASAGEM
              MOVE PDF-MENSAGEM TO W-DEF-MENSAGEM (W-QTD-DEFASAGEM)
              DISPLAY "RELPROJECAO - " PDF-MENSAGEM

              IF PDF-BLOQUEAR
                 MOVE "S" TO W-DEFASAGEM-SW
              END-IF
           END-IF.

      * AVISO DE DEFASAGEM NO INICIO DA SAIDA, ANTES DO CABECALHO.
       027-IMPRIMIR-DEFASAGEM.
           WRITE REG-PROJECAO-REL FROM W-DEF-MENSAGEM (W-IDX-DEFASAGEM).

      * DATAS DOS DIAS DA COMPETENCIA E O DIA DA SEMANA DE CADA UM.
       020-MONTAR-CALENDARIO.

           MOVE ZEROS TO W-QTD-DIAS-MES

           COMPUTE W-DATA-PRIMEIRO = W-ANO-MES * 100 + 1
           COMPUTE W-INT-PRIMEIRO =
                   FUNCTION INTEGER-OF-DATE(W-DATA-PRIMEIRO)

           PERFORM 021-MONTAR-DIA
              VARYING W-IDX-DIA FROM 1 BY 1
              UNTIL W-IDX-DIA GREATER 31

           MOVE W-DIA-DATA (W-QTD-DIAS-MES) TO W-DATA-ULTIMO.

       021-MONTAR-DIA.

           COMPUTE W-INT-DIA = W-INT-PRIMEIRO + W-IDX-DIA - 1
           COMPUTE W-DATA-CALC = FUNCTION DATE-OF-INTEGER(W-INT-DIA)

           IF W-DATA-CALC (1:6) EQUAL W-ANO-MES
              ADD 1 TO W-QTD-DIAS-MES
              MOVE W-DATA-CALC TO W-DIA-DATA (W-QTD-DIAS-MES)

              COMPUTE W-DOW-DIA = FUNCTION MOD(W-INT-DIA - 1, 7)
              IF W-DOW-DIA LESS 5
                 MOVE "S" TO W-DIA-SEMANA-SW (W-QTD-DIAS-MES)
              ELSE
                 MOVE "N" TO W-DIA-SEMANA-SW (W-QTD-DIAS-MES)
              END-IF
           END-IF.

      * FERIADOS DA COMPETENCIA - LEITURA PELA CHAVE DATA+UF+CIDADE
      * A PARTIR DO PRIMEIRO DIA DO MES.
       030-CARREGAR-FERIADOS.

           MOVE ZEROS TO W-QTD-FERIADOS

           OPEN INPUT ARQ-FERIADO

           IF FS-FERIADO EQUAL "00"
              MOVE W-DATA-PRIMEIRO TO F-DATA
              MOVE SPACES TO F-UF
              MOVE SPACES TO F-CIDADE

              START ARQ-FERIADO KEY IS NOT LESS F-CHAVE-FERIADO
                INVALID KEY MOVE "23" TO FS-FERIADO
              END-START

              IF FS-FERIADO EQUAL "00"
                 READ ARQ-FERIADO NEXT
                 PERFORM 035-GUARDAR-FERIADO
                    UNTIL FS-FERIADO NOT EQUAL "00"
                       OR F-DATA GREATER W-DATA-ULTIMO
                       OR W-QTD-FERIADOS NOT LESS 100
              END-IF

              CLOSE ARQ-FERIADO
           ELSE
              IF FS-FERIADO EQUAL "05"
                 CLOSE ARQ-FERIADO
              END-IF
           END-IF

           MOVE "00" TO FS-FERIADO.

       035-GUARDAR-FERIADO.
           ADD 1 TO W-QTD-FERIADOS
           MOVE F-DATA   TO W-FER-DATA   (W-QTD-FERIADOS)
           MOVE F-UF     TO W-FER-UF     (W-QTD-FERIADOS)
           MOVE F-CIDADE TO W-FER-CIDADE (W-QTD-FERIADOS)

           READ ARQ-FERIADO NEXT.

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

      * FILA DE ALERTAS ABERTA PARA GRAVACAO, COM AS MENSAGENS JA
      * EXISTENTES FOTOGRAFADAS. SEM A FILA O RELATORIO SAI IGUAL,
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
              DISPLAY "RELPROJECAO - ERRO AO ABRIR CADALERTA - FS="
                      FS-ALERTA
           END-IF

           MOVE "00" TO FS-ALERTA.

       075-GUARDAR-EXISTENTE.
           ADD 1 TO W-QTD-EXISTENTES
           MOVE AL-MENSAGEM TO W-EXI-MENSAGEM (W-QTD-EXISTENTES)

           READ ARQ-ALERTA NEXT.

      * PEDIDOS DA COMPETENCIA ANTERIORES A DATA BASE - O DIA DA
      * DATA BASE AINDA ESTA EM ANDAMENTO E CONTA COMO RESTANTE.
       100-ACUMULAR-PEDIDOS.

           MOVE ZEROS TO P-COD-CLIENTE
           MOVE ZEROS TO P-DATA-PEDIDO
           MOVE ZEROS TO P-SEQ-PEDIDO

           START ARQ-PEDIDO KEY IS NOT LESS P-CHAVE-PEDIDO
             INVALID KEY MOVE "23" TO FS-PEDIDO
           END-START

           IF FS-PEDIDO EQUAL "00"
              READ ARQ-PEDIDO NEXT
              PERFORM 110-ACUMULAR-PEDIDO
                 UNTIL FS-PEDIDO NOT EQUAL "00"
           END-IF

           MOVE "00" TO FS-PEDIDO.

       110-ACUMULAR-PEDIDO.

           IF P-DATA-PEDIDO (1:6) EQUAL W-ANO-MES
              AND P-DATA-PEDIDO LESS W-DATA-BASE
              AND NOT P-ERP-RECUSADO
              PERFORM 120-RESOLVER-VENDEDOR

              IF W-PED-VENDEDOR GREATER ZEROS
                 ADD P-VALOR-PEDIDO TO W-REA-VENDAS (W-PED-VENDEDOR)

                 IF W-REA-CLIENTE-REF (W-PED-VENDEDOR) EQUAL ZEROS
                    MOVE P-COD-CLIENTE
                      TO W-REA-CLIENTE-REF (W-PED-VENDEDOR)
                 END-IF
              END-IF
           END-IF

           READ ARQ-PEDIDO NEXT.

       120-RESOLVER-VENDEDOR.

           MOVE ZEROS TO W-PED-VENDEDOR

           IF P-COD-VENDEDOR GREATER ZEROS
              MOVE P-COD-VENDEDOR TO W-PED-VENDEDOR
           ELSE
              IF W-RUN-ID-MAX GREATER ZEROS
                 MOVE W-RUN-ID-MAX  TO D-RUN-ID
                 MOVE P-COD-CLIENTE TO D-COD-CLIENTE

                 READ ARQ-DISTRIB RECORD KEY IS D-CHAVE-DISTRIB
                   INVALID KEY MOVE "23" TO FS-DISTRIB
                 END-READ

                 IF FS-DISTRIB EQUAL "00" AND D-ATRIBUIDO
                    MOVE D-COD-VENDEDOR TO W-PED-VENDEDOR
                 END-IF

                 MOVE "00" TO FS-DISTRIB
              END-IF
           END-IF.

      * DEVOLUCOES E CANCELAMENTOS REGISTRADOS NA COMPETENCIA ANTES
      * DA DATA BASE - O VENDEDOR E O DO PEDIDO DE ORIGEM, PELA
      * MESMA REGRA DO 120.
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

           IF DV-DATA-DEVOLUCAO (1:6) EQUAL W-ANO-MES
              AND DV-DATA-DEVOLUCAO LESS W-DATA-BASE
              MOVE DV-COD-CLIENTE TO P-COD-CLIENTE
              MOVE DV-DATA-PEDIDO TO P-DATA-PEDIDO
              MOVE DV-SEQ-PEDIDO  TO P-SEQ-PEDIDO

              READ ARQ-PEDIDO RECORD KEY IS P-CHAVE-PEDIDO
                INVALID KEY MOVE "23" TO FS-PEDIDO
              END-READ

              IF FS-PEDIDO EQUAL "00"
                 PERFORM 120-RESOLVER-VENDEDOR

                 IF W-PED-VENDEDOR GREATER ZEROS
                    ADD DV-VALOR-DEVOLVIDO
                      TO W-REA-DEVOLVIDO (W-PED-VENDEDOR)
                 END-IF
              ELSE
                 ADD 1 TO W-QTD-DEV-SEM-PEDIDO
              END-IF

              MOVE "00" TO FS-PEDIDO
           END-IF

           READ ARQ-DEVOLUCAO NEXT.

       200-PROJETAR-METAS.

           MOVE ZEROS TO M-COD-VENDEDOR
           MOVE ZEROS TO M-ANO-MES

           START ARQ-META KEY IS NOT LESS M-CHAVE-META
             INVALID KEY MOVE "23" TO FS-META
           END-START

           IF FS-META EQUAL "00"
              READ ARQ-META NEXT
              PERFORM 210-PROJETAR-META
                 UNTIL FS-META NOT EQUAL "00"
           END-IF

           MOVE "00" TO FS-META.

       210-PROJETAR-META.

           IF M-ANO-MES EQUAL W-ANO-MES
              ADD 1 TO W-QTD-AVALIADOS

              MOVE M-COD-VENDEDOR TO COD-VENDEDOR
              READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR
                INVALID KEY MOVE SPACES TO NOME-VENDEDOR
              END-READ

              COMPUTE W-REA-LIQUIDO = W-REA-VENDAS (M-COD-VENDEDOR)
                                    - W-REA-DEVOLVIDO (M-COD-VENDEDOR)
              IF W-REA-LIQUIDO LESS ZEROS
                 MOVE ZEROS TO W-REA-LIQUIDO
              END-IF

              PERFORM 300-CONTAR-DIAS-VENDEDOR

              IF W-DU-DECORRIDOS GREATER ZEROS
                 COMPUTE W-PROJECAO ROUNDED =
                         W-REA-LIQUIDO +
                         W-REA-LIQUIDO * W-DU-RESTANTES /
                         W-DU-DECORRIDOS
                   ON SIZE ERROR MOVE W-REA-LIQUIDO TO W-PROJECAO
                 END-COMPUTE
              ELSE
                 MOVE W-REA-LIQUIDO TO W-PROJECAO
              END-IF

              IF M-VALOR-META GREATER ZEROS
                 COMPUTE W-PCT-PROJETADO ROUNDED =
                         W-PROJECAO * 100 /
                         M-VALOR-META
                   ON SIZE ERROR MOVE 99999 TO W-PCT-PROJETADO
                 END-COMPUTE
              ELSE
                 MOVE ZEROS TO W-PCT-PROJETADO
              END-IF

      * SEM DIA TRABALHADO NAO HA RITMO PARA PROJETAR - O VENDEDOR
      * SO E SINALIZADO DEPOIS DO PRIMEIRO DIA UTIL DELE NO MES.
              MOVE "N" TO W-ABAIXO-SW
              IF M-VALOR-META GREATER ZEROS
                 AND W-DU-DECORRIDOS GREATER ZEROS
                 AND W-PCT-PROJETADO LESS W-PCT-LIMITE
                 MOVE "S" TO W-ABAIXO-SW
                 ADD 1 TO W-QTD-ABAIXO
                 PERFORM 500-GRAVAR-ALERTA
              END-IF

              MOVE W-ANO-MES       TO WDET-ANO-MES
              MOVE W-DATA-BASE     TO WDET-DATA-BASE
              MOVE M-COD-VENDEDOR  TO WDET-COD-VENDEDOR
              MOVE NOME-VENDEDOR   TO WDET-NOME-VENDEDOR
              MOVE M-VALOR-META    TO WDET-META
              MOVE W-REA-LIQUIDO   TO WDET-REALIZADO
              MOVE W-DU-MES        TO WDET-DU-MES
              MOVE W-DU-DECORRIDOS TO WDET-DU-DECORRIDOS
              MOVE W-DU-RESTANTES  TO WDET-DU-RESTANTES
              MOVE W-DU-AUSENTE-REST TO WDET-DU-AUSENTE
              MOVE W-PROJECAO      TO WDET-PROJECAO
              MOVE W-PCT-PROJETADO TO WDET-PCT
              MOVE W-ABAIXO-SW     TO WDET-ABAIXO

              WRITE REG-PROJECAO-REL FROM WDET
           END-IF

           READ ARQ-META NEXT.

      *-----------------------------------------------------------
      * DIAS UTEIS DO VENDEDOR NA COMPETENCIA: O ALCANCE DOS
      * FERIADOS E CONFERIDO CONTRA A UF/CIDADE DO PRIMEIRO CLIENTE
      * QUE ELE ATENDEU NO MES (COMO O RELROTA FAZ NA SEMANA); SEM
      * PEDIDO NO MES, SO O FERIADO NACIONAL VALE. EM SEGUIDA AS
      * AUSENCIAS DO CADAUSENCIA TIRAM OS DIAS DELE.
      *-----------------------------------------------------------
       300-CONTAR-DIAS-VENDEDOR.

           MOVE SPACES TO W-UF-REF
           MOVE SPACES TO W-CIDADE-REF

           IF W-REA-CLIENTE-REF (M-COD-VENDEDOR) GREATER ZEROS
              MOVE W-REA-CLIENTE-REF (M-COD-VENDEDOR) TO COD-CLIENTE
              READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
                INVALID KEY MOVE "23" TO FS-CLIENTE
              END-READ

              IF FS-CLIENTE EQUAL "00"
                 MOVE UF-CLIENTE     TO W-UF-REF
                 MOVE CIDADE-CLIENTE TO W-CIDADE-REF
              END-IF

              MOVE "00" TO FS-CLIENTE
           END-IF

           PERFORM 310-AVALIAR-DIA
              VARYING W-IDX-DIA FROM 1 BY 1
              UNTIL W-IDX-DIA GREATER W-QTD-DIAS-MES

           IF W-AUSENCIA-ABERTO EQUAL "S"
              MOVE M-COD-VENDEDOR TO A-COD-VENDEDOR
              MOVE ZEROS          TO A-DATA-INICIO

              START ARQ-AUSENCIA KEY IS NOT LESS A-CHAVE-AUSENCIA
                INVALID KEY MOVE "23" TO FS-AUSENCIA
              END-START

              IF FS-AUSENCIA EQUAL "00"
                 READ ARQ-AUSENCIA NEXT
                 PERFORM 330-APLICAR-AUSENCIA
                    UNTIL FS-AUSENCIA NOT EQUAL "00"
                       OR A-COD-VENDEDOR NOT EQUAL M-COD-VENDEDOR
              END-IF

              MOVE "00" TO FS-AUSENCIA
           END-IF

           MOVE ZEROS TO W-DU-MES
           MOVE ZEROS TO W-DU-DECORRIDOS
           MOVE ZEROS TO W-DU-RESTANTES
           MOVE ZEROS TO W-DU-AUSENTE-REST

           PERFORM 340-CONTAR-DIA
              VARYING W-IDX-DIA FROM 1 BY 1
              UNTIL W-IDX-DIA GREATER W-QTD-DIAS-MES.

       310-AVALIAR-DIA.

           MOVE "N" TO W-DIA-FERIADO-SW

           IF W-DIA-DE-SEMANA (W-IDX-DIA)
              PERFORM 320-CONFERIR-FERIADO
                 VARYING W-IDX-FERIADO FROM 1 BY 1
                 UNTIL W-IDX-FERIADO GREATER W-QTD-FERIADOS
                    OR W-DIA-E-FERIADO
           END-IF

           IF W-DIA-DE-SEMANA (W-IDX-DIA)
              AND NOT W-DIA-E-FERIADO
              MOVE "U" TO W-DVE-SITUACAO (W-IDX-DIA)
           ELSE
              MOVE "N" TO W-DVE-SITUACAO (W-IDX-DIA)
           END-IF.

       320-CONFERIR-FERIADO.
           IF W-FER-DATA (W-IDX-FERIADO) EQUAL W-DIA-DATA (W-IDX-DIA)
              IF W-FER-UF (W-IDX-FERIADO) EQUAL SPACES
                 MOVE "S" TO W-DIA-FERIADO-SW
              ELSE
                 IF W-FER-UF (W-IDX-FERIADO) EQUAL W-UF-REF
                    AND (W-FER-CIDADE (W-IDX-FERIADO) EQUAL SPACES
                         OR W-FER-CIDADE (W-IDX-FERIADO)
                            EQUAL W-CIDADE-REF)
                    MOVE "S" TO W-DIA-FERIADO-SW
                 END-IF
              END-IF
           END-IF.

       330-APLICAR-AUSENCIA.

           IF A-DATA-INICIO NOT GREATER W-DATA-ULTIMO
              AND A-DATA-FIM NOT LESS W-DATA-PRIMEIRO
              PERFORM 335-MARCAR-AUSENTE
                 VARYING W-IDX-DIA FROM 1 BY 1
                 UNTIL W-IDX-DIA GREATER W-QTD-DIAS-MES
           END-IF

           READ ARQ-AUSENCIA NEXT.

       335-MARCAR-AUSENTE.
           IF W-DVE-UTIL (W-IDX-DIA)
              AND W-DIA-DATA (W-IDX-DIA) NOT LESS A-DATA-INICIO
              AND W-DIA-DATA (W-IDX-DIA) NOT GREATER A-DATA-FIM
              MOVE "A" TO W-DVE-SITUACAO (W-IDX-DIA)
           END-IF.

       340-CONTAR-DIA.

           IF W-DVE-UTIL (W-IDX-DIA) OR W-DVE-AUSENTE (W-IDX-DIA)
              ADD 1 TO W-DU-MES
           END-IF

           IF W-DIA-DATA (W-IDX-DIA) LESS W-DATA-BASE
              IF W-DVE-UTIL (W-IDX-DIA)
                 ADD 1 TO W-DU-DECORRIDOS
              END-IF
           ELSE
              IF W-DVE-UTIL (W-IDX-DIA)
                 ADD 1 TO W-DU-RESTANTES
              END-IF
              IF W-DVE-AUSENTE (W-IDX-DIA)
                 ADD 1 TO W-DU-AUSENTE-REST
              END-IF
           END-IF.

      * ALERTA DO VENDEDOR SINALIZADO NA FILA DO FAZALERTA, QUANDO
      * A CONDICAO AINDA NAO CONSTA DELA - A SEQUENCIA DESEMPATA
      * ALERTAS GRAVADOS NO MESMO INSTANTE.
       500-GRAVAR-ALERTA.

           IF W-ALERTA-ABERTO EQUAL "S"
              MOVE SPACES TO W-MENSAGEM-NOVA
              STRING "PROJECAO ABAIXO DA META - VENDEDOR "
                     M-COD-VENDEDOR
                     " COMPETENCIA "
                     W-ANO-MES
                INTO W-MENSAGEM-NOVA

              MOVE "N" TO W-JA-EXISTE-SW

              PERFORM 510-PROCURAR-EXISTENTE
                 VARYING W-IDX-EXISTENTE FROM 1 BY 1
                 UNTIL W-IDX-EXISTENTE GREATER W-QTD-EXISTENTES
                    OR W-ALERTA-JA-EXISTE

              IF NOT W-ALERTA-JA-EXISTE
                 ADD 1 TO W-SEQ-ALERTA

                 MOVE W-DATA-HOJE     TO AL-DATA
                 MOVE W-HORA-AGORA    TO AL-HORA
                 MOVE W-SEQ-ALERTA    TO AL-SEQ
                 MOVE "A"             TO AL-SEVERIDADE
                 MOVE "RELPROJECAO"   TO AL-FONTE
                 MOVE W-MENSAGEM-NOVA TO AL-MENSAGEM
                 SET AL-ABERTO TO TRUE
                 MOVE SPACES TO AL-OPERADOR-RECON
                 MOVE ZEROS  TO AL-DATA-RECON
                 MOVE SPACES TO AL-DESTINATARIO

                 WRITE ARQ-ALERTA-REG
                   INVALID KEY REWRITE ARQ-ALERTA-REG
                 END-WRITE

                 ADD 1 TO W-QTD-ALERTAS-NOVOS

                 IF W-QTD-EXISTENTES LESS 3000
                    ADD 1 TO W-QTD-EXISTENTES
                    MOVE W-MENSAGEM-NOVA
                      TO W-EXI-MENSAGEM (W-QTD-EXISTENTES)
                 END-IF
              END-IF
           END-IF.

       510-PROCURAR-EXISTENTE.
           IF W-EXI-MENSAGEM (W-IDX-EXISTENTE) EQUAL W-MENSAGEM-NOVA
              MOVE "S" TO W-JA-EXISTE-SW
           END-IF.

       END PROGRAM RELPROJECAO.
