       PROGRAM-ID.   RELJORNADA.
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

           SELECT OPTIONAL ARQ-VISITA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS V-CHAVE-VISITA
                  ALTERNATE RECORD KEY IS V-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VISITA.

           SELECT OPTIONAL ARQ-PLANO ASSIGN TO DISK
                  ORGANIZATION     IS LINE SEQUENTIAL
                  ACCESS MODE      IS SEQUENTIAL
                  FILE STATUS      IS FS-PLANO.

           SELECT ARQ-PARAM ASSIGN TO "RELJORNADA.PAR"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-PARAM.

           SELECT REL-JORNADA ASSIGN TO "RELJORNADA.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.

       COPY "CADVENDEDOR.CPY".

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVISITA'.

       COPY "CADVISITA.CPY".

       FD  ARQ-PLANO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPLANO'.

       COPY "CADPLANO.CPY".

      * PERIODO DA ANALISE: DATA INICIAL E FINAL (AAAAMMDD). SEM
      * PARAMETRO = DO DIA 1 DO MES CORRENTE ATE HOJE; SEM A FINAL =
      * SO O DIA INICIAL.
       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.

       01  REG-PARAM.
           03 PARAM-DATA-INI      PIC 9(008).
           03 PARAM-DATA-FIM      PIC 9(008).

       FD  REL-JORNADA.
       01  REG-JORNADA-REL PIC X(250).

       WORKING-STORAGE SECTION.

       77 FS-VENDEDOR             PIC  X(002)         VALUE "00".
       77 FS-VISITA               PIC  X(002)         VALUE "00".
       77 FS-PLANO                PIC  X(002)         VALUE "00".
       77 FS-PARAM                PIC  X(002)         VALUE "00".

       77 W-DATA-HOJE             PIC  9(008)         VALUE ZEROS.
       77 W-DATA-INI              PIC  9(008)         VALUE ZEROS.
       77 W-DATA-FIM              PIC  9(008)         VALUE ZEROS.

      * VELOCIDADE MEDIA DE DESLOCAMENTO (KM/H) QUE CONVERTE A
      * DISTANCIA DO TRECHO NO PLANO DO RELROTA EM MINUTOS ESTIMADOS.
       77 W-VELOCIDADE            PIC  9(003)V9(002)  VALUE 30.

       01  W-PARAM-SIS.
           03 SIS-NOME            PIC X(020)          VALUE SPACES.
           03 SIS-DATA-REF        PIC 9(008)          VALUE ZEROS.
           03 SIS-VALOR           PIC 9(011)V9(002)   VALUE ZEROS.
           03 SIS-ACHOU           PIC X(001)          VALUE "N".

      *-----------------------------------------------------------
      * PLANO DO RELROTA EM MEMORIA (SEM AS PARADAS DE PROSPECCAO):
      * CADA VISITA BUSCA A LINHA DO MESMO VENDEDOR, DIA PLANEJADO E
      * CLIENTE NA VERSAO QUE ESTAVA EM VIGOR NO DIA DA VISITA (A DE
      * GERACAO MAIS RECENTE NAO POSTERIOR A VISITA). A DISTANCIA DA
      * LINHA E O TRECHO DESDE A PARADA ANTERIOR DO ROTEIRO.
      *-----------------------------------------------------------
       01  W-TAB-PLANO.
           03 W-PLA-ITEM OCCURS 50000 TIMES.
              05 W-PLA-VENDEDOR     PIC 9(003).
              05 W-PLA-CLIENTE      PIC 9(007).
              05 W-PLA-DIA          PIC X(010).
              05 W-PLA-DATA-GER     PIC 9(008).
              05 W-PLA-DISTANCIA    PIC 9(009)V9(002).

       77 W-QTD-PLANO             PIC 9(005) COMP     VALUE ZEROS.
       77 W-IDX-PLANO             PIC 9(005) COMP     VALUE ZEROS.
       77 W-QTD-PLANO-FORA        PIC 9(009)          VALUE ZEROS.

      *-----------------------------------------------------------
      * QUEBRA VENDEDOR + DIA: AS VISITAS CHEGAM PELA CHAVE ALTERNADA
      * VENDEDOR+DATA, ENTAO O DIA DE CADA VENDEDOR E CONTIGUO. AS
      * VISITAS DO DIA FICAM NA TABELA E SAEM NA QUEBRA EM ORDEM DE
      * HORARIO (CHEGADA, OU A SAIDA QUANDO SO ELA FOI MARCADA); AS
      * SEM MARCACAO VEM POR ULTIMO, SEM TEMPO APURADO.
      *-----------------------------------------------------------
       77 W-GRP-VENDEDOR          PIC  9(003)         VALUE ZEROS.
       77 W-GRP-DATA              PIC  9(008)         VALUE ZEROS.
       77 W-GRP-ABERTO-SW         PIC  X(001)         VALUE "N".
          88 W-GRP-ABERTO            VALUE "S".

       01  W-TAB-DIA.
           03 W-DIA-ITEM OCCURS 200 TIMES.
              05 W-DIA-CLIENTE      PIC 9(007).
              05 W-DIA-PLANEJADO    PIC X(010).
              05 W-DIA-SITUACAO     PIC X(001).
              05 W-DIA-CHEGADA      PIC 9(004).
              05 W-DIA-SAIDA        PIC 9(004).
              05 W-DIA-ORDEM        PIC 9(004).
              05 W-DIA-TEM-PLANO    PIC X(001).
              05 W-DIA-DATA-PLANO   PIC 9(008).
              05 W-DIA-DISTANCIA    PIC 9(009)V9(002).
              05 W-DIA-IMPRESSO     PIC X(001).

       77 W-QTD-DIA               PIC 9(003) COMP     VALUE ZEROS.
       77 W-IDX-DIA               PIC 9(003) COMP     VALUE ZEROS.
       77 W-IDX-VOLTA             PIC 9(003) COMP     VALUE ZEROS.
       77 W-IDX-MENOR             PIC 9(003) COMP     VALUE ZEROS.
       77 W-ORDEM-MENOR           PIC 9(004)          VALUE ZEROS.

      * HORARIO HHMM CONVERTIDO EM MINUTOS DO DIA E EDITADO HH:MM.
       01  W-HORA-TRAB            PIC 9(004)          VALUE ZEROS.
       01  FILLER REDEFINES W-HORA-TRAB.
           03 W-HORA-HH           PIC 9(002).
           03 W-HORA-MM           PIC 9(002).

       01  W-HORA-ED.
           03 W-HORA-ED-HH        PIC 9(002)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ":".
           03 W-HORA-ED-MM        PIC 9(002)          VALUE ZEROS.

       77 W-MINUTOS               PIC 9(004) COMP     VALUE ZEROS.
       77 W-MIN-CHEGADA           PIC 9(004) COMP     VALUE ZEROS.
       77 W-MIN-SAIDA             PIC 9(004) COMP     VALUE ZEROS.
       77 W-MIN-SAIDA-ANT         PIC 9(004) COMP     VALUE ZEROS.
       77 W-SAIDA-ANT-SW          PIC X(001)          VALUE "N".
          88 W-TEM-SAIDA-ANT         VALUE "S".

       77 W-MIN-CLIENTE           PIC 9(005)          VALUE ZEROS.
       77 W-MIN-DESLOC            PIC 9(005)          VALUE ZEROS.
       77 W-MIN-ESTIMADO          PIC 9(005)          VALUE ZEROS.
       77 W-MIN-DIFERENCA         PIC S9(005)         VALUE ZEROS.
       77 W-CLIENTE-SW            PIC X(001)          VALUE "N".
          88 W-TEM-CLIENTE           VALUE "S".
       77 W-DESLOC-SW             PIC X(001)          VALUE "N".
          88 W-TEM-DESLOC            VALUE "S".

       77 W-ED-MINUTOS            PIC ZZZZ9           VALUE ZEROS.
       77 W-ED-DIFERENCA          PIC -ZZZZ9          VALUE ZEROS.
       77 W-ED-KM                 PIC ZZZZZ9,99       VALUE ZEROS.

      * TOTAIS DO DIA DO VENDEDOR. A DIFERENCA DO DIA SO CONSIDERA OS
      * TRECHOS QUE TEM TEMPO REAL E ESTIMATIVA DO PLANO AO MESMO
      * TEMPO (TRECHOS COMPARADOS).
       77 W-TOT-COM-HORARIO       PIC 9(003)          VALUE ZEROS.
       77 W-TOT-SEM-HORARIO       PIC 9(003)          VALUE ZEROS.
       77 W-TOT-PRIMEIRA          PIC 9(004)          VALUE ZEROS.
       77 W-TOT-ULTIMA            PIC 9(004)          VALUE ZEROS.
       77 W-TOT-MIN-PRIMEIRA      PIC 9(004) COMP     VALUE ZEROS.
       77 W-TOT-MIN-ULTIMA        PIC 9(004) COMP     VALUE ZEROS.
       77 W-TOT-MIN-CLIENTE       PIC 9(005)          VALUE ZEROS.
       77 W-TOT-MIN-DESLOC        PIC 9(005)          VALUE ZEROS.
       77 W-TOT-TRECHOS           PIC 9(003)          VALUE ZEROS.
       77 W-TOT-DESLOC-COMP       PIC 9(005)          VALUE ZEROS.
       77 W-TOT-MIN-ESTIMADO      PIC 9(005)          VALUE ZEROS.

       77 W-NOME-VENDEDOR         PIC X(040)          VALUE SPACES.

       77 W-QTD-LIDAS             PIC 9(009)          VALUE ZEROS.
       77 W-QTD-COM-HORARIO       PIC 9(009)          VALUE ZEROS.
       77 W-QTD-DIAS              PIC 9(009)          VALUE ZEROS.
       77 W-QTD-DESCARTADAS       PIC 9(009)          VALUE ZEROS.

       01  WCAB.
           03 FILLER PIC X(040) VALUE
              "VISITA;CODIGO VENDEDOR;NOME VENDEDOR;DAT".
           03 FILLER PIC X(040) VALUE
              "A;ORDEM;CODIGO CLIENTE;DIA PLANEJADO;SIT".
           03 FILLER PIC X(040) VALUE
              "UACAO;CHEGADA;SAIDA;MINUTOS NO CLIENTE;M".
           03 FILLER PIC X(040) VALUE
              "INUTOS DE DESLOCAMENTO;KM DO PLANO;MINUT".
           03 FILLER PIC X(034) VALUE
              "OS ESTIMADOS;DIFERENCA;OBSERVACAO;".

       01  WCAB-DIA.
           03 FILLER PIC X(040) VALUE
              "TOTAL DO DIA;CODIGO VENDEDOR;NOME VENDED".
           03 FILLER PIC X(040) VALUE
              "OR;DATA;VISITAS;COM HORARIO;SEM HORARIO;".
           03 FILLER PIC X(040) VALUE
              "PRIMEIRA CHEGADA;ULTIMA SAIDA;MINUTOS DE".
           03 FILLER PIC X(040) VALUE
              " JORNADA;MINUTOS NOS CLIENTES;MINUTOS DE".
           03 FILLER PIC X(040) VALUE
              " DESLOCAMENTO;TRECHOS COMPARADOS;MINUTOS".
           03 FILLER PIC X(040) VALUE
              " NOS TRECHOS;MINUTOS ESTIMADOS;DIFERENCA".
           03 FILLER PIC X(001) VALUE ";".

       01  WDET.
           03 FILLER              PIC X(007)          VALUE "VISITA;".
           03 WDET-COD-VENDEDOR   PIC 9(003)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-NOME-VENDEDOR  PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DATA           PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-ORDEM          PIC ZZ9             VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-COD-CLIENTE    PIC 9(007)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DIA            PIC X(010)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-SITUACAO       PIC X(013)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-CHEGADA        PIC X(005)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-SAIDA          PIC X(005)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-MIN-CLIENTE    PIC X(005)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-MIN-DESLOC     PIC X(005)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-KM             PIC X(009)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-MIN-ESTIMADO   PIC X(005)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DIFERENCA      PIC X(006)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-OBSERVACAO     PIC X(030)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WTOT.
           03 FILLER              PIC X(013)          VALUE
              "TOTAL DO DIA;".
           03 WTOT-COD-VENDEDOR   PIC 9(003)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WTOT-NOME-VENDEDOR  PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WTOT-DATA           PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WTOT-VISITAS        PIC ZZ9             VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WTOT-COM-HORARIO    PIC ZZ9             VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WTOT-SEM-HORARIO    PIC ZZ9             VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WTOT-PRIMEIRA       PIC X(005)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WTOT-ULTIMA         PIC X(005)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WTOT-MIN-JORNADA    PIC X(005)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WTOT-MIN-CLIENTE    PIC ZZZZ9           VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WTOT-MIN-DESLOC     PIC ZZZZ9           VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WTOT-TRECHOS        PIC ZZ9             VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WTOT-DESLOC-COMP    PIC ZZZZ9           VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WTOT-MIN-ESTIMADO   PIC ZZZZ9           VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WTOT-DIFERENCA      PIC -ZZZZ9          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

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
      * TEMPO EM CAMPO: COM OS HORARIOS DE CHEGADA E DE SAIDA QUE O
      * IMPVISITA TRAZ DO COLETOR, LISTA POR VENDEDOR E DIA CADA
      * VISITA EM ORDEM DE HORARIO COM O TEMPO NO CLIENTE E O
      * DESLOCAMENTO DESDE A SAIDA DA PARADA ANTERIOR, CONFRONTADO
      * COM A ESTIMATIVA DO TRECHO NO PLANO DO RELROTA (DISTANCIA
      * DIVIDIDA PELA VELOC-MEDIA-ROTA DO SISPARAM). FECHA CADA
      * DIA COM A PRIMEIRA CHEGADA, A ULTIMA SAIDA E OS TOTAIS.
      * VISITA SEM MARCACAO (DIGITACAO DE ESCRITORIO) E CONTADA MAS
      * NAO ENTRA NOS TEMPOS. RODAVEL PELO AGENDADOR, COMO OS DEMAIS
      * BATCHES.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "RELJORNADA - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           PERFORM 010-LER-PARAMETROS

           PERFORM 025-CONFERIR-DEFASAGEM

           IF W-BLOQUEAR-DEFASADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 050-CARREGAR-PLANO

           OPEN INPUT ARQ-VENDEDOR

           OPEN OUTPUT REL-JORNADA
           PERFORM 027-IMPRIMIR-DEFASAGEM
              VARYING W-IDX-DEFASAGEM FROM 1 BY 1
              UNTIL W-IDX-DEFASAGEM GREATER W-QTD-DEFASAGEM
           WRITE REG-JORNADA-REL FROM WCAB
           WRITE REG-JORNADA-REL FROM WCAB-DIA

           PERFORM 100-LER-VISITAS

           CLOSE REL-JORNADA
           CLOSE ARQ-VENDEDOR

           MOVE "RELJORNADA"     TO CTR-PROGRAMA
           MOVE "RELJORNADA.CSV" TO CTR-ARQUIVO
           CALL "CATRELAT" USING W-PARAM-CATALOGO

           DISPLAY "RELJORNADA - PERIODO: " W-DATA-INI " A "
                   W-DATA-FIM
           DISPLAY "RELJORNADA - VELOCIDADE MEDIA EM USO: "
                   W-VELOCIDADE
           DISPLAY "RELJORNADA - LINHAS DO PLANO CARREGADAS: "
                   W-QTD-PLANO
           DISPLAY "RELJORNADA - VISITAS LIDAS: " W-QTD-LIDAS
           DISPLAY "RELJORNADA - VISITAS COM HORARIO: "
                   W-QTD-COM-HORARIO
           DISPLAY "RELJORNADA - DIAS DE VENDEDOR: " W-QTD-DIAS

           IF W-QTD-PLANO-FORA GREATER ZEROS
              DISPLAY "RELJORNADA - LINHAS DO PLANO ALEM DA "
                      "CAPACIDADE: " W-QTD-PLANO-FORA
              MOVE 4 TO RETURN-CODE
           END-IF

           IF W-QTD-DESCARTADAS GREATER ZEROS
              DISPLAY "RELJORNADA - VISITAS ALEM DA CAPACIDADE DO "
                      "DIA: " W-QTD-DESCARTADAS
              MOVE 4 TO RETURN-CODE
           END-IF

           IF W-QTD-DEFASAGEM GREATER ZEROS
              AND RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "RELJORNADA - PROCESSAMENTO CONCLUIDO"

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
                 AND PARAM-DATA-INI NUMERIC
                 AND PARAM-DATA-INI GREATER ZEROS
                 MOVE PARAM-DATA-INI TO W-DATA-INI
                 MOVE ZEROS          TO W-DATA-FIM
                 IF PARAM-DATA-FIM NUMERIC
                    MOVE PARAM-DATA-FIM TO W-DATA-FIM
                 END-IF
              END-IF
              CLOSE ARQ-PARAM
           END-IF

           IF W-DATA-FIM LESS W-DATA-INI
              MOVE W-DATA-INI TO W-DATA-FIM
           END-IF

           MOVE W-DATA-HOJE TO SIS-DATA-REF

           MOVE "VELOC-MEDIA-ROTA" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR GREATER ZEROS
              AND SIS-VALOR LESS 1000
              MOVE SIS-VALOR TO W-VELOCIDADE
           END-IF.

      * ALIMENTACAO DE ENTRADA DO PROCESSAMENTO: IMPVISITA.
       025-CONFERIR-DEFASAGEM.
           MOVE ZEROS TO W-QTD-DEFASAGEM
           MOVE "N"   TO W-DEFASAGEM-SW

           MOVE "IMPVISITA" TO PDF-ALIMENTACAO
           PERFORM 026-CONFERIR-ALIMENTACAO

           IF W-BLOQUEAR-DEFASADO
              DISPLAY "RELJORNADA - ENTRADA DEFASADA - PROCESSAMENTO "
                      "INTERROMPIDO (BLOQUEIO-DEFASAGEM)"
           END-IF.

       026-CONFERIR-ALIMENTACAO.
           CALL "VERDEFASA" USING W-PARAM-DEFASAGEM

           IF PDF-DEFASADA
              AND W-QTD-DEFASAGEM LESS 3
              ADD 1 TO W-QTD-DEFASAGEM
              MOVE PDF-MENSAGEM TO W-DEF-MENSAGEM (W-QTD-DEFASAGEM)
              DISPLAY "RELJORNADA - " PDF-MENSAGEM

              IF PDF-BLOQUEAR
                 MOVE "S" TO W-DEFASAGEM-SW
              END-IF
           END-IF.

      * AVISO DE DEFASAGEM NO INICIO DA SAIDA, ANTES DO CABECALHO.
       027-IMPRIMIR-DEFASAGEM.
           WRITE REG-JORNADA-REL FROM W-DEF-MENSAGEM (W-IDX-DEFASAGEM).

      * PLANO DO RELROTA ATE O FIM DO PERIODO, SEM AS PARADAS DE
      * PROSPECCAO (CODIGO DA SERIE DO CADPROSPECT). SEM O ARQUIVO O
      * RELATORIO SAI SO COM OS TEMPOS REAIS, SEM ESTIMATIVA.
       050-CARREGAR-PLANO.

           MOVE ZEROS TO W-QTD-PLANO

           OPEN INPUT ARQ-PLANO

           IF FS-PLANO EQUAL "00"
              READ ARQ-PLANO
              PERFORM 055-GUARDAR-LINHA-PLANO
                 UNTIL FS-PLANO NOT EQUAL "00"
              CLOSE ARQ-PLANO
           ELSE
              IF FS-PLANO EQUAL "05"
                 CLOSE ARQ-PLANO
              END-IF
              DISPLAY "RELJORNADA - PLANO DE VISITAS NAO ENCONTRADO"
           END-IF

           MOVE "00" TO FS-PLANO.

       055-GUARDAR-LINHA-PLANO.

           IF NOT PL-PARADA-PROSPECT
              AND PL-DATA-GERACAO NOT GREATER W-DATA-FIM
              IF W-QTD-PLANO LESS 50000
                 ADD 1 TO W-QTD-PLANO
                 MOVE PL-COD-VENDEDOR TO W-PLA-VENDEDOR  (W-QTD-PLANO)
                 MOVE PL-COD-CLIENTE  TO W-PLA-CLIENTE   (W-QTD-PLANO)
                 MOVE PL-DIA          TO W-PLA-DIA       (W-QTD-PLANO)
                 MOVE PL-DATA-GERACAO TO W-PLA-DATA-GER  (W-QTD-PLANO)
                 MOVE PL-DISTANCIA    TO W-PLA-DISTANCIA (W-QTD-PLANO)
              ELSE
                 ADD 1 TO W-QTD-PLANO-FORA
              END-IF
           END-IF

           READ ARQ-PLANO.

      * VISITAS DO PERIODO PELA CHAVE ALTERNADA VENDEDOR+DATA: DE
      * CADA VENDEDOR SO O TRECHO DO PERIODO E LIDO - PASSADO O FIM,
      * O START SALTA PARA O INICIO DO PERIODO NO VENDEDOR SEGUINTE.
       100-LER-VISITAS.

           MOVE "N" TO W-GRP-ABERTO-SW

           OPEN INPUT ARQ-VISITA

           IF FS-VISITA EQUAL "00"
              MOVE 1 TO V-VEND-VENDEDOR
              PERFORM 105-POSICIONAR-VISITA

              PERFORM 110-TRATAR-VISITA
                 UNTIL FS-VISITA NOT EQUAL "00"

              CLOSE ARQ-VISITA
           ELSE
              IF FS-VISITA EQUAL "05"
                 CLOSE ARQ-VISITA
              END-IF
           END-IF

           MOVE "00" TO FS-VISITA

           IF W-GRP-ABERTO
              PERFORM 200-FECHAR-DIA
           END-IF.

       105-POSICIONAR-VISITA.

           MOVE W-DATA-INI TO V-VEND-DATA

           START ARQ-VISITA KEY IS NOT LESS V-CHAVE-VENDEDOR
             INVALID KEY MOVE "23" TO FS-VISITA
           END-START

           IF FS-VISITA EQUAL "00"
              READ ARQ-VISITA NEXT
           END-IF.

       110-TRATAR-VISITA.

           EVALUATE TRUE
              WHEN V-VEND-DATA LESS W-DATA-INI
                 PERFORM 105-POSICIONAR-VISITA

              WHEN V-VEND-DATA GREATER W-DATA-FIM
                 IF V-VEND-VENDEDOR LESS 999
                    ADD 1 TO V-VEND-VENDEDOR
                    PERFORM 105-POSICIONAR-VISITA
                 ELSE
                    MOVE "10" TO FS-VISITA
                 END-IF

              WHEN OTHER
                 PERFORM 120-GUARDAR-VISITA
                 READ ARQ-VISITA NEXT
           END-EVALUATE.

       120-GUARDAR-VISITA.

           ADD 1 TO W-QTD-LIDAS

           IF W-GRP-ABERTO
              AND (V-COD-VENDEDOR NOT EQUAL W-GRP-VENDEDOR
                   OR V-DATA-VISITA NOT EQUAL W-GRP-DATA)
              PERFORM 200-FECHAR-DIA
           END-IF

           IF NOT W-GRP-ABERTO
              MOVE "S"            TO W-GRP-ABERTO-SW
              MOVE V-COD-VENDEDOR TO W-GRP-VENDEDOR
              MOVE V-DATA-VISITA  TO W-GRP-DATA
              MOVE ZEROS          TO W-QTD-DIA
           END-IF

           IF W-QTD-DIA NOT LESS 200
              ADD 1 TO W-QTD-DESCARTADAS
           ELSE
              ADD 1 TO W-QTD-DIA
              MOVE V-COD-CLIENTE   TO W-DIA-CLIENTE    (W-QTD-DIA)
              MOVE V-DIA-PLANEJADO TO W-DIA-PLANEJADO  (W-QTD-DIA)
              MOVE V-SITUACAO      TO W-DIA-SITUACAO   (W-QTD-DIA)
              MOVE ZEROS           TO W-DIA-CHEGADA    (W-QTD-DIA)
              MOVE ZEROS           TO W-DIA-SAIDA      (W-QTD-DIA)
              MOVE "N"             TO W-DIA-TEM-PLANO  (W-QTD-DIA)
              MOVE ZEROS           TO W-DIA-DATA-PLANO (W-QTD-DIA)
              MOVE ZEROS           TO W-DIA-DISTANCIA  (W-QTD-DIA)
              MOVE "N"             TO W-DIA-IMPRESSO   (W-QTD-DIA)

      * REGISTRO ANTERIOR AOS CAMPOS DE HORARIO TRAZ BRANCOS NELES.
              IF V-HORA-CHECKIN NUMERIC
                 MOVE V-HORA-CHECKIN  TO W-DIA-CHEGADA (W-QTD-DIA)
              END-IF
              IF V-HORA-CHECKOUT NUMERIC
                 MOVE V-HORA-CHECKOUT TO W-DIA-SAIDA   (W-QTD-DIA)
              END-IF

              IF W-DIA-CHEGADA (W-QTD-DIA) GREATER ZEROS
                 MOVE W-DIA-CHEGADA (W-QTD-DIA)
                   TO W-DIA-ORDEM (W-QTD-DIA)
              ELSE
                 MOVE W-DIA-SAIDA (W-QTD-DIA)
                   TO W-DIA-ORDEM (W-QTD-DIA)
              END-IF

              IF W-DIA-ORDEM (W-QTD-DIA) GREATER ZEROS
                 ADD 1 TO W-QTD-COM-HORARIO
              END-IF
           END-IF.

      * QUEBRA VENDEDOR + DIA: LOCALIZA O TRECHO DO PLANO DE CADA
      * VISITA, LISTA AS VISITAS EM ORDEM DE HORARIO E FECHA O DIA.
       200-FECHAR-DIA.

           ADD 1 TO W-QTD-DIAS

           MOVE SPACES TO W-NOME-VENDEDOR
           MOVE W-GRP-VENDEDOR TO COD-VENDEDOR
           READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR
             INVALID KEY MOVE "23" TO FS-VENDEDOR
           END-READ

           IF FS-VENDEDOR EQUAL "00"
              MOVE NOME-VENDEDOR TO W-NOME-VENDEDOR
           ELSE
              MOVE "VENDEDOR NAO CADASTRADO" TO W-NOME-VENDEDOR
           END-IF
           MOVE "00" TO FS-VENDEDOR

           PERFORM 210-LOCALIZAR-PLANO
              VARYING W-IDX-PLANO FROM 1 BY 1
              UNTIL W-IDX-PLANO GREATER W-QTD-PLANO

           MOVE ZEROS TO W-TOT-COM-HORARIO
           MOVE ZEROS TO W-TOT-SEM-HORARIO
           MOVE ZEROS TO W-TOT-PRIMEIRA
           MOVE ZEROS TO W-TOT-ULTIMA
           MOVE ZEROS TO W-TOT-MIN-PRIMEIRA
           MOVE ZEROS TO W-TOT-MIN-ULTIMA
           MOVE ZEROS TO W-TOT-MIN-CLIENTE
           MOVE ZEROS TO W-TOT-MIN-DESLOC
           MOVE ZEROS TO W-TOT-TRECHOS
           MOVE ZEROS TO W-TOT-DESLOC-COMP
           MOVE ZEROS TO W-TOT-MIN-ESTIMADO
           MOVE "N"   TO W-SAIDA-ANT-SW

           PERFORM 230-IMPRIMIR-PROXIMA
              VARYING W-IDX-VOLTA FROM 1 BY 1
              UNTIL W-IDX-VOLTA GREATER W-QTD-DIA

           PERFORM 260-IMPRIMIR-TOTAL-DIA

           MOVE "N" TO W-GRP-ABERTO-SW.

       210-LOCALIZAR-PLANO.
           IF W-PLA-VENDEDOR (W-IDX-PLANO) EQUAL W-GRP-VENDEDOR
              AND W-PLA-DATA-GER (W-IDX-PLANO) NOT GREATER W-GRP-DATA
              PERFORM 215-CONFERIR-LINHA-PLANO
                 VARYING W-IDX-DIA FROM 1 BY 1
                 UNTIL W-IDX-DIA GREATER W-QTD-DIA
           END-IF.

      * FICA A LINHA DA VERSAO MAIS RECENTE ATE O DIA DA VISITA.
       215-CONFERIR-LINHA-PLANO.
           IF W-PLA-CLIENTE (W-IDX-PLANO)
                  EQUAL W-DIA-CLIENTE (W-IDX-DIA)
              AND W-PLA-DIA (W-IDX-PLANO)
                  EQUAL W-DIA-PLANEJADO (W-IDX-DIA)
              AND (W-DIA-TEM-PLANO (W-IDX-DIA) EQUAL "N"
                   OR W-PLA-DATA-GER (W-IDX-PLANO)
                      NOT LESS W-DIA-DATA-PLANO (W-IDX-DIA))
              MOVE "S" TO W-DIA-TEM-PLANO (W-IDX-DIA)
              MOVE W-PLA-DATA-GER (W-IDX-PLANO)
                TO W-DIA-DATA-PLANO (W-IDX-DIA)
              MOVE W-PLA-DISTANCIA (W-IDX-PLANO)
                TO W-DIA-DISTANCIA (W-IDX-DIA)
           END-IF.

      * PROXIMA VISITA DO DIA EM ORDEM DE HORARIO (MESMA TECNICA DO
      * RANKING DO RELMOTIVO); ACABADAS AS MARCADAS, AS SEM HORARIO
      * NA ORDEM EM QUE FORAM LIDAS.
       230-IMPRIMIR-PROXIMA.

           MOVE ZEROS TO W-IDX-MENOR
           MOVE ZEROS TO W-ORDEM-MENOR

           PERFORM 235-PROCURAR-MENOR
              VARYING W-IDX-DIA FROM 1 BY 1
              UNTIL W-IDX-DIA GREATER W-QTD-DIA

           IF W-IDX-MENOR EQUAL ZEROS
              PERFORM 237-PROCURAR-SEM-HORARIO
                 VARYING W-IDX-DIA FROM 1 BY 1
                 UNTIL W-IDX-DIA GREATER W-QTD-DIA
                    OR W-IDX-MENOR GREATER ZEROS
           END-IF

           IF W-IDX-MENOR GREATER ZEROS
              MOVE "S" TO W-DIA-IMPRESSO (W-IDX-MENOR)
              PERFORM 240-IMPRIMIR-VISITA
           END-IF.

       235-PROCURAR-MENOR.
           IF W-DIA-IMPRESSO (W-IDX-DIA) EQUAL "N"
              AND W-DIA-ORDEM (W-IDX-DIA) GREATER ZEROS
              AND (W-IDX-MENOR EQUAL ZEROS
                   OR W-DIA-ORDEM (W-IDX-DIA) LESS W-ORDEM-MENOR)
              MOVE W-IDX-DIA TO W-IDX-MENOR
              MOVE W-DIA-ORDEM (W-IDX-DIA) TO W-ORDEM-MENOR
           END-IF.

       237-PROCURAR-SEM-HORARIO.
           IF W-DIA-IMPRESSO (W-IDX-DIA) EQUAL "N"
              MOVE W-IDX-DIA TO W-IDX-MENOR
           END-IF.

      * LINHA DA VISITA W-IDX-MENOR. O DESLOCAMENTO VAI DA SAIDA DA
      * VISITA MARCADA ANTERIOR ATE ESTA CHEGADA; SEM SAIDA MARCADA
      * NA ANTERIOR (OU NA PRIMEIRA DO DIA) NAO HA TRECHO A MEDIR.
       240-IMPRIMIR-VISITA.

           MOVE "N"    TO W-CLIENTE-SW
           MOVE "N"    TO W-DESLOC-SW
           MOVE SPACES TO WDET-OBSERVACAO

           MOVE W-GRP-VENDEDOR              TO WDET-COD-VENDEDOR
           MOVE W-NOME-VENDEDOR             TO WDET-NOME-VENDEDOR
           MOVE W-GRP-DATA                  TO WDET-DATA
           MOVE W-IDX-VOLTA                 TO WDET-ORDEM
           MOVE W-DIA-CLIENTE (W-IDX-MENOR) TO WDET-COD-CLIENTE
           MOVE W-DIA-PLANEJADO (W-IDX-MENOR) TO WDET-DIA

           IF W-DIA-SITUACAO (W-IDX-MENOR) EQUAL "R"
              MOVE "REALIZADA"     TO WDET-SITUACAO
           ELSE
              MOVE "NAO REALIZADA" TO WDET-SITUACAO
           END-IF

           MOVE W-DIA-CHEGADA (W-IDX-MENOR) TO W-HORA-TRAB
           PERFORM 300-EDITAR-HORA
           MOVE W-HORA-ED TO WDET-CHEGADA
           IF W-HORA-TRAB EQUAL ZEROS
              MOVE SPACES TO WDET-CHEGADA
           END-IF

           MOVE W-DIA-SAIDA (W-IDX-MENOR) TO W-HORA-TRAB
           PERFORM 300-EDITAR-HORA
           MOVE W-HORA-ED TO WDET-SAIDA
           IF W-HORA-TRAB EQUAL ZEROS
              MOVE SPACES TO WDET-SAIDA
           END-IF

           IF W-DIA-ORDEM (W-IDX-MENOR) EQUAL ZEROS
              ADD 1 TO W-TOT-SEM-HORARIO
              MOVE "SEM MARCACAO DE HORARIO" TO WDET-OBSERVACAO
           ELSE
              ADD 1 TO W-TOT-COM-HORARIO
           END-IF

           IF W-DIA-CHEGADA (W-IDX-MENOR) GREATER ZEROS
              MOVE W-DIA-CHEGADA (W-IDX-MENOR) TO W-HORA-TRAB
              PERFORM 310-CONVERTER-HORA
              MOVE W-MINUTOS TO W-MIN-CHEGADA

              IF W-TOT-MIN-PRIMEIRA EQUAL ZEROS
                 OR W-MIN-CHEGADA LESS W-TOT-MIN-PRIMEIRA
                 MOVE W-MIN-CHEGADA TO W-TOT-MIN-PRIMEIRA
                 MOVE W-DIA-CHEGADA (W-IDX-MENOR) TO W-TOT-PRIMEIRA
              END-IF

              IF W-TEM-SAIDA-ANT
                 IF W-MIN-CHEGADA LESS W-MIN-SAIDA-ANT
                    MOVE "CHEGADA ANTES DA SAIDA ANTERIOR"
                      TO WDET-OBSERVACAO
                 ELSE
                    MOVE "S" TO W-DESLOC-SW
                    COMPUTE W-MIN-DESLOC =
                            W-MIN-CHEGADA - W-MIN-SAIDA-ANT
                    ADD W-MIN-DESLOC TO W-TOT-MIN-DESLOC
                 END-IF
              END-IF
           END-IF

           IF W-DIA-SAIDA (W-IDX-MENOR) GREATER ZEROS
              MOVE W-DIA-SAIDA (W-IDX-MENOR) TO W-HORA-TRAB
              PERFORM 310-CONVERTER-HORA
              MOVE W-MINUTOS TO W-MIN-SAIDA

              IF W-MIN-SAIDA GREATER W-TOT-MIN-ULTIMA
                 MOVE W-MIN-SAIDA TO W-TOT-MIN-ULTIMA
                 MOVE W-DIA-SAIDA (W-IDX-MENOR) TO W-TOT-ULTIMA
              END-IF

              IF W-DIA-CHEGADA (W-IDX-MENOR) GREATER ZEROS
                 AND W-MIN-SAIDA NOT LESS W-MIN-CHEGADA
                 MOVE "S" TO W-CLIENTE-SW
                 COMPUTE W-MIN-CLIENTE = W-MIN-SAIDA - W-MIN-CHEGADA
                 ADD W-MIN-CLIENTE TO W-TOT-MIN-CLIENTE
              END-IF

              MOVE "S"         TO W-SAIDA-ANT-SW
              MOVE W-MIN-SAIDA TO W-MIN-SAIDA-ANT
           ELSE
              IF W-DIA-CHEGADA (W-IDX-MENOR) GREATER ZEROS
                 MOVE "N" TO W-SAIDA-ANT-SW
              END-IF
           END-IF

           MOVE SPACES TO WDET-MIN-CLIENTE
           IF W-TEM-CLIENTE
              MOVE W-MIN-CLIENTE TO W-ED-MINUTOS
              MOVE W-ED-MINUTOS  TO WDET-MIN-CLIENTE
           END-IF

           MOVE SPACES TO WDET-MIN-DESLOC
           IF W-TEM-DESLOC
              MOVE W-MIN-DESLOC TO W-ED-MINUTOS
              MOVE W-ED-MINUTOS TO WDET-MIN-DESLOC
           END-IF

           MOVE SPACES TO WDET-KM
           MOVE SPACES TO WDET-MIN-ESTIMADO
           MOVE SPACES TO WDET-DIFERENCA

           IF W-DIA-TEM-PLANO (W-IDX-MENOR) EQUAL "S"
              MOVE W-DIA-DISTANCIA (W-IDX-MENOR) TO W-ED-KM
              MOVE W-ED-KM TO WDET-KM

              COMPUTE W-MIN-ESTIMADO ROUNDED =
                      W-DIA-DISTANCIA (W-IDX-MENOR) * 60
                      / W-VELOCIDADE
              MOVE W-MIN-ESTIMADO TO W-ED-MINUTOS
              MOVE W-ED-MINUTOS   TO WDET-MIN-ESTIMADO

              IF W-TEM-DESLOC
                 COMPUTE W-MIN-DIFERENCA =
                         W-MIN-DESLOC - W-MIN-ESTIMADO
                 MOVE W-MIN-DIFERENCA TO W-ED-DIFERENCA
                 MOVE W-ED-DIFERENCA  TO WDET-DIFERENCA

                 ADD 1              TO W-TOT-TRECHOS
                 ADD W-MIN-DESLOC   TO W-TOT-DESLOC-COMP
                 ADD W-MIN-ESTIMADO TO W-TOT-MIN-ESTIMADO
              END-IF
           ELSE
              IF WDET-OBSERVACAO EQUAL SPACES
                 MOVE "FORA DO PLANO DO RELROTA" TO WDET-OBSERVACAO
              END-IF
           END-IF

           WRITE REG-JORNADA-REL FROM WDET.

       260-IMPRIMIR-TOTAL-DIA.

           MOVE W-GRP-VENDEDOR    TO WTOT-COD-VENDEDOR
           MOVE W-NOME-VENDEDOR   TO WTOT-NOME-VENDEDOR
           MOVE W-GRP-DATA        TO WTOT-DATA
           MOVE W-QTD-DIA         TO WTOT-VISITAS
           MOVE W-TOT-COM-HORARIO TO WTOT-COM-HORARIO
           MOVE W-TOT-SEM-HORARIO TO WTOT-SEM-HORARIO

           MOVE W-TOT-PRIMEIRA TO W-HORA-TRAB
           PERFORM 300-EDITAR-HORA
           MOVE W-HORA-ED TO WTOT-PRIMEIRA
           IF W-HORA-TRAB EQUAL ZEROS
              MOVE SPACES TO WTOT-PRIMEIRA
           END-IF

           MOVE W-TOT-ULTIMA TO W-HORA-TRAB
           PERFORM 300-EDITAR-HORA
           MOVE W-HORA-ED TO WTOT-ULTIMA
           IF W-HORA-TRAB EQUAL ZEROS
              MOVE SPACES TO WTOT-ULTIMA
           END-IF

           MOVE SPACES TO WTOT-MIN-JORNADA
           IF W-TOT-PRIMEIRA GREATER ZEROS
              AND W-TOT-ULTIMA GREATER ZEROS
              AND W-TOT-MIN-ULTIMA NOT LESS W-TOT-MIN-PRIMEIRA
              COMPUTE W-ED-MINUTOS =
                      W-TOT-MIN-ULTIMA - W-TOT-MIN-PRIMEIRA
              MOVE W-ED-MINUTOS TO WTOT-MIN-JORNADA
           END-IF

           MOVE W-TOT-MIN-CLIENTE  TO WTOT-MIN-CLIENTE
           MOVE W-TOT-MIN-DESLOC   TO WTOT-MIN-DESLOC
           MOVE W-TOT-TRECHOS      TO WTOT-TRECHOS
           MOVE W-TOT-DESLOC-COMP  TO WTOT-DESLOC-COMP
           MOVE W-TOT-MIN-ESTIMADO TO WTOT-MIN-ESTIMADO

           COMPUTE WTOT-DIFERENCA =
                   W-TOT-DESLOC-COMP - W-TOT-MIN-ESTIMADO

           WRITE REG-JORNADA-REL FROM WTOT.

      * HORARIO HHMM EM W-HORA-TRAB EDITADO HH:MM EM W-HORA-ED.
       300-EDITAR-HORA.
           MOVE W-HORA-HH TO W-HORA-ED-HH
           MOVE W-HORA-MM TO W-HORA-ED-MM.

      * HORARIO HHMM EM W-HORA-TRAB CONVERTIDO EM MINUTOS DO DIA.
       310-CONVERTER-HORA.
           COMPUTE W-MINUTOS = W-HORA-HH * 60 + W-HORA-MM.

       END PROGRAM RELJORNADA.
