       PROGRAM-ID.   RELNPS.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-NPS ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NPS-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-NPS.

           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VENDEDOR.

           SELECT ARQ-PARAM ASSIGN TO "RELNPS.PAR"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-PARAM.

           SELECT ARQ-TEMP      ASSIGN TO "RELNPS.TMP"
                  FILE STATUS   IS FS-TEMP.

           SELECT REL-NPS ASSIGN TO "RELNPS.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-NPS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADNPS'.

       COPY "CADNPS.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.

       COPY "CADVENDEDOR.CPY".

      * TRIMESTRE INICIAL E FINAL (AAAAT, T DE 1 A 4). SEM PARAMETRO
      * = TRIMESTRE CORRENTE; SEM O FINAL = SO O INICIAL.
       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.

       01  REG-PARAM.
           03 PARAM-TRIM-INI      PIC 9(005).
           03 PARAM-TRIM-FIM      PIC 9(005).

      * UMA NOTA POR VISAO DO RELATORIO (0 GERAL, 1 VENDEDOR,
      * 2 REGIAO, 3 SEGMENTO) - EM ORDEM DE TRIMESTRE/VISAO/CHAVE,
      * CADA GRUPO E CONTIGUO E E APURADO NA QUEBRA.
       SD  ARQ-TEMP.
       01  REG-TEMP.
           03 TMP-TRIMESTRE           PIC  9(005).
           03 TMP-VISAO               PIC  9(001).
           03 TMP-CHAVE               PIC  X(003).
           03 TMP-NOTA                PIC  9(002).

       FD  REL-NPS.
       01  REG-NPS-REL PIC X(200).

       WORKING-STORAGE SECTION.

       77 FS-NPS                  PIC  X(002)         VALUE "00".
       77 FS-VENDEDOR             PIC  X(002)         VALUE "00".
       77 FS-PARAM                PIC  X(002)         VALUE "00".
       77 FS-TEMP                 PIC  X(002)         VALUE "00".

       77 W-DATA-HOJE             PIC  9(008)         VALUE ZEROS.
       77 W-TRIM-INI              PIC  9(005)         VALUE ZEROS.
       77 W-TRIM-FIM              PIC  9(005)         VALUE ZEROS.
       77 W-TRIM-NOTA             PIC  9(005)         VALUE ZEROS.
       77 W-TRIM-CALC             PIC  9(001)         VALUE ZEROS.

       01  W-DATA-TRAB.
           03 W-TRAB-ANO          PIC  9(004).
           03 W-TRAB-MES          PIC  9(002).
           03 W-TRAB-DIA          PIC  9(002).

       77 W-QTD-LIDAS             PIC  9(009)         VALUE ZEROS.
       77 W-QTD-PERIODO           PIC  9(009)         VALUE ZEROS.
       77 W-QTD-LINHAS            PIC  9(007)         VALUE ZEROS.

      *-----------------------------------------------------------
      * GRUPO CORRENTE DA QUEBRA (TRIMESTRE + VISAO + CHAVE).
      *-----------------------------------------------------------
       77 W-GRP-TRIMESTRE         PIC  9(005)         VALUE ZEROS.
       77 W-GRP-VISAO             PIC  9(001)         VALUE ZEROS.
       77 W-GRP-CHAVE             PIC  X(003)         VALUE SPACES.
       77 W-GRP-ABERTO-SW         PIC  X(001)         VALUE "N".
          88 W-GRP-ABERTO            VALUE "S".
       77 W-GRP-RESPOSTAS         PIC  9(007)         VALUE ZEROS.
       77 W-GRP-PROMOTORES        PIC  9(007)         VALUE ZEROS.
       77 W-GRP-NEUTROS           PIC  9(007)         VALUE ZEROS.
       77 W-GRP-DETRATORES        PIC  9(007)         VALUE ZEROS.
       77 W-GRP-SOMA-NOTAS        PIC  9(009)         VALUE ZEROS.

       77 W-PCT-PROMOTORES        PIC  9(003)V99      VALUE ZEROS.
       77 W-PCT-DETRATORES        PIC  9(003)V99      VALUE ZEROS.
       77 W-NPS                   PIC S9(003)V99      VALUE ZEROS.
       77 W-MEDIA                 PIC  9(002)V99      VALUE ZEROS.

       01  WCAB.
           03 FILLER PIC X(200) VALUE "SATISFACAO NPS;TRIMESTRE;VISAO;C
      -"HAVE;DESCRICAO;RESPOSTAS;PROMOTORES;NEUTROS;DETRATORES;PCT PROM
      -"OTORES;PCT DETRATORES;NPS;NOTA MEDIA;".

       01  WDET.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-TRIMESTRE      PIC 9999/9          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-VISAO          PIC X(008)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-CHAVE          PIC X(003)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DESCRICAO      PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-RESPOSTAS      PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-PROMOTORES     PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-NEUTROS        PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DETRATORES     PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-PCT-PROMOTORES PIC ZZ9,99          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-PCT-DETRATORES PIC ZZ9,99          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-NPS            PIC -ZZ9,99         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-MEDIA          PIC Z9,99           VALUE ZEROS.
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
      * SATISFACAO DOS CLIENTES (NPS) POR TRIMESTRE: A PARTIR DAS
      * NOTAS DE RECOMENDACAO DO HISTORICO (CADNPS), O TOTAL GERAL E
      * A QUEBRA POR VENDEDOR, POR REGIAO E POR SEGMENTO DO CLIENTE
      * (OS DO DIA DA VISITA). NPS = PCT DE PROMOTORES (NOTA 9-10)
      * MENOS PCT DE DETRATORES (0-6), DE -100 A 100. O TRIMESTRE E
      * O DA DATA DA VISITA. RODAVEL PELO AGENDADOR, COMO OS DEMAIS
      * BATCHES.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "RELNPS - INICIO DO PROCESSAMENTO"

           PERFORM 010-LER-PARAMETROS

           OPEN INPUT ARQ-NPS

           IF FS-NPS NOT EQUAL "00"
              IF FS-NPS EQUAL "05"
                 CLOSE ARQ-NPS
              END-IF
              DISPLAY "RELNPS - NENHUMA NOTA DE SATISFACAO REGISTRADA"
              MOVE 4 TO RETURN-CODE
           ELSE
              OPEN INPUT ARQ-VENDEDOR
              OPEN OUTPUT REL-NPS
              WRITE REG-NPS-REL FROM WCAB

              SORT ARQ-TEMP
                   ON ASCENDING KEY TMP-TRIMESTRE
                                    TMP-VISAO
                                    TMP-CHAVE
                   INPUT  PROCEDURE IS 100-SELECIONAR-NOTAS
                   OUTPUT PROCEDURE IS 200-APURAR-GRUPOS

              CLOSE REL-NPS
              CLOSE ARQ-VENDEDOR
              CLOSE ARQ-NPS

              MOVE "RELNPS"     TO CTR-PROGRAMA
              MOVE "RELNPS.CSV" TO CTR-ARQUIVO
              CALL "CATRELAT" USING W-PARAM-CATALOGO

              DISPLAY "RELNPS - TRIMESTRES: " W-TRIM-INI " A "
                      W-TRIM-FIM
              DISPLAY "RELNPS - NOTAS LIDAS: " W-QTD-LIDAS
              DISPLAY "RELNPS - NOTAS NO PERIODO: " W-QTD-PERIODO
              DISPLAY "RELNPS - LINHAS GRAVADAS: " W-QTD-LINHAS
           END-IF

           DISPLAY "RELNPS - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       010-LER-PARAMETROS.

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-DATA-HOJE TO W-DATA-TRAB
           PERFORM 020-CALCULAR-TRIMESTRE
           MOVE W-TRIM-NOTA TO W-TRIM-INI
           MOVE ZEROS       TO W-TRIM-FIM

           OPEN INPUT ARQ-PARAM
           IF FS-PARAM EQUAL "00"
              READ ARQ-PARAM
              IF FS-PARAM EQUAL "00"
                 AND PARAM-TRIM-INI IS NUMERIC
                 AND PARAM-TRIM-INI GREATER ZEROS
                 MOVE PARAM-TRIM-INI TO W-TRIM-INI
                 IF PARAM-TRIM-FIM IS NUMERIC
                    MOVE PARAM-TRIM-FIM TO W-TRIM-FIM
                 END-IF
              END-IF
              CLOSE ARQ-PARAM
           END-IF

           IF W-TRIM-FIM LESS W-TRIM-INI
              MOVE W-TRIM-INI TO W-TRIM-FIM
           END-IF.

      * TRIMESTRE (AAAAT) DA DATA EM W-DATA-TRAB.
       020-CALCULAR-TRIMESTRE.

           COMPUTE W-TRIM-CALC = (W-TRAB-MES + 2) / 3
           COMPUTE W-TRIM-NOTA = W-TRAB-ANO * 10 + W-TRIM-CALC.

      *-----------------------------------------------------------
      * NOTAS DO PERIODO: CADA UMA ENTRA QUATRO VEZES NO SORT, UMA
      * POR VISAO DO RELATORIO.
      *-----------------------------------------------------------
       100-SELECIONAR-NOTAS.

           MOVE LOW-VALUES TO NPS-CHAVE
           START ARQ-NPS KEY IS NOT LESS NPS-CHAVE
             INVALID KEY MOVE "23" TO FS-NPS
           END-START

           IF FS-NPS EQUAL "00"
              READ ARQ-NPS NEXT
              PERFORM 110-LIBERAR-NOTA
                 UNTIL FS-NPS NOT EQUAL "00"
           END-IF

           MOVE "00" TO FS-NPS.

       110-LIBERAR-NOTA.

           ADD 1 TO W-QTD-LIDAS

           MOVE NPS-DATA-VISITA TO W-DATA-TRAB
           PERFORM 020-CALCULAR-TRIMESTRE

           IF NPS-NOTA IS NUMERIC
              AND NPS-NOTA NOT GREATER 10
              AND W-TRIM-NOTA NOT LESS W-TRIM-INI
              AND W-TRIM-NOTA NOT GREATER W-TRIM-FIM
              ADD 1 TO W-QTD-PERIODO

              MOVE W-TRIM-NOTA TO TMP-TRIMESTRE
              MOVE NPS-NOTA    TO TMP-NOTA

              MOVE 0           TO TMP-VISAO
              MOVE SPACES      TO TMP-CHAVE
              RELEASE REG-TEMP

              MOVE 1           TO TMP-VISAO
              MOVE NPS-COD-VENDEDOR TO TMP-CHAVE
              RELEASE REG-TEMP

              MOVE 2           TO TMP-VISAO
              MOVE NPS-REGIAO  TO TMP-CHAVE
              RELEASE REG-TEMP

              MOVE 3           TO TMP-VISAO
              MOVE SPACES      TO TMP-CHAVE
              MOVE NPS-SEGMENTO TO TMP-CHAVE (1:1)
              RELEASE REG-TEMP
           END-IF

           READ ARQ-NPS NEXT.

      *-----------------------------------------------------------
      * QUEBRA TRIMESTRE + VISAO + CHAVE.
      *-----------------------------------------------------------
       200-APURAR-GRUPOS.

           MOVE "N" TO W-GRP-ABERTO-SW

           RETURN ARQ-TEMP
             AT END MOVE "10" TO FS-TEMP
           END-RETURN

           PERFORM 210-TRATAR-NOTA
              UNTIL FS-TEMP NOT EQUAL "00"

           IF W-GRP-ABERTO
              PERFORM 300-GRAVAR-GRUPO
           END-IF.

       210-TRATAR-NOTA.

           IF W-GRP-ABERTO
              AND (TMP-TRIMESTRE NOT EQUAL W-GRP-TRIMESTRE
                   OR TMP-VISAO  NOT EQUAL W-GRP-VISAO
                   OR TMP-CHAVE  NOT EQUAL W-GRP-CHAVE)
              PERFORM 300-GRAVAR-GRUPO
           END-IF

           IF NOT W-GRP-ABERTO
              MOVE TMP-TRIMESTRE TO W-GRP-TRIMESTRE
              MOVE TMP-VISAO     TO W-GRP-VISAO
              MOVE TMP-CHAVE     TO W-GRP-CHAVE
              MOVE ZEROS         TO W-GRP-RESPOSTAS
              MOVE ZEROS         TO W-GRP-PROMOTORES
              MOVE ZEROS         TO W-GRP-NEUTROS
              MOVE ZEROS         TO W-GRP-DETRATORES
              MOVE ZEROS         TO W-GRP-SOMA-NOTAS
              MOVE "S"           TO W-GRP-ABERTO-SW
           END-IF

           ADD 1        TO W-GRP-RESPOSTAS
           ADD TMP-NOTA TO W-GRP-SOMA-NOTAS

           EVALUATE TRUE
              WHEN TMP-NOTA GREATER 8
                 ADD 1 TO W-GRP-PROMOTORES
              WHEN TMP-NOTA GREATER 6
                 ADD 1 TO W-GRP-NEUTROS
              WHEN OTHER
                 ADD 1 TO W-GRP-DETRATORES
           END-EVALUATE

           RETURN ARQ-TEMP
             AT END MOVE "10" TO FS-TEMP
           END-RETURN.

       300-GRAVAR-GRUPO.

           MOVE W-GRP-TRIMESTRE TO WDET-TRIMESTRE
           MOVE W-GRP-CHAVE     TO WDET-CHAVE
           MOVE SPACES          TO WDET-DESCRICAO

           EVALUATE W-GRP-VISAO
              WHEN 0
                 MOVE "GERAL"    TO WDET-VISAO
                 MOVE "TODOS OS CLIENTES" TO WDET-DESCRICAO
              WHEN 1
                 MOVE "VENDEDOR" TO WDET-VISAO
                 PERFORM 310-DESCREVER-VENDEDOR
              WHEN 2
                 MOVE "REGIAO"   TO WDET-VISAO
                 IF W-GRP-CHAVE EQUAL SPACES
                    MOVE "SEM REGIAO" TO WDET-DESCRICAO
                 ELSE
                    MOVE W-GRP-CHAVE TO PRG-CODIGO
                    CALL "VERREGIAO" USING W-PARAM-REGIAO
                    MOVE PRG-DESCRICAO TO WDET-DESCRICAO
                 END-IF
              WHEN OTHER
                 MOVE "SEGMENTO" TO WDET-VISAO
                 EVALUATE W-GRP-CHAVE (1:1)
                    WHEN "A"
                       MOVE "SEGMENTO A" TO WDET-DESCRICAO
                    WHEN "B"
                       MOVE "SEGMENTO B" TO WDET-DESCRICAO
                    WHEN "C"
                       MOVE "SEGMENTO C" TO WDET-DESCRICAO
                    WHEN OTHER
                       MOVE "SEM SEGMENTO" TO WDET-DESCRICAO
                 END-EVALUATE
           END-EVALUATE

           COMPUTE W-PCT-PROMOTORES ROUNDED =
                   W-GRP-PROMOTORES * 100 / W-GRP-RESPOSTAS
           COMPUTE W-PCT-DETRATORES ROUNDED =
                   W-GRP-DETRATORES * 100 / W-GRP-RESPOSTAS
           COMPUTE W-NPS = W-PCT-PROMOTORES - W-PCT-DETRATORES
           COMPUTE W-MEDIA ROUNDED =
                   W-GRP-SOMA-NOTAS / W-GRP-RESPOSTAS

           MOVE W-GRP-RESPOSTAS  TO WDET-RESPOSTAS
           MOVE W-GRP-PROMOTORES TO WDET-PROMOTORES
           MOVE W-GRP-NEUTROS    TO WDET-NEUTROS
           MOVE W-GRP-DETRATORES TO WDET-DETRATORES
           MOVE W-PCT-PROMOTORES TO WDET-PCT-PROMOTORES
           MOVE W-PCT-DETRATORES TO WDET-PCT-DETRATORES
           MOVE W-NPS            TO WDET-NPS
           MOVE W-MEDIA          TO WDET-MEDIA

           WRITE REG-NPS-REL FROM WDET
           ADD 1 TO W-QTD-LINHAS

           MOVE "N" TO W-GRP-ABERTO-SW.

       310-DESCREVER-VENDEDOR.

           IF W-GRP-CHAVE IS NUMERIC
              MOVE W-GRP-CHAVE TO COD-VENDEDOR
              READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR
                INVALID KEY
                   MOVE "VENDEDOR NAO CADASTRADO" TO WDET-DESCRICAO
                NOT INVALID KEY
                   MOVE NOME-VENDEDOR TO WDET-DESCRICAO
              END-READ
           END-IF.

       END PROGRAM RELNPS.
