       PROGRAM-ID.   RELMOTIVO.
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

           SELECT OPTIONAL ARQ-MOTIVO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS MOT-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-MOTIVO.

           SELECT ARQ-PARAM ASSIGN TO "RELMOTIVO.PAR"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-PARAM.

           SELECT REL-MOTIVO ASSIGN TO "RELMOTIVO.CSV"
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

       FD  ARQ-MOTIVO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADMOTIVO'.

       COPY "CADMOTIVO.CPY".

      * PERIODO DA ANALISE: COMPETENCIA INICIAL E FINAL (AAAAMM).
      * SEM PARAMETRO = MES CORRENTE; SEM A FINAL = SO A INICIAL.
       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.

       01  REG-PARAM.
           03 PARAM-ANO-MES-INI   PIC 9(006).
           03 PARAM-ANO-MES-FIM   PIC 9(006).

       FD  REL-MOTIVO.
       01  REG-MOTIVO-REL PIC X(160).

       WORKING-STORAGE SECTION.

       77 FS-VENDEDOR             PIC  X(002)         VALUE "00".
       77 FS-VISITA               PIC  X(002)         VALUE "00".
       77 FS-MOTIVO               PIC  X(002)         VALUE "00".
       77 FS-PARAM                PIC  X(002)         VALUE "00".

       77 W-DATA-HOJE             PIC  9(008)         VALUE ZEROS.
       77 W-ANO-MES-INI           PIC  9(006)         VALUE ZEROS.
       77 W-ANO-MES-FIM           PIC  9(006)         VALUE ZEROS.
       77 W-DATA-INI              PIC  9(008)         VALUE ZEROS.
       77 W-DATA-FIM              PIC  9(008)         VALUE ZEROS.

       77 W-TEM-TABELA-SW         PIC  X(001)         VALUE "N".
          88 W-TEM-TABELA            VALUE "S".

      *-----------------------------------------------------------
      * QUEBRA VENDEDOR + COMPETENCIA: AS VISITAS CHEGAM PELA CHAVE
      * ALTERNADA VENDEDOR+DATA, ENTAO CADA GRUPO E CONTIGUO E OS
      * MOTIVOS DO GRUPO SAO CONTADOS NUMA TABELA PEQUENA, DESCARREGADA
      * NA QUEBRA.
      *-----------------------------------------------------------
       77 W-GRP-VENDEDOR          PIC  9(003)         VALUE ZEROS.
       77 W-GRP-ANO-MES           PIC  9(006)         VALUE ZEROS.
       77 W-GRP-REGISTRADAS       PIC  9(007)         VALUE ZEROS.
       77 W-GRP-ABERTO-SW         PIC  X(001)         VALUE "N".
          88 W-GRP-ABERTO            VALUE "S".

       01  W-TAB-GRUPO.
           03 W-GRP-ITEM OCCURS 999 TIMES.
              05 W-GRP-MOTIVO     PIC X(003).
              05 W-GRP-QTD        PIC 9(007) COMP.

       77 W-QTD-GRP-MOTIVOS       PIC 9(003) COMP     VALUE ZEROS.
       77 W-IDX-GRP               PIC 9(003) COMP     VALUE ZEROS.

      * TOTAIS DO PERIODO POR MOTIVO, LISTADOS DO MAIOR PARA O MENOR
      * (MESMA TECNICA DO RANKING DO RELMETA).
       01  W-TAB-PERIODO.
           03 W-PER-ITEM OCCURS 999 TIMES.
              05 W-PER-MOTIVO     PIC X(003).
              05 W-PER-QTD        PIC 9(007) COMP.
              05 W-PER-IMPRESSO   PIC X(001).

       77 W-QTD-PER-MOTIVOS       PIC 9(003) COMP     VALUE ZEROS.
       77 W-IDX-PER               PIC 9(003) COMP     VALUE ZEROS.
       77 W-IDX-VOLTA             PIC 9(003) COMP     VALUE ZEROS.
       77 W-IDX-MAIOR             PIC 9(003) COMP     VALUE ZEROS.
       77 W-IDX-ACHADO            PIC 9(003) COMP     VALUE ZEROS.
       77 W-QTD-MAIOR             PIC 9(007)          VALUE ZEROS.

      * TOTAIS DO PERIODO POR CATEGORIA: 1=CLIENTE 2=VENDEDOR
      * 3=CLIMA/ESTRADA 4=SEM CATEGORIA (MOTIVO FORA DA TABELA).
       01  W-TAB-CATEGORIA.
           03 W-CAT-QTD OCCURS 4 TIMES PIC 9(007) COMP.

       77 W-IDX-CAT               PIC 9(001)          VALUE ZEROS.

       77 W-MOTIVO-VISITA         PIC X(003)          VALUE SPACES.
       77 W-DESC-MOTIVO           PIC X(030)          VALUE SPACES.
       77 W-DESC-CATEGORIA        PIC X(015)          VALUE SPACES.
       77 W-NOME-VENDEDOR         PIC X(040)          VALUE SPACES.

       77 W-QTD-LIDAS             PIC 9(009)          VALUE ZEROS.
       77 W-QTD-NAO-REALIZADAS    PIC 9(009)          VALUE ZEROS.
       77 W-QTD-FORA-TABELA       PIC 9(009)          VALUE ZEROS.
       77 W-QTD-DESCARTADAS       PIC 9(009)          VALUE ZEROS.

       01  WCAB.
           03 FILLER PIC X(160) VALUE "VISITAS NAO REALIZADAS POR MOTIV
      -"O;COMPETENCIA;CODIGO VENDEDOR;NOME VENDEDOR;MOTIVO;DESCRICAO;CAT
      -"EGORIA;QUANTIDADE;PCT DAS VISITAS REGISTRADAS;".

       01  WDET.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-ANO-MES        PIC 9(006)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-COD-VENDEDOR   PIC 9(003)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-NOME-VENDEDOR  PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-MOTIVO         PIC X(003)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DESCRICAO      PIC X(030)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-CATEGORIA      PIC X(015)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-QTD            PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-PCT            PIC ZZ9,99          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WCAB-RESUMO.
           03 FILLER PIC X(100) VALUE "RESUMO DO PERIODO POR MOTIVO;MOT
      -"IVO;DESCRICAO;CATEGORIA;QUANTIDADE;PCT DAS NAO REALIZADAS;".

       01  WRES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WRES-MOTIVO         PIC X(003)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WRES-DESCRICAO      PIC X(030)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WRES-CATEGORIA      PIC X(015)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WRES-QTD            PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WRES-PCT            PIC ZZ9,99          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WCAB-CATEGORIA.
           03 FILLER PIC X(100) VALUE "RESUMO DO PERIODO POR CATEGORIA;
      -"CATEGORIA;QUANTIDADE;PCT DAS NAO REALIZADAS;".

       01  WCAT.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WCAT-CATEGORIA      PIC X(015)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WCAT-QTD            PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WCAT-PCT            PIC ZZ9,99          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

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
      * ANALISE DAS VISITAS NAO REALIZADAS (ARQ-VISITA) POR MOTIVO,
      * VENDEDOR E MES, COM A DESCRICAO E A CATEGORIA DA TABELA DE
      * MOTIVOS (CADMOTIVO) E A PARTICIPACAO NAS VISITAS REGISTRADAS
      * DO VENDEDOR NO MES. FECHA COM O RESUMO DO PERIODO POR MOTIVO
      * (DO MAIS FREQUENTE PARA O MENOS) E POR CATEGORIA. CODIGO
      * GRAVADO ANTES DA TABELA E AGRUPADO EM MAIUSCULAS E SAI COMO
      * "NAO CADASTRADO". RODAVEL PELO AGENDADOR, COMO OS DEMAIS
      * BATCHES.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "RELMOTIVO - INICIO DO PROCESSAMENTO"

           INITIALIZE W-TAB-PERIODO
           INITIALIZE W-TAB-CATEGORIA

           PERFORM 010-LER-PARAMETROS

           OPEN INPUT ARQ-VENDEDOR

           MOVE "N" TO W-TEM-TABELA-SW
           OPEN INPUT ARQ-MOTIVO
           IF FS-MOTIVO EQUAL "00"
              MOVE "S" TO W-TEM-TABELA-SW
           ELSE
              IF FS-MOTIVO EQUAL "05"
                 CLOSE ARQ-MOTIVO
              END-IF
              DISPLAY "RELMOTIVO - TABELA DE MOTIVOS NAO CADASTRADA"
           END-IF
           MOVE "00" TO FS-MOTIVO

           OPEN OUTPUT REL-MOTIVO
           WRITE REG-MOTIVO-REL FROM WCAB

           PERFORM 100-LER-VISITAS

           WRITE REG-MOTIVO-REL FROM WCAB-RESUMO
           PERFORM 300-IMPRIMIR-MOTIVO
              VARYING W-IDX-VOLTA FROM 1 BY 1
              UNTIL W-IDX-VOLTA GREATER W-QTD-PER-MOTIVOS

           WRITE REG-MOTIVO-REL FROM WCAB-CATEGORIA
           PERFORM 400-IMPRIMIR-CATEGORIA
              VARYING W-IDX-CAT FROM 1 BY 1
              UNTIL W-IDX-CAT GREATER 4

           CLOSE REL-MOTIVO
           CLOSE ARQ-VENDEDOR

           IF W-TEM-TABELA
              CLOSE ARQ-MOTIVO
           END-IF

           MOVE "RELMOTIVO"     TO CTR-PROGRAMA
           MOVE "RELMOTIVO.CSV" TO CTR-ARQUIVO
           CALL "CATRELAT" USING W-PARAM-CATALOGO

           DISPLAY "RELMOTIVO - PERIODO: " W-ANO-MES-INI " A "
                   W-ANO-MES-FIM
           DISPLAY "RELMOTIVO - VISITAS LIDAS: " W-QTD-LIDAS
           DISPLAY "RELMOTIVO - NAO REALIZADAS: " W-QTD-NAO-REALIZADAS
           DISPLAY "RELMOTIVO - MOTIVO FORA DA TABELA: "
                   W-QTD-FORA-TABELA

           IF W-QTD-DESCARTADAS GREATER ZEROS
              DISPLAY "RELMOTIVO - MOTIVOS ALEM DA CAPACIDADE: "
                      W-QTD-DESCARTADAS
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "RELMOTIVO - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       010-LER-PARAMETROS.

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-DATA-HOJE (1:6) TO W-ANO-MES-INI
           MOVE ZEROS             TO W-ANO-MES-FIM

           OPEN INPUT ARQ-PARAM
           IF FS-PARAM EQUAL "00"
              READ ARQ-PARAM
              IF FS-PARAM EQUAL "00"
                 AND PARAM-ANO-MES-INI GREATER ZEROS
                 MOVE PARAM-ANO-MES-INI TO W-ANO-MES-INI
                 IF PARAM-ANO-MES-FIM NUMERIC
                    MOVE PARAM-ANO-MES-FIM TO W-ANO-MES-FIM
                 END-IF
              END-IF
              CLOSE ARQ-PARAM
           END-IF

           IF W-ANO-MES-FIM LESS W-ANO-MES-INI
              MOVE W-ANO-MES-INI TO W-ANO-MES-FIM
           END-IF

           COMPUTE W-DATA-INI = W-ANO-MES-INI * 100 + 1
           COMPUTE W-DATA-FIM = W-ANO-MES-FIM * 100 + 31.

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
              PERFORM 200-DESCARREGAR-GRUPO
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
                 PERFORM 120-CONTAR-VISITA
                 READ ARQ-VISITA NEXT
           END-EVALUATE.

       120-CONTAR-VISITA.

           ADD 1 TO W-QTD-LIDAS

           IF W-GRP-ABERTO
              AND (V-COD-VENDEDOR NOT EQUAL W-GRP-VENDEDOR
                   OR V-DATA-VISITA (1:6) NOT EQUAL W-GRP-ANO-MES)
              PERFORM 200-DESCARREGAR-GRUPO
           END-IF

           IF NOT W-GRP-ABERTO
              MOVE "S"                  TO W-GRP-ABERTO-SW
              MOVE V-COD-VENDEDOR       TO W-GRP-VENDEDOR
              MOVE V-DATA-VISITA (1:6)  TO W-GRP-ANO-MES
              MOVE ZEROS                TO W-GRP-REGISTRADAS
              MOVE ZEROS                TO W-QTD-GRP-MOTIVOS
           END-IF

           ADD 1 TO W-GRP-REGISTRADAS

           IF V-NAO-REALIZADA
              ADD 1 TO W-QTD-NAO-REALIZADAS
              MOVE FUNCTION UPPER-CASE(V-MOTIVO) TO W-MOTIVO-VISITA

              PERFORM 130-SOMAR-NO-GRUPO
              PERFORM 140-SOMAR-NO-PERIODO
           END-IF.

       130-SOMAR-NO-GRUPO.

           MOVE ZEROS TO W-IDX-ACHADO

           PERFORM 135-PROCURAR-NO-GRUPO
              VARYING W-IDX-GRP FROM 1 BY 1
              UNTIL W-IDX-GRP GREATER W-QTD-GRP-MOTIVOS
                 OR W-IDX-ACHADO GREATER ZEROS

           IF W-IDX-ACHADO EQUAL ZEROS
              IF W-QTD-GRP-MOTIVOS LESS 999
                 ADD 1 TO W-QTD-GRP-MOTIVOS
                 MOVE W-QTD-GRP-MOTIVOS TO W-IDX-ACHADO
                 MOVE W-MOTIVO-VISITA
                   TO W-GRP-MOTIVO (W-IDX-ACHADO)
                 MOVE ZEROS TO W-GRP-QTD (W-IDX-ACHADO)
              ELSE
                 ADD 1 TO W-QTD-DESCARTADAS
              END-IF
           END-IF

           IF W-IDX-ACHADO GREATER ZEROS
              ADD 1 TO W-GRP-QTD (W-IDX-ACHADO)
           END-IF.

       135-PROCURAR-NO-GRUPO.
           IF W-GRP-MOTIVO (W-IDX-GRP) EQUAL W-MOTIVO-VISITA
              MOVE W-IDX-GRP TO W-IDX-ACHADO
           END-IF.

       140-SOMAR-NO-PERIODO.

           MOVE ZEROS TO W-IDX-ACHADO

           PERFORM 145-PROCURAR-NO-PERIODO
              VARYING W-IDX-PER FROM 1 BY 1
              UNTIL W-IDX-PER GREATER W-QTD-PER-MOTIVOS
                 OR W-IDX-ACHADO GREATER ZEROS

           IF W-IDX-ACHADO EQUAL ZEROS
              IF W-QTD-PER-MOTIVOS LESS 999
                 ADD 1 TO W-QTD-PER-MOTIVOS
                 MOVE W-QTD-PER-MOTIVOS TO W-IDX-ACHADO
                 MOVE W-MOTIVO-VISITA
                   TO W-PER-MOTIVO (W-IDX-ACHADO)
                 MOVE ZEROS TO W-PER-QTD (W-IDX-ACHADO)
                 MOVE "N"   TO W-PER-IMPRESSO (W-IDX-ACHADO)
              END-IF
           END-IF

           IF W-IDX-ACHADO GREATER ZEROS
              ADD 1 TO W-PER-QTD (W-IDX-ACHADO)
           END-IF.

       145-PROCURAR-NO-PERIODO.
           IF W-PER-MOTIVO (W-IDX-PER) EQUAL W-MOTIVO-VISITA
              MOVE W-IDX-PER TO W-IDX-ACHADO
           END-IF.

      * QUEBRA VENDEDOR + COMPETENCIA: UMA LINHA POR MOTIVO DO GRUPO.
       200-DESCARREGAR-GRUPO.

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

           PERFORM 210-IMPRIMIR-LINHA
              VARYING W-IDX-GRP FROM 1 BY 1
              UNTIL W-IDX-GRP GREATER W-QTD-GRP-MOTIVOS

           MOVE "N" TO W-GRP-ABERTO-SW.

       210-IMPRIMIR-LINHA.

           MOVE W-GRP-MOTIVO (W-IDX-GRP) TO W-MOTIVO-VISITA
           PERFORM 250-DESCREVER-MOTIVO

           MOVE W-GRP-ANO-MES    TO WDET-ANO-MES
           MOVE W-GRP-VENDEDOR   TO WDET-COD-VENDEDOR
           MOVE W-NOME-VENDEDOR  TO WDET-NOME-VENDEDOR
           MOVE W-MOTIVO-VISITA  TO WDET-MOTIVO
           MOVE W-DESC-MOTIVO    TO WDET-DESCRICAO
           MOVE W-DESC-CATEGORIA TO WDET-CATEGORIA
           MOVE W-GRP-QTD (W-IDX-GRP) TO WDET-QTD

           COMPUTE WDET-PCT ROUNDED =
                   W-GRP-QTD (W-IDX-GRP) * 100 / W-GRP-REGISTRADAS

           WRITE REG-MOTIVO-REL FROM WDET.

      * DESCRICAO E CATEGORIA DO MOTIVO EM W-MOTIVO-VISITA, COM O
      * INDICE DA CATEGORIA (W-IDX-CAT) PARA O RESUMO.
       250-DESCREVER-MOTIVO.

           MOVE SPACES TO W-DESC-MOTIVO
           MOVE SPACES TO MOT-CATEGORIA

           IF W-TEM-TABELA
              MOVE W-MOTIVO-VISITA TO MOT-CODIGO
              READ ARQ-MOTIVO RECORD KEY IS MOT-CODIGO
                INVALID KEY MOVE "23" TO FS-MOTIVO
              END-READ

              IF FS-MOTIVO EQUAL "00"
                 MOVE MOT-DESCRICAO TO W-DESC-MOTIVO
              ELSE
                 MOVE SPACES TO MOT-CATEGORIA
              END-IF
              MOVE "00" TO FS-MOTIVO
           END-IF

           IF W-DESC-MOTIVO EQUAL SPACES
              IF W-MOTIVO-VISITA EQUAL SPACES
                 MOVE "SEM MOTIVO INFORMADO" TO W-DESC-MOTIVO
              ELSE
                 MOVE "NAO CADASTRADO"       TO W-DESC-MOTIVO
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN MOT-CAT-CLIENTE
                 MOVE "CLIENTE"       TO W-DESC-CATEGORIA
                 MOVE 1               TO W-IDX-CAT
              WHEN MOT-CAT-VENDEDOR
                 MOVE "VENDEDOR"      TO W-DESC-CATEGORIA
                 MOVE 2               TO W-IDX-CAT
              WHEN MOT-CAT-CLIMA
                 MOVE "CLIMA/ESTRADA" TO W-DESC-CATEGORIA
                 MOVE 3               TO W-IDX-CAT
              WHEN OTHER
                 MOVE "SEM CATEGORIA" TO W-DESC-CATEGORIA
                 MOVE 4               TO W-IDX-CAT
           END-EVALUATE.

      * RESUMO POR MOTIVO, DO MAIS FREQUENTE PARA O MENOS.
       300-IMPRIMIR-MOTIVO.

           MOVE ZEROS TO W-IDX-MAIOR
           MOVE ZEROS TO W-QTD-MAIOR

           PERFORM 320-PROCURAR-MAIOR
              VARYING W-IDX-PER FROM 1 BY 1
              UNTIL W-IDX-PER GREATER W-QTD-PER-MOTIVOS

           IF W-IDX-MAIOR GREATER ZEROS
              MOVE "S" TO W-PER-IMPRESSO (W-IDX-MAIOR)

              MOVE W-PER-MOTIVO (W-IDX-MAIOR) TO W-MOTIVO-VISITA
              PERFORM 250-DESCREVER-MOTIVO

              IF W-IDX-CAT EQUAL 4
                 ADD W-PER-QTD (W-IDX-MAIOR) TO W-QTD-FORA-TABELA
              END-IF
              ADD W-PER-QTD (W-IDX-MAIOR) TO W-CAT-QTD (W-IDX-CAT)

              MOVE W-MOTIVO-VISITA  TO WRES-MOTIVO
              MOVE W-DESC-MOTIVO    TO WRES-DESCRICAO
              MOVE W-DESC-CATEGORIA TO WRES-CATEGORIA
              MOVE W-PER-QTD (W-IDX-MAIOR) TO WRES-QTD

              COMPUTE WRES-PCT ROUNDED =
                      W-PER-QTD (W-IDX-MAIOR) * 100
                      / W-QTD-NAO-REALIZADAS

              WRITE REG-MOTIVO-REL FROM WRES
           END-IF.

       320-PROCURAR-MAIOR.
           IF W-PER-IMPRESSO (W-IDX-PER) EQUAL "N"
              AND (W-IDX-MAIOR EQUAL ZEROS
                   OR W-PER-QTD (W-IDX-PER) GREATER W-QTD-MAIOR)
              MOVE W-IDX-PER TO W-IDX-MAIOR
              MOVE W-PER-QTD (W-IDX-PER) TO W-QTD-MAIOR
           END-IF.

       400-IMPRIMIR-CATEGORIA.

           EVALUATE W-IDX-CAT
              WHEN 1 MOVE "CLIENTE"       TO WCAT-CATEGORIA
              WHEN 2 MOVE "VENDEDOR"      TO WCAT-CATEGORIA
              WHEN 3 MOVE "CLIMA/ESTRADA" TO WCAT-CATEGORIA
              WHEN 4 MOVE "SEM CATEGORIA" TO WCAT-CATEGORIA
           END-EVALUATE

           MOVE W-CAT-QTD (W-IDX-CAT) TO WCAT-QTD
           MOVE ZEROS TO WCAT-PCT

           IF W-QTD-NAO-REALIZADAS GREATER ZEROS
              COMPUTE WCAT-PCT ROUNDED =
                      W-CAT-QTD (W-IDX-CAT) * 100
                      / W-QTD-NAO-REALIZADAS
           END-IF

           WRITE REG-MOTIVO-REL FROM WCAT.

       END PROGRAM RELMOTIVO.
