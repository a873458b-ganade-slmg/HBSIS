                  ACCESS MODE      IS SEQUENTIAL
                  FILE STATUS      IS FS-KPI.

           SELECT OPTIONAL ARQ-EQUIPE ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EQ-COD-EQUIPE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-EQUIPE.

           SELECT OPTIONAL ARQ-EQUIPEVEN ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EV-CHAVE-EQUIPEVEN
                  ALTERNATE RECORD KEY IS EV-COD-VENDEDOR
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-EQUIPEVEN.

           SELECT REL-KPI ASSIGN TO "RELKPI.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.


       COPY "CADKPI.CPY".

       FD  ARQ-EQUIPE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADEQUIPE'.

       COPY "CADEQUIPE.CPY".

       FD  ARQ-EQUIPEVEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADEQUIPEVEN'.

       COPY "CADEQUIPEVEN.CPY".

       FD  REL-KPI.
       01  REG-KPI-REL PIC X(130).

       WORKING-STORAGE SECTION.

       77 FS-KPI                  PIC  X(002)         VALUE "00".
       77 FS-EQUIPE               PIC  X(002)         VALUE "00".
       77 FS-EQUIPEVEN            PIC  X(002)         VALUE "00".

       77 W-RUN-CORRENTE          PIC  9(016)         VALUE ZEROS.

       77 W-PCT-NAO-ATRIB         PIC 9(003)V9(002)   VALUE ZEROS.
       77 W-TOTAL-UNIVERSO        PIC 9(011)          VALUE ZEROS.

      *-----------------------------------------------------------
      * EQUIPES DE VENDA PARA OS SUBTOTAIS - A EQUIPE DE CADA
      * VENDEDOR (INDICE NA TABELA DE EQUIPES, 1 = SEM EQUIPE) E O
      * GERENTE REGIONAL DE CADA EQUIPE (INDICE NA TABELA DE
      * GERENTES, 1 = SEM GERENTE).
      *-----------------------------------------------------------
       01  W-TAB-VEND-EQUIPE.
           03 W-VEQ-IDX-EQUIPE    OCCURS 999 TIMES
                                  PIC 9(003) COMP.

       77 W-QTD-EQUIPES           PIC 9(003) COMP     VALUE ZEROS.
       77 W-QTD-GERENTES          PIC 9(003) COMP     VALUE ZEROS.
       77 W-IDX-EQP               PIC 9(003) COMP     VALUE ZEROS.
       77 W-IDX-GER               PIC 9(003) COMP     VALUE ZEROS.
       77 W-IDX-ACHADO            PIC 9(003) COMP     VALUE ZEROS.
       77 W-IDX-VEND-EQP          PIC 9(004) COMP     VALUE ZEROS.
       77 W-ACHOU-EQP-SW          PIC X(001)          VALUE "N".
          88 W-ACHOU-EQP             VALUE "S".

       01  W-TAB-EQUIPE.
           03 W-EQP-ITEM OCCURS 100 TIMES.
              05 W-EQP-COD          PIC 9(003).
              05 W-EQP-NOME         PIC X(030).
              05 W-EQP-SUPERVISOR   PIC X(008).
              05 W-EQP-IDX-GERENTE  PIC 9(003) COMP.

       01  W-TAB-GERENTE.
           03 W-GER-ITEM OCCURS 100 TIMES.
              05 W-GER-COD          PIC X(008).

      *-----------------------------------------------------------
      * AGREGADOS DO MES POR EQUIPE E POR GERENTE REGIONAL, NA MESMA
      * POSICAO DO MES NA W-TAB-MES E DA EQUIPE/GERENTE NAS TABELAS
      * ACIMA: TOTAIS DE CLIENTES E DISTANCIA E AS CARGAS EXTREMAS
      * ENTRE OS VENDEDORES DA EQUIPE (OU DO GERENTE).
      *-----------------------------------------------------------
       01  W-TAB-EQP-MES.
           03 W-TEM-MES OCCURS 60 TIMES.
              05 W-TEM-EQUIPE OCCURS 100 TIMES.
                 07 W-TEM-REGISTROS    PIC 9(007) COMP.
                 07 W-TEM-CLIENTES     PIC 9(009) COMP.
                 07 W-TEM-DISTANCIA    PIC 9(013)V9(002) COMP-3.
                 07 W-TEM-MAIOR-CARGA  PIC 9(006) COMP.
                 07 W-TEM-MENOR-CARGA  PIC 9(006) COMP.

       01  W-TAB-GER-MES.
           03 W-TGM-MES OCCURS 60 TIMES.
              05 W-TGM-GERENTE OCCURS 100 TIMES.
                 07 W-TGM-REGISTROS    PIC 9(007) COMP.
                 07 W-TGM-CLIENTES     PIC 9(009) COMP.
                 07 W-TGM-DISTANCIA    PIC 9(013)V9(002) COMP-3.
                 07 W-TGM-MAIOR-CARGA  PIC 9(006) COMP.
                 07 W-TGM-MENOR-CARGA  PIC 9(006) COMP.

       01  WCAB-MES.
           03 FILLER PIC X(140) VALUE "TENDENCIA POR MES;PERIODO;RODAD
      -"AS;CLIENTES ATENDIDOS;DIST MEDIA POR CLIENTE;PCT NAO ATRIBUIDO
           03 WDET-MENOR          PIC ZZZZZ9          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WCAB-EQUIPE.
           03 FILLER PIC X(140) VALUE "TENDENCIA POR EQUIPE;PERIODO;CODI
      -"GO EQUIPE;NOME EQUIPE;SUPERVISOR;GERENTE;CLIENTES ATENDIDOS;DIST
      -" MEDIA POR CLIENTE;MAIOR CARGA;MENOR CARGA;".

       01  WCAB-GERENTE.
           03 FILLER PIC X(140) VALUE "TENDENCIA POR GERENTE;PERIODO;GER
      -"ENTE;CLIENTES ATENDIDOS;DIST MEDIA POR CLIENTE;MAIOR CARGA;MENOR
      -" CARGA;".

       01  WEQP.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WEQP-PERIODO        PIC 9(006)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WEQP-COD-EQUIPE     PIC 9(003)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WEQP-NOME-EQUIPE    PIC X(030)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WEQP-SUPERVISOR     PIC X(008)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WEQP-GERENTE        PIC X(008)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WEQP-CLIENTES       PIC ZZZZZZZZ9       VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WEQP-MEDIA          PIC ZZZZZZZZZ9,99   VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WEQP-MAIOR          PIC ZZZZZ9          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WEQP-MENOR          PIC ZZZZZ9          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WGER.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WGER-PERIODO        PIC 9(006)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WGER-GERENTE        PIC X(008)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WGER-CLIENTES       PIC ZZZZZZZZ9       VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WGER-MEDIA          PIC ZZZZZZZZZ9,99   VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WGER-MAIOR          PIC ZZZZZ9          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WGER-MENOR          PIC ZZZZZ9          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

      * ARQUIVAMENTO DA GERACAO NO CATALOGO DE RELATORIOS (CATRELAT)
      * - A COPIA DATADA SOBREVIVE A PROXIMA SOBRESCRITA DO NOME
      * FIXO.
      * PERCENTUAL DE NAO ATRIBUIDOS E O INTERVALO ENTRE O VENDEDOR
      * MAIS CARREGADO E O MAIS OCIOSO - PARA RESPONDER SE A
      * DISTRIBUICAO ESTA MELHORANDO OU PIORANDO AO LONGO DO TEMPO.
      * O MES TAMBEM SAI ABERTO POR EQUIPE DE VENDA E POR GERENTE
      * REGIONAL (CADEQUIPE).
      *-----------------------------------------------------------
       000-INICIO.


           INITIALIZE W-TAB-MES
           INITIALIZE W-TAB-SEMANA
           INITIALIZE W-TAB-EQP-MES
           INITIALIZE W-TAB-GER-MES

           PERFORM 060-CARREGAR-EQUIPES

           OPEN INPUT ARQ-KPI

                 VARYING W-IDX-PERIODO FROM 1 BY 1
                 UNTIL W-IDX-PERIODO GREATER W-QTD-SEMANAS

              WRITE REG-KPI-REL FROM WCAB-EQUIPE
              PERFORM 400-IMPRIMIR-MES-EQUIPES
                 VARYING W-IDX-PERIODO FROM 1 BY 1
                 UNTIL W-IDX-PERIODO GREATER W-QTD-MESES

              WRITE REG-KPI-REL FROM WCAB-GERENTE
              PERFORM 420-IMPRIMIR-MES-GERENTES
                 VARYING W-IDX-PERIODO FROM 1 BY 1
                 UNTIL W-IDX-PERIODO GREATER W-QTD-MESES

              CLOSE REL-KPI

              MOVE "RELKPI"     TO CTR-PROGRAMA

           PERFORM 130-SOMAR-NO-MES
           PERFORM 140-SOMAR-NA-SEMANA
           PERFORM 150-SOMAR-NA-EQUIPE

           IF KPI-RUN-ID NOT EQUAL W-RUN-CORRENTE
              MOVE KPI-RUN-ID TO W-RUN-CORRENTE
              END-IF
           END-IF.

      * O REGISTRO DO VENDEDOR ENTRA NO MES DA EQUIPE DELE E NO DO
      * GERENTE DA EQUIPE.
       150-SOMAR-NA-EQUIPE.
           IF W-IDX-MES GREATER ZEROS
              AND KPI-COD-VENDEDOR GREATER ZEROS
              MOVE W-VEQ-IDX-EQUIPE (KPI-COD-VENDEDOR) TO W-IDX-EQP
              MOVE W-EQP-IDX-GERENTE (W-IDX-EQP)       TO W-IDX-GER

              IF W-TEM-REGISTROS (W-IDX-MES, W-IDX-EQP) EQUAL ZEROS
                 MOVE KPI-QTD-CLIENTES
                   TO W-TEM-MAIOR-CARGA (W-IDX-MES, W-IDX-EQP)
                 MOVE KPI-QTD-CLIENTES
                   TO W-TEM-MENOR-CARGA (W-IDX-MES, W-IDX-EQP)
              END-IF

              ADD 1 TO W-TEM-REGISTROS (W-IDX-MES, W-IDX-EQP)
              ADD KPI-QTD-CLIENTES
                TO W-TEM-CLIENTES (W-IDX-MES, W-IDX-EQP)
              ADD KPI-TOTAL-DIST
                TO W-TEM-DISTANCIA (W-IDX-MES, W-IDX-EQP)

              IF KPI-QTD-CLIENTES GREATER
                 W-TEM-MAIOR-CARGA (W-IDX-MES, W-IDX-EQP)
                 MOVE KPI-QTD-CLIENTES
                   TO W-TEM-MAIOR-CARGA (W-IDX-MES, W-IDX-EQP)
              END-IF

              IF KPI-QTD-CLIENTES LESS
                 W-TEM-MENOR-CARGA (W-IDX-MES, W-IDX-EQP)
                 MOVE KPI-QTD-CLIENTES
                   TO W-TEM-MENOR-CARGA (W-IDX-MES, W-IDX-EQP)
              END-IF

              IF W-TGM-REGISTROS (W-IDX-MES, W-IDX-GER) EQUAL ZEROS
                 MOVE KPI-QTD-CLIENTES
                   TO W-TGM-MAIOR-CARGA (W-IDX-MES, W-IDX-GER)
                 MOVE KPI-QTD-CLIENTES
                   TO W-TGM-MENOR-CARGA (W-IDX-MES, W-IDX-GER)
              END-IF

              ADD 1 TO W-TGM-REGISTROS (W-IDX-MES, W-IDX-GER)
              ADD KPI-QTD-CLIENTES
                TO W-TGM-CLIENTES (W-IDX-MES, W-IDX-GER)
              ADD KPI-TOTAL-DIST
                TO W-TGM-DISTANCIA (W-IDX-MES, W-IDX-GER)

              IF KPI-QTD-CLIENTES GREATER
                 W-TGM-MAIOR-CARGA (W-IDX-MES, W-IDX-GER)
                 MOVE KPI-QTD-CLIENTES
                   TO W-TGM-MAIOR-CARGA (W-IDX-MES, W-IDX-GER)
              END-IF

              IF KPI-QTD-CLIENTES LESS
                 W-TGM-MENOR-CARGA (W-IDX-MES, W-IDX-GER)
                 MOVE KPI-QTD-CLIENTES
                   TO W-TGM-MENOR-CARGA (W-IDX-MES, W-IDX-GER)
              END-IF
           END-IF.

      * EQUIPES DE VENDA (CADEQUIPE) E OS SEUS VENDEDORES
      * (CADEQUIPEVEN) PARA OS SUBTOTAIS: A POSICAO 1 DE CADA TABELA
      * E "SEM EQUIPE"/"SEM GERENTE", ONDE CAI O VENDEDOR FORA DE
      * EQUIPE - ASSIM OS SUBTOTAIS FECHAM COM O TOTAL DO RELATORIO.
       060-CARREGAR-EQUIPES.

           INITIALIZE W-TAB-EQUIPE
           INITIALIZE W-TAB-GERENTE

           MOVE 1            TO W-QTD-EQUIPES
           MOVE "SEM EQUIPE" TO W-EQP-NOME (1)
           MOVE 1            TO W-EQP-IDX-GERENTE (1)
           MOVE 1            TO W-QTD-GERENTES
           MOVE "SEM GER."   TO W-GER-COD (1)

           PERFORM 061-ZERAR-EQUIPE-VENDEDOR
              VARYING W-IDX-VEND-EQP FROM 1 BY 1
              UNTIL W-IDX-VEND-EQP GREATER 999

           OPEN INPUT ARQ-EQUIPE

           IF FS-EQUIPE EQUAL "00"
              MOVE ZEROS TO EQ-COD-EQUIPE
              START ARQ-EQUIPE KEY IS NOT LESS EQ-COD-EQUIPE
                INVALID KEY MOVE "23" TO FS-EQUIPE
              END-START

              IF FS-EQUIPE EQUAL "00"
                 READ ARQ-EQUIPE NEXT
                 PERFORM 062-GUARDAR-EQUIPE
                    UNTIL FS-EQUIPE NOT EQUAL "00"
              END-IF

              CLOSE ARQ-EQUIPE
           ELSE
              IF FS-EQUIPE EQUAL "05"
                 CLOSE ARQ-EQUIPE
              END-IF
           END-IF

           MOVE "00" TO FS-EQUIPE

           OPEN INPUT ARQ-EQUIPEVEN

           IF FS-EQUIPEVEN EQUAL "00"
              MOVE ZEROS TO EV-COD-EQUIPE
              MOVE ZEROS TO EV-COD-VENDEDOR
              START ARQ-EQUIPEVEN KEY IS NOT LESS EV-CHAVE-EQUIPEVEN
                INVALID KEY MOVE "23" TO FS-EQUIPEVEN
              END-START

              IF FS-EQUIPEVEN EQUAL "00"
                 READ ARQ-EQUIPEVEN NEXT
                 PERFORM 065-GUARDAR-VINCULO
                    UNTIL FS-EQUIPEVEN NOT EQUAL "00"
              END-IF

              CLOSE ARQ-EQUIPEVEN
           ELSE
              IF FS-EQUIPEVEN EQUAL "05"
                 CLOSE ARQ-EQUIPEVEN
              END-IF
           END-IF

           MOVE "00" TO FS-EQUIPEVEN.

       061-ZERAR-EQUIPE-VENDEDOR.
           MOVE 1 TO W-VEQ-IDX-EQUIPE (W-IDX-VEND-EQP).

       062-GUARDAR-EQUIPE.
           IF W-QTD-EQUIPES LESS 100
              ADD 1 TO W-QTD-EQUIPES
              MOVE EQ-COD-EQUIPE TO W-EQP-COD (W-QTD-EQUIPES)
              MOVE EQ-NOME       TO W-EQP-NOME (W-QTD-EQUIPES)
              MOVE EQ-SUPERVISOR TO W-EQP-SUPERVISOR (W-QTD-EQUIPES)

              MOVE "N"   TO W-ACHOU-EQP-SW
              MOVE ZEROS TO W-IDX-ACHADO
              PERFORM 063-PROCURAR-GERENTE
                 VARYING W-IDX-GER FROM 2 BY 1
                 UNTIL W-IDX-GER GREATER W-QTD-GERENTES
                    OR W-ACHOU-EQP

              IF NOT W-ACHOU-EQP
                 AND W-QTD-GERENTES LESS 100
                 ADD 1 TO W-QTD-GERENTES
                 MOVE EQ-GERENTE     TO W-GER-COD (W-QTD-GERENTES)
                 MOVE W-QTD-GERENTES TO W-IDX-ACHADO
              END-IF

              IF W-IDX-ACHADO EQUAL ZEROS
                 MOVE 1 TO W-IDX-ACHADO
              END-IF

              MOVE W-IDX-ACHADO
                TO W-EQP-IDX-GERENTE (W-QTD-EQUIPES)
           END-IF

           READ ARQ-EQUIPE NEXT.

       063-PROCURAR-GERENTE.
           IF W-GER-COD (W-IDX-GER) EQUAL EQ-GERENTE
              MOVE "S"       TO W-ACHOU-EQP-SW
              MOVE W-IDX-GER TO W-IDX-ACHADO
           END-IF.

       065-GUARDAR-VINCULO.
           MOVE "N" TO W-ACHOU-EQP-SW

           PERFORM 066-PROCURAR-EQUIPE
              VARYING W-IDX-EQP FROM 2 BY 1
              UNTIL W-IDX-EQP GREATER W-QTD-EQUIPES
                 OR W-ACHOU-EQP

           READ ARQ-EQUIPEVEN NEXT.

       066-PROCURAR-EQUIPE.
           IF W-EQP-COD (W-IDX-EQP) EQUAL EV-COD-EQUIPE
              AND EV-COD-VENDEDOR GREATER ZEROS
              MOVE "S" TO W-ACHOU-EQP-SW
              MOVE W-IDX-EQP TO W-VEQ-IDX-EQUIPE (EV-COD-VENDEDOR)
           END-IF.

       200-IMPRIMIR-MES.
           MOVE W-MES-CHAVE (W-IDX-PERIODO) TO WDET-PERIODO
           MOVE W-MES-RUNS  (W-IDX-PERIODO) TO WDET-RUNS

           WRITE REG-KPI-REL FROM WDET.

      * TENDENCIA MENSAL POR EQUIPE (COM SUPERVISOR E GERENTE) E
      * POR GERENTE REGIONAL - SO AS COMBINACOES COM REGISTRO.
       400-IMPRIMIR-MES-EQUIPES.
           PERFORM 410-IMPRIMIR-EQUIPE
              VARYING W-IDX-EQP FROM 1 BY 1
              UNTIL W-IDX-EQP GREATER W-QTD-EQUIPES.

       410-IMPRIMIR-EQUIPE.
           IF W-TEM-REGISTROS (W-IDX-PERIODO, W-IDX-EQP) GREATER ZEROS
              MOVE W-EQP-IDX-GERENTE (W-IDX-EQP) TO W-IDX-GER

              MOVE W-MES-CHAVE (W-IDX-PERIODO)  TO WEQP-PERIODO
              MOVE W-EQP-COD (W-IDX-EQP)        TO WEQP-COD-EQUIPE
              MOVE W-EQP-NOME (W-IDX-EQP)       TO WEQP-NOME-EQUIPE
              MOVE W-EQP-SUPERVISOR (W-IDX-EQP) TO WEQP-SUPERVISOR
              MOVE W-GER-COD (W-IDX-GER)        TO WEQP-GERENTE
              MOVE W-TEM-CLIENTES (W-IDX-PERIODO, W-IDX-EQP)
                TO WEQP-CLIENTES

              IF W-TEM-CLIENTES (W-IDX-PERIODO, W-IDX-EQP)
                 GREATER ZEROS
                 COMPUTE W-MEDIA-PERIODO =
                         W-TEM-DISTANCIA (W-IDX-PERIODO, W-IDX-EQP) /
                         W-TEM-CLIENTES (W-IDX-PERIODO, W-IDX-EQP)
              ELSE
                 MOVE ZEROS TO W-MEDIA-PERIODO
              END-IF
              MOVE W-MEDIA-PERIODO TO WEQP-MEDIA

              MOVE W-TEM-MAIOR-CARGA (W-IDX-PERIODO, W-IDX-EQP)
                TO WEQP-MAIOR
              MOVE W-TEM-MENOR-CARGA (W-IDX-PERIODO, W-IDX-EQP)
                TO WEQP-MENOR

              WRITE REG-KPI-REL FROM WEQP
           END-IF.

       420-IMPRIMIR-MES-GERENTES.
           PERFORM 430-IMPRIMIR-GERENTE
              VARYING W-IDX-GER FROM 1 BY 1
              UNTIL W-IDX-GER GREATER W-QTD-GERENTES.

       430-IMPRIMIR-GERENTE.
           IF W-TGM-REGISTROS (W-IDX-PERIODO, W-IDX-GER) GREATER ZEROS
              MOVE W-MES-CHAVE (W-IDX-PERIODO)  TO WGER-PERIODO
              MOVE W-GER-COD (W-IDX-GER)        TO WGER-GERENTE
              MOVE W-TGM-CLIENTES (W-IDX-PERIODO, W-IDX-GER)
                TO WGER-CLIENTES

              IF W-TGM-CLIENTES (W-IDX-PERIODO, W-IDX-GER)
                 GREATER ZEROS
                 COMPUTE W-MEDIA-PERIODO =
                         W-TGM-DISTANCIA (W-IDX-PERIODO, W-IDX-GER) /
                         W-TGM-CLIENTES (W-IDX-PERIODO, W-IDX-GER)
              ELSE
                 MOVE ZEROS TO W-MEDIA-PERIODO
              END-IF
              MOVE W-MEDIA-PERIODO TO WGER-MEDIA

              MOVE W-TGM-MAIOR-CARGA (W-IDX-PERIODO, W-IDX-GER)
                TO WGER-MAIOR
              MOVE W-TGM-MENOR-CARGA (W-IDX-PERIODO, W-IDX-GER)
                TO WGER-MENOR

              WRITE REG-KPI-REL FROM WGER
           END-IF.

       END PROGRAM RELKPI.
