                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-CHAVE-PEDIDO
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDIDO.

                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-META.

           SELECT OPTIONAL ARQ-DEVOLUCAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DV-CHAVE-DEVOLUCAO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-DEVOLUCAO.

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

           SELECT ARQ-PARAM ASSIGN TO "RELMETA.PAR"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-PARAM.

       COPY "CADMETA.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADDEVOLUCAO'.

       COPY "CADDEVOLUCAO.CPY".

       FD  ARQ-EQUIPE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADEQUIPE'.

       COPY "CADEQUIPE.CPY".

       FD  ARQ-EQUIPEVEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADEQUIPEVEN'.

       COPY "CADEQUIPEVEN.CPY".

       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.

       77 FS-PEDIDO               PIC  X(002)         VALUE "00".
       77 FS-META                 PIC  X(002)         VALUE "00".
       77 FS-PARAM                PIC  X(002)         VALUE "00".
       77 FS-DEVOLUCAO            PIC  X(002)         VALUE "00".
       77 FS-EQUIPE               PIC  X(002)         VALUE "00".
       77 FS-EQUIPEVEN            PIC  X(002)         VALUE "00".
       77 W-RUNCTL-ABERTO         PIC  X(001)         VALUE "N".

       77 W-RUN-ID-MAX            PIC  9(016)         VALUE ZEROS.
                                  PIC 9(013)V9(002) COMP-3.
           03 W-REA-QTD           OCCURS 999 TIMES
                                  PIC 9(007) COMP.
           03 W-REA-DEVOLVIDO     OCCURS 999 TIMES
                                  PIC 9(013)V9(002) COMP-3.

      * DEVOLUCOES (CADDEVOLUCAO) ABATEM O REALIZADO NO MES EM QUE
      * FORAM REGISTRADAS, COMO O ESTORNO DA COMISSAO - O MES DO
      * PEDIDO JA FECHADO NAO E REABERTO.
       77 W-REA-LIQUIDO           PIC S9(013)V9(002)  VALUE ZEROS.
       77 W-QTD-DEV-SEM-PEDIDO    PIC 9(007)          VALUE ZEROS.

      *-----------------------------------------------------------
      * METAS DA COMPETENCIA COM O ATINGIMENTO CALCULADO - DEPOIS DO

       77 W-PCT-ATINGIDO          PIC 9(005)V9(002)   VALUE ZEROS.

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

      * SUBTOTAIS DA META POR EQUIPE E POR GERENTE REGIONAL, SO DOS
      * VENDEDORES COM META NA COMPETENCIA.
       01  W-TAB-EQUIPE.
           03 W-EQP-ITEM OCCURS 100 TIMES.
              05 W-EQP-COD            PIC 9(003).
              05 W-EQP-NOME           PIC X(030).
              05 W-EQP-SUPERVISOR     PIC X(008).
              05 W-EQP-IDX-GERENTE    PIC 9(003) COMP.
              05 W-EQP-QTD-VENDEDORES PIC 9(003) COMP.
              05 W-EQP-META           PIC 9(013)V9(002) COMP-3.
              05 W-EQP-REALIZADO      PIC 9(013)V9(002) COMP-3.
              05 W-EQP-DEVOLVIDO      PIC 9(013)V9(002) COMP-3.

       01  W-TAB-GERENTE.
           03 W-GER-ITEM OCCURS 100 TIMES.
              05 W-GER-COD            PIC X(008).
              05 W-GER-QTD-VENDEDORES PIC 9(003) COMP.
              05 W-GER-META           PIC 9(013)V9(002) COMP-3.
              05 W-GER-REALIZADO      PIC 9(013)V9(002) COMP-3.
              05 W-GER-DEVOLVIDO      PIC 9(013)V9(002) COMP-3.

      * ARQUIVAMENTO DA GERACAO NO CATALOGO DE RELATORIOS (CATRELAT)
      * - A COPIA DATADA SOBREVIVE A PROXIMA SOBRESCRITA DO NOME
      * FIXO.

       01  WCAB.
           03 FILLER PIC X(150) VALUE "META X REALIZADO;COMPETENCIA;CO
      -"DIGO VENDEDOR;NOME VENDEDOR;META;REALIZADO;PCT ATINGIDO;DEVOLUCO
      -"ES;".

       01  WDET.
           03 FILLER              PIC X(001)          VALUE ";".
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-PCT            PIC ZZZZ9,99        VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DEVOLVIDO      PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WCAB-RANKING.
           03 FILLER PIC X(100) VALUE "RANKING DE ATINGIMENTO;POSICAO;
           03 WRNK-PCT            PIC ZZZZ9,99        VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WCAB-EQUIPE.
           03 FILLER PIC X(150) VALUE "SUBTOTAL POR EQUIPE;COMPETENCIA;C
      -"ODIGO EQUIPE;NOME EQUIPE;SUPERVISOR;GERENTE;VENDEDORES;META;REAL
      -"IZADO;PCT ATINGIDO;DEVOLUCOES;".

       01  WEQP.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WEQP-ANO-MES        PIC 9(006)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WEQP-COD-EQUIPE     PIC 9(003)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WEQP-NOME-EQUIPE    PIC X(030)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WEQP-SUPERVISOR     PIC X(008)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WEQP-GERENTE        PIC X(008)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WEQP-VENDEDORES     PIC ZZ9             VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WEQP-META           PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WEQP-REALIZADO      PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WEQP-PCT            PIC ZZZZ9,99        VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WEQP-DEVOLVIDO      PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WCAB-GERENTE.
           03 FILLER PIC X(100) VALUE "SUBTOTAL POR GERENTE;COMPETENCIA;
      -"GERENTE;VENDEDORES;META;REALIZADO;PCT ATINGIDO;DEVOLUCOES;".

       01  WGER.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WGER-ANO-MES        PIC 9(006)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WGER-GERENTE        PIC X(008)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WGER-VENDEDORES     PIC ZZ9             VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WGER-META           PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WGER-REALIZADO      PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WGER-PCT            PIC ZZZZ9,99        VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WGER-DEVOLVIDO      PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

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
      * COMPETENCIA, COM PERCENTUAL DE ATINGIMENTO E RANKING - O
      * NUMERO QUE O GERENTE COMERCIAL PEDE TODA SEGUNDA-FEIRA.
      * PEDIDO SEM VENDEDOR CAI NA ATRIBUICAO DA RODADA MAIS
      * RECENTE, COMO NO FAZCOMISS. O REALIZADO E LIQUIDO DAS
      * DEVOLUCOES E CANCELAMENTOS REGISTRADOS NO MES.
      * FECHA COM SUBTOTAIS POR EQUIPE DE VENDA E POR GERENTE
      * REGIONAL (CADEQUIPE).
      *-----------------------------------------------------------
       000-INICIO.


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
              OPEN INPUT ARQ-PEDIDO

              PERFORM 050-ACHAR-ULTIMO-RUN
              PERFORM 060-CARREGAR-EQUIPES

              IF FS-PEDIDO EQUAL "00"
                 PERFORM 100-ACUMULAR-PEDIDOS
                 PERFORM 150-ACUMULAR-DEVOLUCOES
              END-IF

              OPEN OUTPUT REL-META
              PERFORM 027-IMPRIMIR-DEFASAGEM
                 VARYING W-IDX-DEFASAGEM FROM 1 BY 1
                 UNTIL W-IDX-DEFASAGEM GREATER W-QTD-DEFASAGEM
              WRITE REG-META-REL FROM WCAB

              PERFORM 200-IMPRIMIR-METAS
              WRITE REG-META-REL FROM WCAB-RANKING
              PERFORM 300-IMPRIMIR-RANKING

              PERFORM 400-IMPRIMIR-EQUIPES

              CLOSE REL-META

              MOVE "RELMETA"     TO CTR-PROGRAMA

              DISPLAY "RELMETA - COMPETENCIA: " W-ANO-MES
              DISPLAY "RELMETA - METAS AVALIADAS: " W-QTD-RANKING
              IF W-QTD-DEV-SEM-PEDIDO GREATER ZEROS
                 DISPLAY "RELMETA - DEVOLUCOES SEM PEDIDO: "
                         W-QTD-DEV-SEM-PEDIDO
              END-IF
           END-IF

           IF W-QTD-DEFASAGEM GREATER ZEROS
              AND RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "RELMETA - PROCESSAMENTO CONCLUIDO"
              CLOSE ARQ-PARAM
           END-IF.

      * ALIMENTACOES DE ENTRADA DO PROCESSAMENTO: IMPPEDIDO.
       025-CONFERIR-DEFASAGEM.
           MOVE ZEROS TO W-QTD-DEFASAGEM
           MOVE "N"   TO W-DEFASAGEM-SW

           MOVE "IMPPEDIDO" TO PDF-ALIMENTACAO
           PERFORM 026-CONFERIR-ALIMENTACAO

           IF W-BLOQUEAR-DEFASADO
              DISPLAY "RELMETA - ENTRADA DEFASADA - PROCESSAMENTO "
                      "INTERROMPIDO (BLOQUEIO-DEFASAGEM)"
           END-IF.

       026-CONFERIR-ALIMENTACAO.
           CALL "VERDEFASA" USING W-PARAM-DEFASAGEM

           IF PDF-DEFASADA
              AND W-QTD-DEFASAGEM LESS 3
              ADD 1 TO W-QTD-DEFASAGEM
              MOVE PDF-MENSAGEM TO W-DEF-MENSAGEM (W-QTD-DEFASAGEM)
              DISPLAY "RELMETA - " PDF-MENSAGEM

              IF PDF-BLOQUEAR
                 MOVE "S" TO W-DEFASAGEM-SW
              END-IF
           END-IF.

      * AVISO DE DEFASAGEM NO INICIO DA SAIDA, ANTES DO CABECALHO.
       027-IMPRIMIR-DEFASAGEM.
           WRITE REG-META-REL FROM W-DEF-MENSAGEM (W-IDX-DEFASAGEM).

      * LE DO CONTROLE DE EXECUCAO (CADRUNCTL) A RODADA COMPLETA
      * MAIS RECENTE - O SALTO PELA CHAVE DO CADDISTRIB FICA COMO
      * RESERVA PARA INSTALACOES AINDA SEM O CONTROLE.
              READ ARQ-DISTRIB NEXT
           END-IF.

      * PEDIDOS DA COMPETENCIA PELA CHAVE ALTERNADA VENDEDOR+DATA:
      * DE CADA VENDEDOR SO O TRECHO DO MES E LIDO - PASSADO O FIM
      * DO MES, O START SALTA PARA O INICIO DO MES NO VENDEDOR
      * SEGUINTE. O TRECHO DO VENDEDOR ZERO (PEDIDO LEGADO) E
      * RESOLVIDO PELA DISTRIBUICAO (120).
       100-ACUMULAR-PEDIDOS.

           MOVE ZEROS TO P-VEND-VENDEDOR
           PERFORM 105-POSICIONAR-PEDIDO

           PERFORM 110-ACUMULAR-PEDIDO
              UNTIL FS-PEDIDO NOT EQUAL "00"

           MOVE "00" TO FS-PEDIDO.

       105-POSICIONAR-PEDIDO.

           COMPUTE P-VEND-DATA = W-ANO-MES * 100 + 1

           START ARQ-PEDIDO KEY IS NOT LESS P-CHAVE-VENDEDOR
             INVALID KEY MOVE "23" TO FS-PEDIDO
           END-START

           IF FS-PEDIDO EQUAL "00"
              READ ARQ-PEDIDO NEXT
           END-IF.

       110-ACUMULAR-PEDIDO.

           EVALUATE TRUE
              WHEN P-VEND-DATA (1:6) LESS W-ANO-MES
                 PERFORM 105-POSICIONAR-PEDIDO

              WHEN P-VEND-DATA (1:6) GREATER W-ANO-MES
                 IF P-VEND-VENDEDOR LESS 999
                    ADD 1 TO P-VEND-VENDEDOR
                    PERFORM 105-POSICIONAR-PEDIDO
                 ELSE
                    MOVE "10" TO FS-PEDIDO
                 END-IF

              WHEN OTHER
                 PERFORM 120-RESOLVER-VENDEDOR

                 IF W-PED-VENDEDOR GREATER ZEROS
                    AND NOT P-ERP-RECUSADO
                    ADD P-VALOR-PEDIDO
                      TO W-REA-VENDAS (W-PED-VENDEDOR)
                    ADD 1 TO W-REA-QTD (W-PED-VENDEDOR)
                 END-IF

                 READ ARQ-PEDIDO NEXT
           END-EVALUATE.

       120-RESOLVER-VENDEDOR.

              END-IF
           END-IF.

      * DEVOLUCOES REGISTRADAS NA COMPETENCIA - O VENDEDOR E O DO
      * PEDIDO DE ORIGEM, PELA MESMA REGRA DO 120.
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

      * VARRE AS METAS DA COMPETENCIA (CHAVE VENDEDOR+AAAAMM - O
      * FILTRO E FEITO NO PROPRIO LOOP) IMPRIMINDO O DETALHE E
      * GUARDANDO O ATINGIMENTO PARA O RANKING.
                INVALID KEY MOVE SPACES TO NOME-VENDEDOR
              END-READ

              COMPUTE W-REA-LIQUIDO = W-REA-VENDAS (M-COD-VENDEDOR)
                                    - W-REA-DEVOLVIDO (M-COD-VENDEDOR)
              IF W-REA-LIQUIDO LESS ZEROS
                 MOVE ZEROS TO W-REA-LIQUIDO
              END-IF

              IF M-VALOR-META GREATER ZEROS
                 COMPUTE W-PCT-ATINGIDO ROUNDED =
                         W-REA-LIQUIDO * 100 /
                         M-VALOR-META
                   ON SIZE ERROR MOVE 99999 TO W-PCT-ATINGIDO
                 END-COMPUTE
              MOVE M-COD-VENDEDOR  TO WDET-COD-VENDEDOR
              MOVE NOME-VENDEDOR   TO WDET-NOME-VENDEDOR
              MOVE M-VALOR-META    TO WDET-META
              MOVE W-REA-LIQUIDO   TO WDET-REALIZADO
              MOVE W-PCT-ATINGIDO  TO WDET-PCT
              MOVE W-REA-DEVOLVIDO (M-COD-VENDEDOR) TO WDET-DEVOLVIDO

              WRITE REG-META-REL FROM WDET

              PERFORM 220-SOMAR-EQUIPE

              IF W-QTD-RANKING LESS 999
                 ADD 1 TO W-QTD-RANKING
                 MOVE M-COD-VENDEDOR

           READ ARQ-META NEXT.

      * A META E O REALIZADO LIQUIDO DO VENDEDOR ENTRAM NO SUBTOTAL
      * DA EQUIPE DELE E NO DO GERENTE DA EQUIPE.
       220-SOMAR-EQUIPE.
           MOVE W-VEQ-IDX-EQUIPE (M-COD-VENDEDOR) TO W-IDX-EQP
           MOVE W-EQP-IDX-GERENTE (W-IDX-EQP)     TO W-IDX-GER

           ADD 1               TO W-EQP-QTD-VENDEDORES (W-IDX-EQP)
           ADD M-VALOR-META    TO W-EQP-META (W-IDX-EQP)
           ADD W-REA-LIQUIDO   TO W-EQP-REALIZADO (W-IDX-EQP)
           ADD W-REA-DEVOLVIDO (M-COD-VENDEDOR)
             TO W-EQP-DEVOLVIDO (W-IDX-EQP)

           ADD 1               TO W-GER-QTD-VENDEDORES (W-IDX-GER)
           ADD M-VALOR-META    TO W-GER-META (W-IDX-GER)
           ADD W-REA-LIQUIDO   TO W-GER-REALIZADO (W-IDX-GER)
           ADD W-REA-DEVOLVIDO (M-COD-VENDEDOR)
             TO W-GER-DEVOLVIDO (W-IDX-GER).

      * RANKING POR SELECAO: A CADA VOLTA IMPRIME O MAIOR PERCENTUAL
      * AINDA NAO IMPRESSO.
       300-IMPRIMIR-RANKING.
              MOVE W-RNK-PCT (W-IDX-RANKING) TO W-PCT-MAIOR
           END-IF.

      * SUBTOTAIS POR EQUIPE (COM SUPERVISOR E GERENTE) E POR
      * GERENTE REGIONAL - SO AS LINHAS COM VENDEDOR COM META.
       400-IMPRIMIR-EQUIPES.

           WRITE REG-META-REL FROM WCAB-EQUIPE
           PERFORM 410-IMPRIMIR-EQUIPE
              VARYING W-IDX-EQP FROM 1 BY 1
              UNTIL W-IDX-EQP GREATER W-QTD-EQUIPES

           WRITE REG-META-REL FROM WCAB-GERENTE
           PERFORM 420-IMPRIMIR-GERENTE
              VARYING W-IDX-GER FROM 1 BY 1
              UNTIL W-IDX-GER GREATER W-QTD-GERENTES.

       410-IMPRIMIR-EQUIPE.
           IF W-EQP-QTD-VENDEDORES (W-IDX-EQP) GREATER ZEROS
              IF W-EQP-META (W-IDX-EQP) GREATER ZEROS
                 COMPUTE W-PCT-ATINGIDO ROUNDED =
                         W-EQP-REALIZADO (W-IDX-EQP) * 100 /
                         W-EQP-META (W-IDX-EQP)
                   ON SIZE ERROR MOVE 99999 TO W-PCT-ATINGIDO
                 END-COMPUTE
              ELSE
                 MOVE ZEROS TO W-PCT-ATINGIDO
              END-IF

              MOVE W-EQP-IDX-GERENTE (W-IDX-EQP) TO W-IDX-GER

              MOVE W-ANO-MES                    TO WEQP-ANO-MES
              MOVE W-EQP-COD (W-IDX-EQP)        TO WEQP-COD-EQUIPE
              MOVE W-EQP-NOME (W-IDX-EQP)       TO WEQP-NOME-EQUIPE
              MOVE W-EQP-SUPERVISOR (W-IDX-EQP) TO WEQP-SUPERVISOR
              MOVE W-GER-COD (W-IDX-GER)        TO WEQP-GERENTE
              MOVE W-EQP-QTD-VENDEDORES (W-IDX-EQP)
                TO WEQP-VENDEDORES
              MOVE W-EQP-META (W-IDX-EQP)       TO WEQP-META
              MOVE W-EQP-REALIZADO (W-IDX-EQP)  TO WEQP-REALIZADO
              MOVE W-PCT-ATINGIDO               TO WEQP-PCT
              MOVE W-EQP-DEVOLVIDO (W-IDX-EQP)  TO WEQP-DEVOLVIDO

              WRITE REG-META-REL FROM WEQP
           END-IF.

       420-IMPRIMIR-GERENTE.
           IF W-GER-QTD-VENDEDORES (W-IDX-GER) GREATER ZEROS
              IF W-GER-META (W-IDX-GER) GREATER ZEROS
                 COMPUTE W-PCT-ATINGIDO ROUNDED =
                         W-GER-REALIZADO (W-IDX-GER) * 100 /
                         W-GER-META (W-IDX-GER)
                   ON SIZE ERROR MOVE 99999 TO W-PCT-ATINGIDO
                 END-COMPUTE
              ELSE
                 MOVE ZEROS TO W-PCT-ATINGIDO
              END-IF

              MOVE W-ANO-MES                    TO WGER-ANO-MES
              MOVE W-GER-COD (W-IDX-GER)        TO WGER-GERENTE
              MOVE W-GER-QTD-VENDEDORES (W-IDX-GER)
                TO WGER-VENDEDORES
              MOVE W-GER-META (W-IDX-GER)       TO WGER-META
              MOVE W-GER-REALIZADO (W-IDX-GER)  TO WGER-REALIZADO
              MOVE W-PCT-ATINGIDO               TO WGER-PCT
              MOVE W-GER-DEVOLVIDO (W-IDX-GER)  TO WGER-DEVOLVIDO

              WRITE REG-META-REL FROM WGER
           END-IF.

       END PROGRAM RELMETA.
