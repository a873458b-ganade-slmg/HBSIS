                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-CHAVE-PEDIDO
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDIDO.

                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS V-CHAVE-VISITA
                  ALTERNATE RECORD KEY IS V-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VISITA.

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

           SELECT ARQ-PARAM ASSIGN TO "RELSCORE.PAR"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-PARAM.

       COPY "CADKPI.CPY".

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

       77 FS-VISITA               PIC  X(002)         VALUE "00".
       77 FS-KPI                  PIC  X(002)         VALUE "00".
       77 FS-PARAM                PIC  X(002)         VALUE "00".
       77 FS-EQUIPE               PIC  X(002)         VALUE "00".
       77 FS-EQUIPEVEN            PIC  X(002)         VALUE "00".
       77 W-RUNCTL-ABERTO         PIC  X(001)         VALUE "N".

       77 W-RUN-ID-MAX            PIC  9(016)         VALUE ZEROS.
       77 W-POSICAO-RANK          PIC 9(003)          VALUE ZEROS.
       77 W-IDX-VOLTA             PIC 9(003) COMP     VALUE ZEROS.

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

      * SUBTOTAIS DO PAINEL POR EQUIPE E POR GERENTE REGIONAL, SO
      * DOS VENDEDORES QUE TIVERAM PAGINA.
       01  W-TAB-EQUIPE.
           03 W-EQP-ITEM OCCURS 100 TIMES.
              05 W-EQP-COD             PIC 9(003).
              05 W-EQP-NOME            PIC X(030).
              05 W-EQP-SUPERVISOR      PIC X(008).
              05 W-EQP-IDX-GERENTE     PIC 9(003) COMP.
              05 W-EQP-QTD-VENDEDORES  PIC 9(003) COMP.
              05 W-EQP-VIS-REGISTRADAS PIC 9(007) COMP.
              05 W-EQP-VIS-REALIZADAS  PIC 9(007) COMP.
              05 W-EQP-QTD-PEDIDOS     PIC 9(007) COMP.
              05 W-EQP-VALOR-PEDIDOS   PIC 9(013)V9(002) COMP-3.

       01  W-TAB-GERENTE.
           03 W-GER-ITEM OCCURS 100 TIMES.
              05 W-GER-COD             PIC X(008).
              05 W-GER-QTD-VENDEDORES  PIC 9(003) COMP.
              05 W-GER-VIS-REGISTRADAS PIC 9(007) COMP.
              05 W-GER-VIS-REALIZADAS  PIC 9(007) COMP.
              05 W-GER-QTD-PEDIDOS     PIC 9(007) COMP.
              05 W-GER-VALOR-PEDIDOS   PIC 9(013)V9(002) COMP-3.

      * LINHAS DO PAINEL IMPRESSO - MESMO ESTILO DA FOLHA DE ROTA.
       01  WSCO-TRACO             PIC X(078)          VALUE ALL "-".

           03 WSCO-RNK-VALOR      PIC ZZZZZZZZZZZZ9,99.
           03 FILLER              PIC X(010)          VALUE SPACES.

       01  WSCO-CAB-EQUIPE.
           03 FILLER              PIC X(078)          VALUE
              "SUBTOTAIS POR EQUIPE DE VENDA".

       01  WSCO-CAB-GERENTE.
           03 FILLER              PIC X(078)          VALUE
              "SUBTOTAIS POR GERENTE REGIONAL".

       01  WSCO-COL-EQUIPE.
           03 FILLER              PIC X(038)          VALUE
              "EQP NOME DA EQUIPE       SUPERV.  VND ".
           03 FILLER              PIC X(040)          VALUE
              "VIS REA/REG    PED    VALOR PEDIDOS".

       01  WSCO-COL-GERENTE.
           03 FILLER              PIC X(038)          VALUE
              "    GERENTE                       VND ".
           03 FILLER              PIC X(040)          VALUE
              "VIS REA/REG    PED    VALOR PEDIDOS".

       01  WSCO-LINHA-EQUIPE.
           03 WSCO-EQP-COD        PIC ZZ9.
           03 FILLER              PIC X(001)          VALUE SPACES.
           03 WSCO-EQP-NOME       PIC X(020).
           03 FILLER              PIC X(001)          VALUE SPACES.
           03 WSCO-EQP-SUPERVISOR PIC X(008).
           03 FILLER              PIC X(001)          VALUE SPACES.
           03 WSCO-EQP-VEND       PIC ZZ9.
           03 FILLER              PIC X(001)          VALUE SPACES.
           03 WSCO-EQP-VIS-REA    PIC ZZZZ9.
           03 FILLER              PIC X(001)          VALUE "/".
           03 WSCO-EQP-VIS-REG    PIC ZZZZ9.
           03 FILLER              PIC X(001)          VALUE SPACES.
           03 WSCO-EQP-QTD-PED    PIC ZZZZZ9.
           03 FILLER              PIC X(001)          VALUE SPACES.
           03 WSCO-EQP-VALOR      PIC ZZZZZZZZZZZZ9,99.
           03 FILLER              PIC X(005)          VALUE SPACES.

      * ARQUIVAMENTO DA GERACAO NO CATALOGO DE RELATORIOS (CATRELAT)
      * - A COPIA DATADA SOBREVIVE A PROXIMA SOBRESCRITA DO NOME
      * FIXO.
      * CUMPRIMENTO DE VISITAS DO MES (ARQ-VISITA), AS VENDAS DO MES
      * (ARQ-PEDIDO) E A CARGA/DISTANCIA DA RODADA MAIS RECENTE
      * (CADKPI), COM UM RANKING FINAL - O CONSOLIDADO QUE A GESTAO
      * PAGAVA DOIS DIAS POR MES PARA MONTAR A MAO - E SUBTOTAIS
      * POR EQUIPE DE VENDA E POR GERENTE REGIONAL (CADEQUIPE).
      * RODAVEL PELO AGENDADOR, COMO OS DEMAIS BATCHES.
      *-----------------------------------------------------------
       000-INICIO.

           OPEN INPUT ARQ-DISTRIB

           PERFORM 050-ACHAR-ULTIMO-RUN
           PERFORM 060-CARREGAR-EQUIPES

           PERFORM 100-ACUMULAR-VISITAS
           PERFORM 120-ACUMULAR-PEDIDOS
              UNTIL W-IDX-VENDEDOR GREATER 999

           PERFORM 300-IMPRIMIR-RANKING
           PERFORM 400-IMPRIMIR-EQUIPES

           CLOSE REL-SCORE
           CLOSE ARQ-VENDEDOR
              READ ARQ-DISTRIB NEXT
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

      * VISITAS DO MES, CONTADAS POR VENDEDOR A PARTIR DO PROPRIO
      * ARQ-VISITA (REGISTRADAS X REALIZADAS). A LEITURA E PELA
      * CHAVE ALTERNADA VENDEDOR+DATA: DE CADA VENDEDOR SO O TRECHO
      * DO MES E LIDO - PASSADO O FIM DO MES, O START SALTA PARA O
      * INICIO DO MES NO VENDEDOR SEGUINTE.
       100-ACUMULAR-VISITAS.

           OPEN INPUT ARQ-VISITA

           IF FS-VISITA EQUAL "00"
              MOVE 1 TO V-VEND-VENDEDOR
              PERFORM 105-POSICIONAR-VISITA

              PERFORM 110-ACUMULAR-VISITA
                 UNTIL FS-VISITA NOT EQUAL "00"

              CLOSE ARQ-VISITA
           ELSE

           MOVE "00" TO FS-VISITA.

      * POSICIONA NO PRIMEIRO DIA DO MES DO VENDEDOR EM
      * V-VEND-VENDEDOR (OU NO PRIMEIRO REGISTRO DEPOIS DELE).
       105-POSICIONAR-VISITA.

           COMPUTE V-VEND-DATA = W-ANO-MES * 100 + 1

           START ARQ-VISITA KEY IS NOT LESS V-CHAVE-VENDEDOR
             INVALID KEY MOVE "23" TO FS-VISITA
           END-START

           IF FS-VISITA EQUAL "00"
              READ ARQ-VISITA NEXT
           END-IF.

       110-ACUMULAR-VISITA.
           EVALUATE TRUE
              WHEN V-VEND-DATA (1:6) LESS W-ANO-MES
                 PERFORM 105-POSICIONAR-VISITA

              WHEN V-VEND-DATA (1:6) GREATER W-ANO-MES
                 IF V-VEND-VENDEDOR LESS 999
                    ADD 1 TO V-VEND-VENDEDOR
                    PERFORM 105-POSICIONAR-VISITA
                 ELSE
                    MOVE "10" TO FS-VISITA
                 END-IF

              WHEN OTHER
                 ADD 1 TO W-SCR-VIS-REGISTRADAS (V-COD-VENDEDOR)

                 IF V-REALIZADA
                    ADD 1 TO W-SCR-VIS-REALIZADAS (V-COD-VENDEDOR)
                 END-IF

                 READ ARQ-VISITA NEXT
           END-EVALUATE.

      * PEDIDOS DO MES PELA CHAVE ALTERNADA VENDEDOR+DATA, NA MESMA
      * TECNICA DO 100. O TRECHO DO VENDEDOR ZERO (PEDIDO LEGADO) E
      * LIDO TAMBEM E RESOLVIDO PELA DISTRIBUICAO (135).
       120-ACUMULAR-PEDIDOS.

           OPEN INPUT ARQ-PEDIDO

           IF FS-PEDIDO EQUAL "00"
              MOVE ZEROS TO P-VEND-VENDEDOR
              PERFORM 125-POSICIONAR-PEDIDO

              PERFORM 130-ACUMULAR-PEDIDO
                 UNTIL FS-PEDIDO NOT EQUAL "00"

              CLOSE ARQ-PEDIDO
           ELSE

           MOVE "00" TO FS-PEDIDO.

       125-POSICIONAR-PEDIDO.

           COMPUTE P-VEND-DATA = W-ANO-MES * 100 + 1

           START ARQ-PEDIDO KEY IS NOT LESS P-CHAVE-VENDEDOR
             INVALID KEY MOVE "23" TO FS-PEDIDO
           END-START

           IF FS-PEDIDO EQUAL "00"
              READ ARQ-PEDIDO NEXT
           END-IF.

       130-ACUMULAR-PEDIDO.
           EVALUATE TRUE
              WHEN P-VEND-DATA (1:6) LESS W-ANO-MES
                 PERFORM 125-POSICIONAR-PEDIDO

              WHEN P-VEND-DATA (1:6) GREATER W-ANO-MES
                 IF P-VEND-VENDEDOR LESS 999
                    ADD 1 TO P-VEND-VENDEDOR
                    PERFORM 125-POSICIONAR-PEDIDO
                 ELSE
                    MOVE "10" TO FS-PEDIDO
                 END-IF

              WHEN OTHER
                 PERFORM 135-RESOLVER-VENDEDOR

                 IF W-PED-VENDEDOR GREATER ZEROS
                    ADD 1 TO W-SCR-QTD-PEDIDOS (W-PED-VENDEDOR)
                    ADD P-VALOR-PEDIDO
                      TO W-SCR-VALOR-PEDIDOS (W-PED-VENDEDOR)
                 END-IF

                 READ ARQ-PEDIDO NEXT
           END-EVALUATE.

       135-RESOLVER-VENDEDOR.

              MOVE W-SCR-MEDIA-DIST (W-IDX-VENDEDOR)
                TO WSCO-MEDIA-DIST
              WRITE REG-SCORE FROM WSCO-LINHA-KPI

              PERFORM 210-SOMAR-EQUIPE
           END-IF.

      * O VENDEDOR COM PAGINA ENTRA NO SUBTOTAL DA EQUIPE DELE E NO
      * DO GERENTE DA EQUIPE.
       210-SOMAR-EQUIPE.
           MOVE W-VEQ-IDX-EQUIPE (W-IDX-VENDEDOR) TO W-IDX-EQP
           MOVE W-EQP-IDX-GERENTE (W-IDX-EQP)     TO W-IDX-GER

           ADD 1 TO W-EQP-QTD-VENDEDORES (W-IDX-EQP)
           ADD W-SCR-VIS-REGISTRADAS (W-IDX-VENDEDOR)
             TO W-EQP-VIS-REGISTRADAS (W-IDX-EQP)
           ADD W-SCR-VIS-REALIZADAS (W-IDX-VENDEDOR)
             TO W-EQP-VIS-REALIZADAS (W-IDX-EQP)
           ADD W-SCR-QTD-PEDIDOS (W-IDX-VENDEDOR)
             TO W-EQP-QTD-PEDIDOS (W-IDX-EQP)
           ADD W-SCR-VALOR-PEDIDOS (W-IDX-VENDEDOR)
             TO W-EQP-VALOR-PEDIDOS (W-IDX-EQP)

           ADD 1 TO W-GER-QTD-VENDEDORES (W-IDX-GER)
           ADD W-SCR-VIS-REGISTRADAS (W-IDX-VENDEDOR)
             TO W-GER-VIS-REGISTRADAS (W-IDX-GER)
           ADD W-SCR-VIS-REALIZADAS (W-IDX-VENDEDOR)
             TO W-GER-VIS-REALIZADAS (W-IDX-GER)
           ADD W-SCR-QTD-PEDIDOS (W-IDX-VENDEDOR)
             TO W-GER-QTD-PEDIDOS (W-IDX-GER)
           ADD W-SCR-VALOR-PEDIDOS (W-IDX-VENDEDOR)
             TO W-GER-VALOR-PEDIDOS (W-IDX-GER).

      * RANKING POR VALOR VENDIDO NO MES - SELECAO DO MAIOR A CADA
      * VOLTA, SO ENTRE VENDEDORES COM PAINEL.
       300-IMPRIMIR-RANKING.
                TO W-VALOR-MAIOR
           END-IF.

      * SUBTOTAIS POR EQUIPE (COM O SUPERVISOR) E POR GERENTE
      * REGIONAL - SO AS LINHAS COM ALGUM VENDEDOR COM PAGINA.
       400-IMPRIMIR-EQUIPES.

           WRITE REG-SCORE FROM WSCO-TRACO
           WRITE REG-SCORE FROM WSCO-CAB-EQUIPE
           WRITE REG-SCORE FROM WSCO-TRACO
           WRITE REG-SCORE FROM WSCO-COL-EQUIPE

           PERFORM 410-IMPRIMIR-EQUIPE
              VARYING W-IDX-EQP FROM 1 BY 1
              UNTIL W-IDX-EQP GREATER W-QTD-EQUIPES

           WRITE REG-SCORE FROM WSCO-TRACO
           WRITE REG-SCORE FROM WSCO-CAB-GERENTE
           WRITE REG-SCORE FROM WSCO-TRACO
           WRITE REG-SCORE FROM WSCO-COL-GERENTE

           PERFORM 420-IMPRIMIR-GERENTE
              VARYING W-IDX-GER FROM 1 BY 1
              UNTIL W-IDX-GER GREATER W-QTD-GERENTES.

       410-IMPRIMIR-EQUIPE.
           IF W-EQP-QTD-VENDEDORES (W-IDX-EQP) GREATER ZEROS
              MOVE W-EQP-COD (W-IDX-EQP)        TO WSCO-EQP-COD
              MOVE W-EQP-NOME (W-IDX-EQP)       TO WSCO-EQP-NOME
              MOVE W-EQP-SUPERVISOR (W-IDX-EQP) TO WSCO-EQP-SUPERVISOR
              MOVE W-EQP-QTD-VENDEDORES (W-IDX-EQP)
                TO WSCO-EQP-VEND
              MOVE W-EQP-VIS-REALIZADAS (W-IDX-EQP)
                TO WSCO-EQP-VIS-REA
              MOVE W-EQP-VIS-REGISTRADAS (W-IDX-EQP)
                TO WSCO-EQP-VIS-REG
              MOVE W-EQP-QTD-PEDIDOS (W-IDX-EQP)  TO WSCO-EQP-QTD-PED
              MOVE W-EQP-VALOR-PEDIDOS (W-IDX-EQP) TO WSCO-EQP-VALOR

              WRITE REG-SCORE FROM WSCO-LINHA-EQUIPE
           END-IF.

       420-IMPRIMIR-GERENTE.
           IF W-GER-QTD-VENDEDORES (W-IDX-GER) GREATER ZEROS
              MOVE ZEROS                  TO WSCO-EQP-COD
              MOVE W-GER-COD (W-IDX-GER)  TO WSCO-EQP-NOME
              MOVE SPACES                 TO WSCO-EQP-SUPERVISOR
              MOVE W-GER-QTD-VENDEDORES (W-IDX-GER)
                TO WSCO-EQP-VEND
              MOVE W-GER-VIS-REALIZADAS (W-IDX-GER)
                TO WSCO-EQP-VIS-REA
              MOVE W-GER-VIS-REGISTRADAS (W-IDX-GER)
                TO WSCO-EQP-VIS-REG
              MOVE W-GER-QTD-PEDIDOS (W-IDX-GER)  TO WSCO-EQP-QTD-PED
              MOVE W-GER-VALOR-PEDIDOS (W-IDX-GER) TO WSCO-EQP-VALOR

              WRITE REG-SCORE FROM WSCO-LINHA-EQUIPE
           END-IF.

       END PROGRAM RELSCORE.
