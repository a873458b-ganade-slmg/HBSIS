                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-CHAVE-PEDIDO
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDIDO.

      * GRAVADO EM ARQUIVO PROPRIO PARA A RODADA SIMULADA NUNCA
      * CHEGAR AO CRM NEM AOS RELATORIOS OFICIAIS.
      *-----------------------------------------------------------
           SELECT OPTIONAL ARQ-GRUPOCLI ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS GC-CHAVE-GRUPOCLI
                  ALTERNATE RECORD KEY IS GC-COD-CLIENTE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-GRUPOCLI.

           SELECT OPTIONAL ARQ-SIMULA ASSIGN TO DISK
                  ORGANIZATION     IS INDEXED
                  ACCESS MODE      IS DYNAMIC

       COPY "CADFATOR.CPY".

       FD  ARQ-GRUPOCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADGRUPOCLI'.

       COPY "CADGRUPOCLI.CPY".

       FD  ARQ-SIMULA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADSIMULA'.
           03 S-CHAVE-SIMULA.
              05 S-RUN-ID          PIC 9(016).
              05 S-COD-CLIENTE     PIC 9(007).
           03 FILLER               PIC X(061).

       FD  ARQ-RUNCTL
           LABEL RECORD IS STANDARD
       77 W-IDX-FATOR            PIC  9(003) COMP   VALUE ZEROS.
       77 W-FATOR-REGIAO         PIC  9(001)V9(002) VALUE 1.

      *-----------------------------------------------------------
      * GRUPO ECONOMICO (CADGRUPOCLI): COM O SISPARAM
      * MANTER-GRUPO-VEND = 1, A PRIMEIRA FILIAL ATRIBUIDA DE UM
      * GRUPO NUMA REGIAO FIXA O VENDEDOR DAQUELE GRUPO NAQUELA
      * REGIAO, E AS DEMAIS FILIAIS DO GRUPO NA MESMA REGIAO VAO
      * PARA ELE (ORIGEM "G") ENQUANTO ELE ESTIVER ATIVO, PRESENTE,
      * COM CAPACIDADE E SEM BLOQUEIO PARA A FILIAL - SENAO SEGUEM A
      * BUSCA NORMAL. O TETO DE DISTANCIA CONTINUA VALENDO. PADRAO
      * DESLIGADO.
      *-----------------------------------------------------------
       77 FS-GRUPOCLI            PIC  X(002)        VALUE "00".
       77 W-MANTER-GRUPO-SW      PIC  X(001)        VALUE "N".
          88 W-MANTER-GRUPO         VALUE "S".
       77 W-GRUPOCLI-DISPONIVEL  PIC  X(001)        VALUE "N".
          88 W-TEM-GRUPOCLI         VALUE "S".

       01  W-TAB-GRUPO-VEND.
           03 W-GV-ITEM OCCURS 2000 TIMES.
              05 W-GV-COD-GRUPO     PIC 9(005).
              05 W-GV-REGIAO        PIC X(003).
              05 W-GV-COD-VENDEDOR  PIC 9(003).

       77 W-QTD-GRUPO-VEND       PIC  9(004) COMP   VALUE ZEROS.
       77 W-IDX-GRUPO-VEND       PIC  9(004) COMP   VALUE ZEROS.
       77 W-GRUPO-CLIENTE        PIC  9(005)        VALUE ZEROS.
       77 W-GRUPO-REGIAO         PIC  X(003)        VALUE SPACES.
       77 W-GRUPO-VENDEDOR       PIC  9(003)        VALUE ZEROS.
       77 W-GRUPO-ACHADO-SW      PIC  X(001)        VALUE "N".
          88 W-GRUPO-ACHADO         VALUE "S".

      *-----------------------------------------------------------
      * PARAMETROS DE AJUSTE RESOLVIDOS VIA SISPARAM (CADPARAM) NO
      * INICIO DA RODADA - SEM VIGENCIA APLICAVEL VALEM OS PADROES
              05 W-TOP-DISTANCIA   PIC 9(009)V9(002) VALUE 999999999.
              05 W-TOP-SCORE       PIC 9(009)V9(002) VALUE 999999999.

      *-----------------------------------------------------------
      * MELHORIA POR TROCAS (SISPARAM MELHORAR-TROCAS = 1, PADRAO
      * DESLIGADO): A PASSADA PRINCIPAL ATRIBUI UM CLIENTE POR VEZ NA
      * ORDEM DOS SEGMENTOS, E O CLIENTE QUE CHEGA CEDO PODE OCUPAR
      * O VENDEDOR QUE SERIA MELHOR PARA OUTRO. DEPOIS DELA, OS
      * CLIENTES DE ATRIBUICAO ALGORITMICA VAO PARA A TABELA ABAIXO
      * E O PAR X (VENDEDOR A, COM B NAS RESERVAS) / Y (VENDEDOR B,
      * COM A NAS RESERVAS) TROCA DE VENDEDOR QUANDO A SOMA DAS
      * DUAS DISTANCIAS CAI. A TROCA RESPEITA BLOQUEIO, FILIAL,
      * REGIAO (QUEM ESTAVA NA PROPRIA REGIAO NAO SAI DELA), AUSENCIA,
      * TETO DE DISTANCIA E MAX-CLIENTES-VENDEDOR (EM PESO); PINADO,
      * HERDADO DE GRUPO E FILIAL DE GRUPO ECONOMICO (COM A OPCAO
      * LIGADA) FICAM FORA. COM A MARGEM DE ESTABILIDADE LIGADA, O
      * GANHO DA TROCA PRECISA SUPERAR A MARGEM. O NUMERO DE
      * PASSADAS VEM DO SISPARAM PASSADAS-TROCA (PADRAO 3) - PARA
      * ANTES SE UMA PASSADA NAO TROCA NINGUEM.
      *-----------------------------------------------------------
       77 W-MELHORAR-TROCAS-SW   PIC  X(001)        VALUE "N".
          88 W-MELHORAR-TROCAS      VALUE "S".
       77 W-MAX-PASSADAS-TROCA   PIC  9(002)        VALUE 3.
       77 W-PASSADA-TROCA        PIC  9(003)        VALUE ZEROS.
       77 W-TROCAS-NA-PASSADA    PIC  9(007) COMP   VALUE ZEROS.
       77 W-QTD-TROCAS           PIC  9(007)        VALUE ZEROS.
       77 W-QTD-FORA-TROCA       PIC  9(007)        VALUE ZEROS.
       77 W-DIST-ANTES-TROCAS    PIC  9(013)V9(002) VALUE ZEROS.
       77 W-DIST-DEPOIS-TROCAS   PIC  9(013)V9(002) VALUE ZEROS.
       77 FS-TROCA               PIC  X(002)        VALUE "00".

       01  W-TAB-TROCA.
           03 W-TRC-ITEM OCCURS 30000 TIMES.
              05 W-TRC-COD-CLIENTE  PIC 9(007).
              05 W-TRC-VENDEDOR     PIC 9(003).
              05 W-TRC-DISTANCIA    PIC 9(009)V9(002).
              05 W-TRC-PONTO        PIC 9(001).
              05 W-TRC-PESO         PIC 9(002).
              05 W-TRC-REGIAO       PIC X(003).
              05 W-TRC-FILIAL       PIC X(002).
              05 W-TRC-LATITUDE     PIC S9(003)V9(008).
              05 W-TRC-LONGITUDE    PIC S9(003)V9(008).
              05 W-TRC-RESERVA OCCURS 2 TIMES.
                 07 W-TRC-RES-COD   PIC 9(003).
                 07 W-TRC-RES-DIST  PIC 9(009)V9(002).
      * PROXIMO CLIENTE DO MESMO VENDEDOR (LISTA REMONTADA NO INICIO
      * DE CADA PASSADA - QUEM JA TROCOU NA PASSADA E PULADO).
              05 W-TRC-PROXIMO      PIC 9(005) COMP.

       01  W-TAB-TRC-PRIMEIRO.
           03 W-TRC-PRIMEIRO OCCURS 999 TIMES PIC 9(005) COMP.

       77 W-QTD-TRC              PIC  9(005) COMP   VALUE ZEROS.
       77 W-IDX-TRC              PIC  9(005) COMP   VALUE ZEROS.
       77 W-IDX-PAR              PIC  9(005) COMP   VALUE ZEROS.
       77 W-IDX-REG-TROCA        PIC  9(005) COMP   VALUE ZEROS.
       77 W-IDX-RES-X            PIC  9(001) COMP   VALUE ZEROS.
       77 W-IDX-RES-Y            PIC  9(001) COMP   VALUE ZEROS.
       77 W-TROCA-VEND-A         PIC  9(003)        VALUE ZEROS.
       77 W-TROCA-VEND-B         PIC  9(003)        VALUE ZEROS.
       77 W-MELHOR-PAR           PIC  9(005) COMP   VALUE ZEROS.
       77 W-MELHOR-RES-X         PIC  9(001) COMP   VALUE ZEROS.
       77 W-MELHOR-RES-Y         PIC  9(001) COMP   VALUE ZEROS.
       77 W-MELHOR-GANHO         PIC S9(009)V9(002) VALUE ZEROS.
       77 W-GANHO-TROCA          PIC S9(009)V9(002) VALUE ZEROS.
       77 W-NOVA-DIST-X          PIC  9(009)V9(002) VALUE ZEROS.
       77 W-NOVA-DIST-Y          PIC  9(009)V9(002) VALUE ZEROS.
       77 W-NOVO-PONTO-X         PIC  9(001)        VALUE 1.
       77 W-NOVO-PONTO-Y         PIC  9(001)        VALUE 1.
       77 W-TROCA-CLIENTE        PIC  9(005) COMP   VALUE ZEROS.
       77 W-TROCA-VENDEDOR       PIC  9(003)        VALUE ZEROS.
       77 W-TROCA-VALIDA-SW      PIC  X(001)        VALUE "N".
          88 W-TROCA-VALIDA         VALUE "S".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------

                    PERFORM 090-PROCESSAR-SEGMENTOS

                    IF W-MELHORAR-TROCAS
                       PERFORM 300-MELHORAR-POR-TROCAS
                    END-IF

                    CLOSE ARQ-CLIENTE
                    CLOSE ARQ-DISTRIB
                    PERFORM 048-FECHAR-PEDIDOS
           OPEN I-O ARQ-CACHE
           IF FS-CACHE EQUAL "00" OR FS-CACHE EQUAL "05"
              MOVE "S" TO W-CACHE-DISPONIVEL
           END-IF

      * O VINCULO DOS GRUPOS ECONOMICOS SO E ABERTO COM A OPCAO DE
      * MANTER O VENDEDOR DO GRUPO LIGADA.
           MOVE "N"   TO W-GRUPOCLI-DISPONIVEL
           MOVE ZEROS TO W-QTD-GRUPO-VEND

           IF W-MANTER-GRUPO
              OPEN INPUT ARQ-GRUPOCLI
              IF FS-GRUPOCLI EQUAL "00"
                 MOVE "S" TO W-GRUPOCLI-DISPONIVEL
              ELSE
                 IF FS-GRUPOCLI EQUAL "05"
                    CLOSE ARQ-GRUPOCLI
                 END-IF
                 MOVE "00" TO FS-GRUPOCLI
              END-IF
           END-IF.

      *-----------------------------------------------------------

           IF W-TEM-CACHE
              CLOSE ARQ-CACHE
           END-IF

           IF W-TEM-GRUPOCLI
              CLOSE ARQ-GRUPOCLI
           END-IF.

       052-LER-PARAMETROS.
              MOVE SIS-VALOR TO W-INTERVALO-CHECKPOINT
           END-IF

           MOVE "N" TO W-MANTER-GRUPO-SW
           MOVE "MANTER-GRUPO-VEND" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR EQUAL 1
              MOVE "S" TO W-MANTER-GRUPO-SW
           END-IF

           MOVE "N" TO W-MELHORAR-TROCAS-SW
           MOVE "MELHORAR-TROCAS" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR EQUAL 1
              MOVE "S" TO W-MELHORAR-TROCAS-SW
           END-IF

           MOVE "PASSADAS-TROCA" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR GREATER ZEROS
              AND SIS-VALOR LESS 100
              MOVE SIS-VALOR TO W-MAX-PASSADAS-TROCA
           END-IF

           DISPLAY "FAZDISTRIB - FATOR BALANCEIO EM USO: "
                   W-FATOR-BALANCEO
           DISPLAY "FAZDISTRIB - INTERVALO DE CHECKPOINT EM USO: "
           DISPLAY "FAZDISTRIB - MARGEM DE ESTABILIDADE EM USO: "
                   W-PARAM-MARGEM-ESTAB

           DISPLAY "FAZDISTRIB - MANTER VENDEDOR DO GRUPO ECONOMICO: "
                   W-MANTER-GRUPO-SW

           DISPLAY "FAZDISTRIB - MELHORIA POR TROCAS: "
                   W-MELHORAR-TROCAS-SW " PASSADAS: "
                   W-MAX-PASSADAS-TROCA

           IF W-PARAM-FILIAL NOT EQUAL SPACES
              DISPLAY "FAZDISTRIB - FILIAL DA RODADA: " W-PARAM-FILIAL
           END-IF.
              PERFORM 045-CALCULAR-PESO-CLIENTE
              ADD W-PESO-CLIENTE TO W-QTD-CLIENTES-VEND
                                    (D-COD-VENDEDOR)

      * O VENDEDOR DE CADA GRUPO/REGIAO JA FIXADO NESTA RODADA
      * TAMBEM E RECONSTRUIDO - MENOS O DO CLIENTE REPROCESSADO,
      * QUE VAI SER ATRIBUIDO DE NOVO.
              IF W-TEM-GRUPOCLI
                 AND D-COD-CLIENTE NOT EQUAL W-PARAM-COD-CLIENTE
                 PERFORM 061-RECONSTRUIR-GRUPO-VEND
              END-IF
           END-IF

           READ ARQ-DISTRIB NEXT.

       061-RECONSTRUIR-GRUPO-VEND.

           MOVE D-COD-CLIENTE TO GC-COD-CLIENTE
           READ ARQ-GRUPOCLI RECORD KEY IS GC-COD-CLIENTE
             INVALID KEY MOVE "23" TO FS-GRUPOCLI
           END-READ

           IF FS-GRUPOCLI EQUAL "00"
              MOVE D-COD-CLIENTE TO COD-CLIENTE
              READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
                INVALID KEY MOVE "23" TO FS-CLIENTE
              END-READ

              IF FS-CLIENTE EQUAL "00"
                 MOVE GC-COD-GRUPO   TO W-GRUPO-CLIENTE
                 MOVE REGIAO-CLIENTE TO W-GRUPO-REGIAO
                 MOVE D-COD-VENDEDOR TO W-GRUPO-VENDEDOR
                 PERFORM 112-REGISTRAR-GRUPO-VEND
              END-IF
           END-IF

           MOVE "00" TO FS-GRUPOCLI
           MOVE "00" TO FS-CLIENTE.

      *-----------------------------------------------------------
      * SIMULACAO "E SE": EXECUTA A MESMA LOGICA DE ATRIBUICAO DA
      * RODADA NORMAL SOBRE UM ARQ-SIMULA RECRIADO A CADA EXECUCAO,
                 MOVE ZEROS TO W-ULTIMO-CLIENTE-PROC
                 PERFORM 090-PROCESSAR-SEGMENTOS

      * A MELHORIA REGRAVA OS CLIENTES TROCADOS NO PROPRIO CADSIMULA,
      * ABERTO SO PARA GRAVACAO NA PASSADA PRINCIPAL.
                 IF W-MELHORAR-TROCAS
                    CLOSE ARQ-SIMULA
                    OPEN I-O ARQ-SIMULA
                    PERFORM 300-MELHORAR-POR-TROCAS
                 END-IF

                 IF W-PARAM-MARGEM-ESTAB GREATER ZEROS
                    CLOSE ARQ-DISTRIB
                 END-IF

           PERFORM 104-CARREGAR-EXCECOES-CLIENTE

           MOVE ZEROS TO W-GRUPO-CLIENTE
           MOVE ZEROS TO W-GRUPO-VENDEDOR
           IF W-TEM-GRUPOCLI
              PERFORM 107-VERIFICAR-GRUPO-CLIENTE
           END-IF

           INITIALIZE W-TOP-VENDEDORES

      * CLIENTE PINADO FICA COM O VENDEDOR DA EXCECAO (SE ATIVO E DA
      * MESMA FILIAL - A FILIAL E FRONTEIRA DURA ATE PARA O PIN),
      * SEM PASSAR PELO SCORE; FILIAL DE GRUPO ECONOMICO VAI PARA O
      * VENDEDOR JA FIXADO PARA O GRUPO NA REGIAO (QUANDO A OPCAO
      * ESTA LIGADA); CASO CONTRARIO SEGUE A BUSCA NORMAL.
           IF W-PIN-VENDEDOR GREATER ZEROS
              AND W-VEND-ATIVO (W-PIN-VENDEDOR)
              AND W-VEND-FILIAL (W-PIN-VENDEDOR) EQUAL FILIAL-CLIENTE
              MOVE W-PONTO-CALC     TO W-PONTO-ESCOLHIDO
              MOVE "P"              TO W-ORIGEM-ATRIB
           ELSE
              IF W-GRUPO-VENDEDOR GREATER ZEROS
                 MOVE W-GRUPO-VENDEDOR TO W-IDX-DIST
                 PERFORM 201-CALCULAR-DISTANCIA-PONTOS

                 MOVE W-CALC-DISTANCIA TO W-MENOR-DISTANCIA
                 MOVE W-GRUPO-VENDEDOR TO D-COD-VENDEDOR
                 MOVE W-PONTO-CALC     TO W-PONTO-ESCOLHIDO
                 MOVE "G"              TO W-ORIGEM-ATRIB
              ELSE
                 SET  W-RESTRINGIR-REGIAO TO TRUE

                 PERFORM 200-LER-VENDEDOR
                    VARYING W-IDX-VENDEDOR FROM 1 BY 1
                    UNTIL W-IDX-VENDEDOR GREATER 999

                 IF D-COD-VENDEDOR EQUAL ZEROS
                    MOVE  999999999 TO W-MENOR-DISTANCIA
                    MOVE  999999999 TO W-MENOR-SCORE
                    MOVE  1         TO W-PONTO-ESCOLHIDO
                    INITIALIZE W-TOP-VENDEDORES
                    SET   W-QUALQUER-REGIAO TO TRUE

                    PERFORM 200-LER-VENDEDOR
                       VARYING W-IDX-VENDEDOR FROM 1 BY 1
                       UNTIL W-IDX-VENDEDOR GREATER 999
                 END-IF

                 IF W-PARAM-MARGEM-ESTAB GREATER ZEROS
                    AND W-RUN-ANTERIOR GREATER ZEROS
                    AND D-COD-VENDEDOR GREATER ZEROS
                    PERFORM 108-APLICAR-ESTABILIDADE
                 END-IF
              END-IF
           END-IF

           MOVE  W-TOP-COD (3)      TO D-RESERVA-COD-VENDEDOR (2)
           MOVE  W-TOP-DISTANCIA (3) TO D-RESERVA-DISTANCIA (2)

           MOVE  ZEROS TO D-VEND-ANTES-TROCA
           MOVE  ZEROS TO D-DIST-ANTES-TROCA

           MOVE  999999999         TO W-MENOR-DISTANCIA
           MOVE  999999999         TO W-MENOR-SCORE

           IF D-COD-VENDEDOR GREATER ZEROS
              ADD W-PESO-CLIENTE TO W-QTD-CLIENTES-VEND
                                    (D-COD-VENDEDOR)

              IF W-GRUPO-CLIENTE GREATER ZEROS
                 AND W-GRUPO-VENDEDOR EQUAL ZEROS
                 MOVE REGIAO-CLIENTE TO W-GRUPO-REGIAO
                 MOVE D-COD-VENDEDOR TO W-GRUPO-VENDEDOR
                 PERFORM 112-REGISTRAR-GRUPO-VEND
              END-IF
           END-IF.

      * GRUPO ECONOMICO DO CLIENTE CORRENTE E O VENDEDOR JA FIXADO
      * PARA O GRUPO NA REGIAO DELE - SO VALE SE O VENDEDOR AINDA
      * PODE RECEBER O CLIENTE (MESMOS CRITERIOS DO 200-LER-VENDEDOR)
      * E ESTA DENTRO DO TETO DE DISTANCIA - FORA DELE O CLIENTE
      * SEGUE A BUSCA NORMAL EM VEZ DE FICAR SEM VENDEDOR.
       107-VERIFICAR-GRUPO-CLIENTE.

           MOVE COD-CLIENTE TO GC-COD-CLIENTE
           READ ARQ-GRUPOCLI RECORD KEY IS GC-COD-CLIENTE
             INVALID KEY MOVE "23" TO FS-GRUPOCLI
           END-READ

           IF FS-GRUPOCLI EQUAL "00"
              MOVE GC-COD-GRUPO   TO W-GRUPO-CLIENTE
              MOVE REGIAO-CLIENTE TO W-GRUPO-REGIAO
              MOVE "N"            TO W-GRUPO-ACHADO-SW

              PERFORM 111-PROCURAR-GRUPO-VEND
                 VARYING W-IDX-GRUPO-VEND FROM 1 BY 1
                 UNTIL W-IDX-GRUPO-VEND GREATER W-QTD-GRUPO-VEND
                    OR W-GRUPO-ACHADO

              IF W-GRUPO-VENDEDOR GREATER ZEROS
                 MOVE W-GRUPO-VENDEDOR TO W-IDX-VENDEDOR
                 PERFORM 205-VERIFICAR-BLOQUEIO

                 IF W-VEND-BLOQUEADO
                    OR NOT W-VEND-ATIVO (W-GRUPO-VENDEDOR)
                    OR W-VEND-EM-AUSENCIA (W-GRUPO-VENDEDOR)
                    OR W-VEND-FILIAL (W-GRUPO-VENDEDOR)
                       NOT EQUAL FILIAL-CLIENTE
                    OR (W-VEND-MAX-CLIENTES (W-GRUPO-VENDEDOR)
                           GREATER ZEROS
                        AND W-QTD-CLIENTES-VEND (W-GRUPO-VENDEDOR)
                            NOT LESS
                            W-VEND-MAX-CLIENTES (W-GRUPO-VENDEDOR))
                    MOVE ZEROS TO W-GRUPO-VENDEDOR
                 END-IF
              END-IF

              IF W-GRUPO-VENDEDOR GREATER ZEROS
                 MOVE W-GRUPO-VENDEDOR TO W-IDX-DIST
                 PERFORM 201-CALCULAR-DISTANCIA-PONTOS

                 IF W-CALC-DISTANCIA GREATER W-PARAM-MAX-DISTANCIA
                    MOVE ZEROS TO W-GRUPO-VENDEDOR
                 END-IF
              END-IF
           END-IF

           MOVE "00" TO FS-GRUPOCLI.

       111-PROCURAR-GRUPO-VEND.
           IF W-GV-COD-GRUPO (W-IDX-GRUPO-VEND) EQUAL W-GRUPO-CLIENTE
              AND W-GV-REGIAO (W-IDX-GRUPO-VEND) EQUAL W-GRUPO-REGIAO
              MOVE "S" TO W-GRUPO-ACHADO-SW
              MOVE W-GV-COD-VENDEDOR (W-IDX-GRUPO-VEND)
                TO W-GRUPO-VENDEDOR
           END-IF.

      * FIXA O VENDEDOR W-GRUPO-VENDEDOR PARA O GRUPO/REGIAO, SE O
      * PAR AINDA NAO TEM VENDEDOR NA TABELA.
       112-REGISTRAR-GRUPO-VEND.

           MOVE "N" TO W-GRUPO-ACHADO-SW

           PERFORM 113-CONFERIR-GRUPO-VEND
              VARYING W-IDX-GRUPO-VEND FROM 1 BY 1
              UNTIL W-IDX-GRUPO-VEND GREATER W-QTD-GRUPO-VEND
                 OR W-GRUPO-ACHADO

           IF NOT W-GRUPO-ACHADO
              AND W-QTD-GRUPO-VEND LESS 2000
              ADD 1 TO W-QTD-GRUPO-VEND
              MOVE W-GRUPO-CLIENTE
                TO W-GV-COD-GRUPO    (W-QTD-GRUPO-VEND)
              MOVE W-GRUPO-REGIAO
                TO W-GV-REGIAO       (W-QTD-GRUPO-VEND)
              MOVE W-GRUPO-VENDEDOR
                TO W-GV-COD-VENDEDOR (W-QTD-GRUPO-VEND)
           END-IF.

       113-CONFERIR-GRUPO-VEND.
           IF W-GV-COD-GRUPO (W-IDX-GRUPO-VEND) EQUAL W-GRUPO-CLIENTE
              AND W-GV-REGIAO (W-IDX-GRUPO-VEND) EQUAL W-GRUPO-REGIAO
              MOVE "S" TO W-GRUPO-ACHADO-SW
           END-IF.

      * A CHAVE RUN+CLIENTE E UNICA: O REPROCESSAMENTO INDIVIDUAL DE
              END-IF
           END-IF.

      *-----------------------------------------------------------
      * MELHORIA POR TROCAS DEPOIS DA PASSADA PRINCIPAL (VER A
      * TABELA W-TAB-TROCA). TRABALHA SOBRE O QUE A RODADA ACABOU DE
      * GRAVAR (CADDISTRIB OU, NA SIMULACAO, CADSIMULA) E REGRAVA SO
      * OS CLIENTES TROCADOS, GUARDANDO O VENDEDOR E A DISTANCIA DA
      * PASSADA PRINCIPAL. AS RESERVAS DE CADA CLIENTE APONTAM OS
      * CANDIDATOS - A TROCA E CONFIRMADA PELO MESMO CALCULO DE
      * DISTANCIA DA ATRIBUICAO ANTES DE SER GRAVADA.
      *-----------------------------------------------------------
       300-MELHORAR-POR-TROCAS.

           DISPLAY "FAZDISTRIB - INICIO DA MELHORIA POR TROCAS"

           MOVE ZEROS TO W-QTD-TRC
           MOVE ZEROS TO W-QTD-TROCAS
           MOVE ZEROS TO W-QTD-FORA-TROCA
           MOVE ZEROS TO W-DIST-DEPOIS-TROCAS

           PERFORM 310-CARREGAR-TABELA-TROCA

           PERFORM 360-SOMAR-DISTANCIA-TROCA
              VARYING W-IDX-TRC FROM 1 BY 1
              UNTIL W-IDX-TRC GREATER W-QTD-TRC

           MOVE W-DIST-DEPOIS-TROCAS TO W-DIST-ANTES-TROCAS
           MOVE ZEROS                TO W-DIST-DEPOIS-TROCAS

           MOVE 1 TO W-TROCAS-NA-PASSADA

           PERFORM 330-PASSADA-TROCAS
              VARYING W-PASSADA-TROCA FROM 1 BY 1
              UNTIL W-PASSADA-TROCA GREATER W-MAX-PASSADAS-TROCA
                 OR W-TROCAS-NA-PASSADA EQUAL ZEROS

           PERFORM 360-SOMAR-DISTANCIA-TROCA
              VARYING W-IDX-TRC FROM 1 BY 1
              UNTIL W-IDX-TRC GREATER W-QTD-TRC

           DISPLAY "FAZDISTRIB - CLIENTES AVALIADOS PARA TROCA: "
                   W-QTD-TRC
           DISPLAY "FAZDISTRIB - TROCAS APLICADAS: " W-QTD-TROCAS
           DISPLAY "FAZDISTRIB - DISTANCIA TOTAL ANTES DAS TROCAS: "
                   W-DIST-ANTES-TROCAS
           DISPLAY "FAZDISTRIB - DISTANCIA TOTAL DEPOIS DAS TROCAS: "
                   W-DIST-DEPOIS-TROCAS

           IF W-QTD-FORA-TROCA GREATER ZEROS
              DISPLAY "FAZDISTRIB - TABELA DE TROCAS CHEIA - "
                      "CLIENTES FORA DA MELHORIA: " W-QTD-FORA-TROCA
           END-IF.

       310-CARREGAR-TABELA-TROCA.

           MOVE W-RUN-ID TO D-RUN-ID
           MOVE ZEROS    TO D-COD-CLIENTE

           IF W-MODO-SIMULACAO
              MOVE D-CHAVE-DISTRIB TO S-CHAVE-SIMULA
              START ARQ-SIMULA KEY IS NOT LESS S-CHAVE-SIMULA
                INVALID KEY MOVE "23" TO FS-SIMULA
              END-START
              MOVE FS-SIMULA TO FS-TROCA
           ELSE
              START ARQ-DISTRIB KEY IS NOT LESS D-CHAVE-DISTRIB
                INVALID KEY MOVE "23" TO FS-DISTRIB
              END-START
              MOVE FS-DISTRIB TO FS-TROCA
           END-IF

           IF FS-TROCA EQUAL "00"
              PERFORM 312-LER-PROXIMA-TROCA
              PERFORM 311-GUARDAR-TROCA
                 UNTIL FS-TROCA NOT EQUAL "00"
                    OR D-RUN-ID NOT EQUAL W-RUN-ID
           END-IF

           MOVE "00" TO FS-SIMULA
           MOVE "00" TO FS-DISTRIB.

      * SO A ATRIBUICAO ALGORITMICA DA FILIAL DA RODADA ENTRA NA
      * TABELA: PINADO, HERDADO DE GRUPO E NAO ATRIBUIDO FICAM COMO
      * ESTAO.
       311-GUARDAR-TROCA.
           IF D-ATRIBUIDO
              AND D-ORIGEM-ALGORITMO
              AND (W-PARAM-FILIAL EQUAL SPACES
                   OR D-FILIAL EQUAL W-PARAM-FILIAL)
              PERFORM 313-AVALIAR-CLIENTE-TROCA
           END-IF

           PERFORM 312-LER-PROXIMA-TROCA.

       312-LER-PROXIMA-TROCA.
           IF W-MODO-SIMULACAO
              READ ARQ-SIMULA NEXT
              MOVE FS-SIMULA TO FS-TROCA
              IF FS-TROCA EQUAL "00"
                 MOVE ARQ-SIMULA-REG TO ARQ-DISTRIB-REG
              END-IF
           ELSE
              READ ARQ-DISTRIB NEXT
              MOVE FS-DISTRIB TO FS-TROCA
           END-IF.

      * CLIENTE COM PIN VIGENTE (MESMO QUE O PIN NAO TENHA VALIDO
      * NA RODADA) E FILIAL DE GRUPO ECONOMICO COM A OPCAO DO GRUPO
      * LIGADA NAO SAO TROCADOS - A COORDENADA E A REGIAO VEM DO
      * CADCLIENTE.
       313-AVALIAR-CLIENTE-TROCA.

           MOVE D-COD-CLIENTE TO COD-CLIENTE
           PERFORM 104-CARREGAR-EXCECOES-CLIENTE

           MOVE "S" TO W-TROCA-VALIDA-SW

           IF W-PIN-VENDEDOR GREATER ZEROS
              MOVE "N" TO W-TROCA-VALIDA-SW
           END-IF

           IF W-TROCA-VALIDA
              AND W-MANTER-GRUPO
              AND W-TEM-GRUPOCLI
              MOVE D-COD-CLIENTE TO GC-COD-CLIENTE
              READ ARQ-GRUPOCLI RECORD KEY IS GC-COD-CLIENTE
                INVALID KEY MOVE "23" TO FS-GRUPOCLI
              END-READ

              IF FS-GRUPOCLI EQUAL "00"
                 MOVE "N" TO W-TROCA-VALIDA-SW
              ELSE
                 MOVE "00" TO FS-GRUPOCLI
              END-IF
           END-IF

           IF W-TROCA-VALIDA
              READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
                INVALID KEY MOVE "23" TO FS-CLIENTE
              END-READ

              IF FS-CLIENTE NOT EQUAL "00"
                 MOVE "N"  TO W-TROCA-VALIDA-SW
                 MOVE "00" TO FS-CLIENTE
              END-IF
           END-IF

           IF W-TROCA-VALIDA
              IF W-QTD-TRC NOT LESS 30000
                 ADD 1 TO W-QTD-FORA-TROCA
              ELSE
                 ADD 1 TO W-QTD-TRC

                 MOVE D-COD-CLIENTE TO W-PESO-COD-CLIENTE
                 PERFORM 045-CALCULAR-PESO-CLIENTE

                 MOVE D-COD-CLIENTE     TO W-TRC-COD-CLIENTE (W-QTD-TRC)
                 MOVE D-COD-VENDEDOR    TO W-TRC-VENDEDOR (W-QTD-TRC)
                 MOVE DISTANCIA         TO W-TRC-DISTANCIA (W-QTD-TRC)
                 MOVE D-PONTO-ATENDIMENTO
                   TO W-TRC-PONTO (W-QTD-TRC)
                 MOVE W-PESO-CLIENTE    TO W-TRC-PESO (W-QTD-TRC)
                 MOVE REGIAO-CLIENTE    TO W-TRC-REGIAO (W-QTD-TRC)
                 MOVE D-FILIAL          TO W-TRC-FILIAL (W-QTD-TRC)
                 MOVE LATITUDE-CLIENTE  TO W-TRC-LATITUDE (W-QTD-TRC)
                 MOVE LONGITUDE-CLIENTE
                   TO W-TRC-LONGITUDE (W-QTD-TRC)
                 MOVE D-RESERVA-COD-VENDEDOR (1)
                   TO W-TRC-RES-COD (W-QTD-TRC, 1)
                 MOVE D-RESERVA-DISTANCIA (1)
                   TO W-TRC-RES-DIST (W-QTD-TRC, 1)
                 MOVE D-RESERVA-COD-VENDEDOR (2)
                   TO W-TRC-RES-COD (W-QTD-TRC, 2)
                 MOVE D-RESERVA-DISTANCIA (2)
                   TO W-TRC-RES-DIST (W-QTD-TRC, 2)
                 MOVE ZEROS             TO W-TRC-PROXIMO (W-QTD-TRC)
              END-IF
           END-IF.

      * UMA PASSADA: REMONTA A LISTA DE CLIENTES POR VENDEDOR E
      * PROCURA, PARA CADA CLIENTE, O MELHOR PARCEIRO DE TROCA.
       330-PASSADA-TROCAS.

           MOVE ZEROS TO W-TROCAS-NA-PASSADA

           INITIALIZE W-TAB-TRC-PRIMEIRO

           PERFORM 331-ENCADEAR-TROCA
              VARYING W-IDX-TRC FROM W-QTD-TRC BY -1
              UNTIL W-IDX-TRC LESS 1

           PERFORM 340-AVALIAR-TROCA-X
              VARYING W-IDX-TRC FROM 1 BY 1
              UNTIL W-IDX-TRC GREATER W-QTD-TRC

           ADD W-TROCAS-NA-PASSADA TO W-QTD-TROCAS

           DISPLAY "FAZDISTRIB - PASSADA DE TROCAS " W-PASSADA-TROCA
                   " - TROCAS: " W-TROCAS-NA-PASSADA.

       331-ENCADEAR-TROCA.
           MOVE W-TRC-VENDEDOR (W-IDX-TRC) TO W-TROCA-VEND-A
           MOVE W-TRC-PRIMEIRO (W-TROCA-VEND-A)
             TO W-TRC-PROXIMO (W-IDX-TRC)
           MOVE W-IDX-TRC TO W-TRC-PRIMEIRO (W-TROCA-VEND-A).

      * CLIENTE X (VENDEDOR A): PARA CADA RESERVA B, PERCORRE OS
      * CLIENTES Y DE B QUE TEM A NAS RESERVAS E GUARDA O PAR DE
      * MAIOR GANHO QUE PASSA NAS REGRAS.
       340-AVALIAR-TROCA-X.

           MOVE ZEROS TO W-MELHOR-PAR
           MOVE ZEROS TO W-MELHOR-GANHO

           MOVE W-TRC-VENDEDOR (W-IDX-TRC) TO W-TROCA-VEND-A

           PERFORM 341-AVALIAR-RESERVA-X
              VARYING W-IDX-RES-X FROM 1 BY 1
              UNTIL W-IDX-RES-X GREATER 2

           IF W-MELHOR-PAR GREATER ZEROS
              PERFORM 350-APLICAR-TROCA
           END-IF.

       341-AVALIAR-RESERVA-X.
           MOVE W-TRC-RES-COD (W-IDX-TRC, W-IDX-RES-X)
             TO W-TROCA-VEND-B

           IF W-TROCA-VEND-B GREATER ZEROS
              AND W-TROCA-VEND-B NOT EQUAL W-TROCA-VEND-A
              MOVE W-TRC-PRIMEIRO (W-TROCA-VEND-B) TO W-IDX-PAR
              PERFORM 342-AVALIAR-CLIENTE-Y
                 UNTIL W-IDX-PAR EQUAL ZEROS
           END-IF.

      * QUEM JA TROCOU DE VENDEDOR NESTA PASSADA AINDA ESTA NA LISTA
      * ANTIGA - FICA PARA A PASSADA SEGUINTE.
       342-AVALIAR-CLIENTE-Y.
           IF W-TRC-VENDEDOR (W-IDX-PAR) EQUAL W-TROCA-VEND-B
              PERFORM 343-AVALIAR-RESERVA-Y
                 VARYING W-IDX-RES-Y FROM 1 BY 1
                 UNTIL W-IDX-RES-Y GREATER 2
           END-IF

           MOVE W-TRC-PROXIMO (W-IDX-PAR) TO W-IDX-PAR.

       343-AVALIAR-RESERVA-Y.
           IF W-TRC-RES-COD (W-IDX-PAR, W-IDX-RES-Y)
                 EQUAL W-TROCA-VEND-A
              COMPUTE W-GANHO-TROCA =
                      W-TRC-DISTANCIA (W-IDX-TRC)
                    + W-TRC-DISTANCIA (W-IDX-PAR)
                    - W-TRC-RES-DIST (W-IDX-TRC, W-IDX-RES-X)
                    - W-TRC-RES-DIST (W-IDX-PAR, W-IDX-RES-Y)

              IF W-GANHO-TROCA GREATER W-MELHOR-GANHO
                 AND W-GANHO-TROCA GREATER W-PARAM-MARGEM-ESTAB
                 PERFORM 345-VALIDAR-TROCA

                 IF W-TROCA-VALIDA
                    MOVE W-GANHO-TROCA TO W-MELHOR-GANHO
                    MOVE W-IDX-PAR     TO W-MELHOR-PAR
                    MOVE W-IDX-RES-X   TO W-MELHOR-RES-X
                    MOVE W-IDX-RES-Y   TO W-MELHOR-RES-Y
                 END-IF
              END-IF
           END-IF.

      * REGRAS DA TROCA X (A -> B) E Y (B -> A) - AS MESMAS QUE A
      * PASSADA PRINCIPAL APLICA (200-LER-VENDEDOR), COM A CARGA JA
      * DESCONTANDO O CLIENTE QUE SAI.
       345-VALIDAR-TROCA.

           MOVE "S" TO W-TROCA-VALIDA-SW

           IF NOT W-VEND-ATIVO (W-TROCA-VEND-A)
              OR W-VEND-EM-AUSENCIA (W-TROCA-VEND-A)
              OR NOT W-VEND-ATIVO (W-TROCA-VEND-B)
              OR W-VEND-EM-AUSENCIA (W-TROCA-VEND-B)
              MOVE "N" TO W-TROCA-VALIDA-SW
           END-IF

           IF W-VEND-FILIAL (W-TROCA-VEND-B)
                 NOT EQUAL W-TRC-FILIAL (W-IDX-TRC)
              OR W-VEND-FILIAL (W-TROCA-VEND-A)
                 NOT EQUAL W-TRC-FILIAL (W-IDX-PAR)
              MOVE "N" TO W-TROCA-VALIDA-SW
           END-IF

      * QUEM ESTA COM VENDEDOR DA PROPRIA REGIAO NAO SAI DELA.
           IF W-TRC-REGIAO (W-IDX-TRC) EQUAL
                 W-VEND-REGIAO (W-TROCA-VEND-A)
              AND W-VEND-REGIAO (W-TROCA-VEND-B) NOT EQUAL
                 W-TRC-REGIAO (W-IDX-TRC)
              MOVE "N" TO W-TROCA-VALIDA-SW
           END-IF

           IF W-TRC-REGIAO (W-IDX-PAR) EQUAL
                 W-VEND-REGIAO (W-TROCA-VEND-B)
              AND W-VEND-REGIAO (W-TROCA-VEND-A) NOT EQUAL
                 W-TRC-REGIAO (W-IDX-PAR)
              MOVE "N" TO W-TROCA-VALIDA-SW
           END-IF

           IF W-TRC-RES-DIST (W-IDX-TRC, W-IDX-RES-X)
                 GREATER W-PARAM-MAX-DISTANCIA
              OR W-TRC-RES-DIST (W-IDX-PAR, W-IDX-RES-Y)
                 GREATER W-PARAM-MAX-DISTANCIA
              MOVE "N" TO W-TROCA-VALIDA-SW
           END-IF

      * A CAPACIDADE SO PESA PARA O VENDEDOR QUE GANHA PESO NA TROCA.
           IF W-TRC-PESO (W-IDX-PAR) GREATER W-TRC-PESO (W-IDX-TRC)
              AND W-VEND-MAX-CLIENTES (W-TROCA-VEND-A) GREATER ZEROS
              AND W-QTD-CLIENTES-VEND (W-TROCA-VEND-A)
                  + W-TRC-PESO (W-IDX-PAR) - W-TRC-PESO (W-IDX-TRC)
                  GREATER W-VEND-MAX-CLIENTES (W-TROCA-VEND-A)
              MOVE "N" TO W-TROCA-VALIDA-SW
           END-IF

           IF W-TRC-PESO (W-IDX-TRC) GREATER W-TRC-PESO (W-IDX-PAR)
              AND W-VEND-MAX-CLIENTES (W-TROCA-VEND-B) GREATER ZEROS
              AND W-QTD-CLIENTES-VEND (W-TROCA-VEND-B)
                  + W-TRC-PESO (W-IDX-TRC) - W-TRC-PESO (W-IDX-PAR)
                  GREATER W-VEND-MAX-CLIENTES (W-TROCA-VEND-B)
              MOVE "N" TO W-TROCA-VALIDA-SW
           END-IF

           IF W-TROCA-VALIDA
              MOVE W-TRC-COD-CLIENTE (W-IDX-TRC) TO COD-CLIENTE
              PERFORM 104-CARREGAR-EXCECOES-CLIENTE
              MOVE W-TROCA-VEND-B TO W-IDX-VENDEDOR
              PERFORM 205-VERIFICAR-BLOQUEIO
              IF W-VEND-BLOQUEADO
                 MOVE "N" TO W-TROCA-VALIDA-SW
              END-IF
           END-IF

           IF W-TROCA-VALIDA
              MOVE W-TRC-COD-CLIENTE (W-IDX-PAR) TO COD-CLIENTE
              PERFORM 104-CARREGAR-EXCECOES-CLIENTE
              MOVE W-TROCA-VEND-A TO W-IDX-VENDEDOR
              PERFORM 205-VERIFICAR-BLOQUEIO
              IF W-VEND-BLOQUEADO
                 MOVE "N" TO W-TROCA-VALIDA-SW
              END-IF
           END-IF.

      * CONFIRMA O GANHO PELO CALCULO COMPLETO (CACHE, PONTOS EXTRAS
      * E FATOR DA REGIAO), QUE TAMBEM DEVOLVE O NOVO PONTO DE
      * ATENDIMENTO, E EFETIVA A TROCA NA TABELA, NA CARGA E NO
      * ARQUIVO. A RESERVA USADA PASSA A APONTAR O VENDEDOR ANTIGO.
       350-APLICAR-TROCA.

           MOVE W-MELHOR-PAR   TO W-IDX-PAR
           MOVE W-MELHOR-RES-X TO W-IDX-RES-X
           MOVE W-MELHOR-RES-Y TO W-IDX-RES-Y
           MOVE W-TRC-VENDEDOR (W-IDX-PAR) TO W-TROCA-VEND-B

           MOVE W-IDX-TRC      TO W-IDX-REG-TROCA
           MOVE W-TROCA-VEND-B TO W-IDX-DIST
           PERFORM 352-DISTANCIA-TROCA
           MOVE W-CALC-DISTANCIA TO W-NOVA-DIST-X
           MOVE W-PONTO-CALC     TO W-NOVO-PONTO-X

           MOVE W-IDX-PAR      TO W-IDX-REG-TROCA
           MOVE W-TROCA-VEND-A TO W-IDX-DIST
           PERFORM 352-DISTANCIA-TROCA
           MOVE W-CALC-DISTANCIA TO W-NOVA-DIST-Y
           MOVE W-PONTO-CALC     TO W-NOVO-PONTO-Y

           COMPUTE W-GANHO-TROCA =
                   W-TRC-DISTANCIA (W-IDX-TRC)
                 + W-TRC-DISTANCIA (W-IDX-PAR)
                 - W-NOVA-DIST-X
                 - W-NOVA-DIST-Y

           IF W-GANHO-TROCA GREATER W-PARAM-MARGEM-ESTAB
              AND W-NOVA-DIST-X NOT GREATER W-PARAM-MAX-DISTANCIA
              AND W-NOVA-DIST-Y NOT GREATER W-PARAM-MAX-DISTANCIA
              MOVE W-TROCA-VEND-A
                TO W-TRC-RES-COD (W-IDX-TRC, W-IDX-RES-X)
              MOVE W-TRC-DISTANCIA (W-IDX-TRC)
                TO W-TRC-RES-DIST (W-IDX-TRC, W-IDX-RES-X)
              MOVE W-TROCA-VEND-B TO W-TRC-VENDEDOR (W-IDX-TRC)
              MOVE W-NOVA-DIST-X  TO W-TRC-DISTANCIA (W-IDX-TRC)
              MOVE W-NOVO-PONTO-X TO W-TRC-PONTO (W-IDX-TRC)

              MOVE W-TROCA-VEND-B
                TO W-TRC-RES-COD (W-IDX-PAR, W-IDX-RES-Y)
              MOVE W-TRC-DISTANCIA (W-IDX-PAR)
                TO W-TRC-RES-DIST (W-IDX-PAR, W-IDX-RES-Y)
              MOVE W-TROCA-VEND-A TO W-TRC-VENDEDOR (W-IDX-PAR)
              MOVE W-NOVA-DIST-Y  TO W-TRC-DISTANCIA (W-IDX-PAR)
              MOVE W-NOVO-PONTO-Y TO W-TRC-PONTO (W-IDX-PAR)

              COMPUTE W-QTD-CLIENTES-VEND (W-TROCA-VEND-A) =
                      W-QTD-CLIENTES-VEND (W-TROCA-VEND-A)
                    + W-TRC-PESO (W-IDX-PAR)
                    - W-TRC-PESO (W-IDX-TRC)
              COMPUTE W-QTD-CLIENTES-VEND (W-TROCA-VEND-B) =
                      W-QTD-CLIENTES-VEND (W-TROCA-VEND-B)
                    + W-TRC-PESO (W-IDX-TRC)
                    - W-TRC-PESO (W-IDX-PAR)

              MOVE W-IDX-TRC TO W-IDX-REG-TROCA
              PERFORM 355-REGRAVAR-TROCA
              MOVE W-IDX-PAR TO W-IDX-REG-TROCA
              PERFORM 355-REGRAVAR-TROCA

              ADD 1 TO W-TROCAS-NA-PASSADA
           END-IF.

      * O 201 TRABALHA SOBRE O REGISTRO DE CLIENTE CORRENTE.
       352-DISTANCIA-TROCA.
           MOVE W-TRC-COD-CLIENTE (W-IDX-REG-TROCA) TO COD-CLIENTE
           MOVE W-TRC-LATITUDE (W-IDX-REG-TROCA)    TO LATITUDE-CLIENTE
           MOVE W-TRC-LONGITUDE (W-IDX-REG-TROCA)
             TO LONGITUDE-CLIENTE
           MOVE W-TRC-REGIAO (W-IDX-REG-TROCA)      TO REGIAO-CLIENTE

           PERFORM 201-CALCULAR-DISTANCIA-PONTOS.

      * O VENDEDOR E A DISTANCIA DA PASSADA PRINCIPAL SO SAO
      * GUARDADOS NA PRIMEIRA TROCA DO CLIENTE; SE ELE VOLTA AO
      * VENDEDOR ORIGINAL, A MARCA SOME.
       355-REGRAVAR-TROCA.

           MOVE W-RUN-ID TO D-RUN-ID
           MOVE W-TRC-COD-CLIENTE (W-IDX-REG-TROCA) TO D-COD-CLIENTE

           IF W-MODO-SIMULACAO
              MOVE D-CHAVE-DISTRIB TO S-CHAVE-SIMULA
              READ ARQ-SIMULA RECORD KEY IS S-CHAVE-SIMULA
                INVALID KEY MOVE "23" TO FS-SIMULA
              END-READ
              MOVE FS-SIMULA TO FS-TROCA
              IF FS-TROCA EQUAL "00"
                 MOVE ARQ-SIMULA-REG TO ARQ-DISTRIB-REG
              END-IF
           ELSE
              READ ARQ-DISTRIB RECORD KEY IS D-CHAVE-DISTRIB
                INVALID KEY MOVE "23" TO FS-DISTRIB
              END-READ
              MOVE FS-DISTRIB TO FS-TROCA
           END-IF

           IF FS-TROCA EQUAL "00"
              IF D-VEND-ANTES-TROCA EQUAL ZEROS
                 MOVE D-COD-VENDEDOR TO D-VEND-ANTES-TROCA
                 MOVE DISTANCIA      TO D-DIST-ANTES-TROCA
              END-IF

              MOVE W-TRC-VENDEDOR (W-IDX-REG-TROCA)  TO D-COD-VENDEDOR
              MOVE W-TRC-DISTANCIA (W-IDX-REG-TROCA) TO DISTANCIA
              MOVE W-TRC-PONTO (W-IDX-REG-TROCA)
                TO D-PONTO-ATENDIMENTO
              MOVE W-TRC-RES-COD (W-IDX-REG-TROCA, 1)
                TO D-RESERVA-COD-VENDEDOR (1)
              MOVE W-TRC-RES-DIST (W-IDX-REG-TROCA, 1)
                TO D-RESERVA-DISTANCIA (1)
              MOVE W-TRC-RES-COD (W-IDX-REG-TROCA, 2)
                TO D-RESERVA-COD-VENDEDOR (2)
              MOVE W-TRC-RES-DIST (W-IDX-REG-TROCA, 2)
                TO D-RESERVA-DISTANCIA (2)

              IF D-COD-VENDEDOR EQUAL D-VEND-ANTES-TROCA
                 MOVE ZEROS TO D-VEND-ANTES-TROCA
                 MOVE ZEROS TO D-DIST-ANTES-TROCA
              END-IF

              IF W-MODO-SIMULACAO
                 REWRITE ARQ-SIMULA-REG FROM ARQ-DISTRIB-REG
              ELSE
                 REWRITE ARQ-DISTRIB-REG
              END-IF
           ELSE
              DISPLAY "FAZDISTRIB - CLIENTE " D-COD-CLIENTE
                      " NAO ACHADO PARA REGRAVAR A TROCA"
              MOVE "00" TO FS-SIMULA
              MOVE "00" TO FS-DISTRIB
           END-IF.

       360-SOMAR-DISTANCIA-TROCA.
           ADD W-TRC-DISTANCIA (W-IDX-TRC) TO W-DIST-DEPOIS-TROCAS.

       END PROGRAM FAZDISTRIB.
