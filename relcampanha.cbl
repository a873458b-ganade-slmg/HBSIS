       PROGRAM-ID.   RELCAMPANHA.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CAMPANHA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CP-COD-CAMPANHA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CAMPANHA.

           SELECT OPTIONAL ARQ-CAMPMETA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CM-CHAVE-CAMPMETA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CAMPMETA.

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

           SELECT OPTIONAL ARQ-ITEMPED ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS I-CHAVE-ITEM
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ITEMPED.

           SELECT OPTIONAL ARQ-DEVOLUCAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DV-CHAVE-DEVOLUCAO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-DEVOLUCAO.

           SELECT REL-CAMPANHA ASSIGN TO "RELCAMPANHA.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CAMPANHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCAMPANHA'.

       COPY "CADCAMPANHA.CPY".

       FD  ARQ-CAMPMETA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCAMPMETA'.

       COPY "CADCAMPMETA.CPY".

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

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPEDIDO'.

       COPY "CADPEDIDO.CPY".

       FD  ARQ-ITEMPED
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADITEMPED'.

       COPY "CADITEMPED.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADDEVOLUCAO'.

       COPY "CADDEVOLUCAO.CPY".

       FD  REL-CAMPANHA.
       01  REG-CAMPANHA PIC X(150).

       WORKING-STORAGE SECTION.

       77 FS-CAMPANHA             PIC  X(002)         VALUE "00".
       77 FS-CAMPMETA             PIC  X(002)         VALUE "00".
       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-VENDEDOR             PIC  X(002)         VALUE "00".
       77 FS-DISTRIB              PIC  X(002)         VALUE "00".
       77 FS-RUNCTL               PIC  X(002)         VALUE "00".
       77 FS-ITEMPED              PIC  X(002)         VALUE "00".
       77 FS-PEDIDO               PIC  X(002)         VALUE "00".
       77 FS-DEVOLUCAO            PIC  X(002)         VALUE "00".
       77 W-RUNCTL-ABERTO         PIC  X(001)         VALUE "N".
       77 W-DEVOLUCAO-ABERTO      PIC  X(001)         VALUE "N".
       77 W-CAMPMETA-ABERTO       PIC  X(001)         VALUE "N".

       77 W-RUN-ID-MAX            PIC  9(016)         VALUE ZEROS.
       77 W-DATA-HOJE             PIC  9(008)         VALUE ZEROS.

      *-----------------------------------------------------------
      * CAMPANHAS JA INICIADAS (INICIO ATE HOJE), EM MEMORIA COM OS
      * PRODUTOS E AS REGIOES ALVO - CADA ITEM DE PEDIDO E
      * CONFRONTADO COM TODAS ELAS.
      *-----------------------------------------------------------
       01  W-TAB-CAMPANHA.
           03 W-CMP-ITEM OCCURS 50 TIMES.
              05 W-CMP-COD          PIC 9(004).
              05 W-CMP-DESCRICAO    PIC X(040).
              05 W-CMP-INICIO       PIC 9(008).
              05 W-CMP-FIM          PIC 9(008).
              05 W-CMP-PRODUTO      OCCURS 10 TIMES PIC 9(005).
              05 W-CMP-REGIAO       OCCURS 5 TIMES  PIC X(003).

       77 W-QTD-CAMPANHAS         PIC 9(003) COMP     VALUE ZEROS.
       77 W-IDX-CAMP              PIC 9(003) COMP     VALUE ZEROS.
       77 W-IDX-PROD              PIC 9(002) COMP     VALUE ZEROS.
       77 W-IDX-REG               PIC 9(002) COMP     VALUE ZEROS.

      *-----------------------------------------------------------
      * SELL-THROUGH POR CAMPANHA X VENDEDOR (COM A META DO
      * CADCAMPMETA, SEMEADA ANTES DA LEITURA DOS ITENS) E POR
      * CAMPANHA X REGIAO, EM TABELAS COM BUSCA LINEAR (MESMA
      * TECNICA DO RELMIX).
      *-----------------------------------------------------------
       01  W-TAB-CAMP-VEND.
           03 W-CV-ITEM OCCURS 3000 TIMES.
              05 W-CV-IDX-CAMP      PIC 9(003) COMP.
              05 W-CV-COD-VENDEDOR  PIC 9(003).
              05 W-CV-META          PIC 9(007).
              05 W-CV-QTD           PIC 9(009) COMP.
              05 W-CV-VALOR         PIC 9(013)V9(002) COMP-3.

       77 W-QTD-CAMP-VEND         PIC 9(004) COMP     VALUE ZEROS.

       01  W-TAB-CAMP-REG.
           03 W-CR-ITEM OCCURS 1000 TIMES.
              05 W-CR-IDX-CAMP      PIC 9(003) COMP.
              05 W-CR-REGIAO        PIC X(003).
              05 W-CR-QTD           PIC 9(009) COMP.
              05 W-CR-VALOR         PIC 9(013)V9(002) COMP-3.

       77 W-QTD-CAMP-REG          PIC 9(004) COMP     VALUE ZEROS.

       77 W-IDX-TAB               PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-ACHADO            PIC 9(004) COMP     VALUE ZEROS.
       77 W-ACHADO-SW             PIC X(001)          VALUE "N".
          88 W-ACHOU                 VALUE "S".

       77 W-PRODUTO-NA-CAMP-SW    PIC X(001)          VALUE "N".
          88 W-PRODUTO-NA-CAMP       VALUE "S".
       77 W-REGIAO-NA-CAMP-SW     PIC X(001)          VALUE "N".
          88 W-REGIAO-NA-CAMP        VALUE "S".
       77 W-CAMP-TEM-REGIAO-SW    PIC X(001)          VALUE "N".
          88 W-CAMP-TEM-REGIAO       VALUE "S".

       77 W-ITEM-VENDEDOR         PIC 9(003)          VALUE ZEROS.
       77 W-ITEM-REGIAO           PIC X(003)          VALUE SPACES.
       77 W-ITEM-VALOR            PIC 9(013)V9(002)   VALUE ZEROS.
       77 W-ITEM-RESOLVIDO-SW     PIC X(001)          VALUE "N".
          88 W-ITEM-RESOLVIDO        VALUE "S".

      * QUANTIDADE DO ITEM LIQUIDA DO QUE FOI DEVOLVIDO DELE NO
      * CADDEVOLUCAO - O VALOR SAI DA QUANTIDADE LIQUIDA.
       77 W-ITEM-QTD-DEVOLVIDA    PIC 9(007)          VALUE ZEROS.
       77 W-ITEM-QTD-LIQUIDA      PIC 9(007)          VALUE ZEROS.
       77 W-PED-CANCELADO-SW      PIC X(001)          VALUE "N".
          88 W-PED-CANCELADO         VALUE "S".

       77 W-QTD-ITENS-LIDOS       PIC 9(009)          VALUE ZEROS.
       77 W-QTD-ITENS-CAMPANHA    PIC 9(009)          VALUE ZEROS.
       77 W-PCT-ATINGIDO          PIC 9(005)V9(002)   VALUE ZEROS.

       01  WCAB-CAMP.
           03 FILLER PIC X(080) VALUE "CAMPANHA;CODIGO;DESCRICAO;INICI
      -"O;FIM;".

       01  WDET-CAMP.
           03 FILLER              PIC X(009)          VALUE "CAMPANHA;".
           03 WDTC-COD            PIC 9(004)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTC-DESCRICAO      PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTC-INICIO         PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTC-FIM            PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WCAB-VEND.
           03 FILLER PIC X(110) VALUE "POR VENDEDOR;CODIGO VENDEDOR;NOM
      -"E;META QTD;QTD VENDIDA;PCT ATINGIDO;VALOR VENDIDO;".

       01  WDET-VEND.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTV-COD-VENDEDOR   PIC 9(003)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTV-NOME           PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTV-META           PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTV-QTD            PIC ZZZZZZZZ9       VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTV-PCT            PIC ZZZZ9,99        VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTV-VALOR          PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WCAB-REG.
           03 FILLER PIC X(080) VALUE "POR REGIAO;REGIAO;NOME REGIAO;QTD
      -" VENDIDA;VALOR VENDIDO;".

       01  WDET-REG.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTR-REGIAO         PIC X(003)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTR-NOME-REGIAO    PIC X(030)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTR-QTD            PIC ZZZZZZZZ9       VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDTR-VALOR          PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
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
      * SELL-THROUGH DAS CAMPANHAS DE VENDA: PARA CADA CAMPANHA JA
      * INICIADA, SOMA OS ITENS DE PEDIDO (CADITEMPED) DOS PRODUTOS
      * DA CAMPANHA COM DATA DO PEDIDO DENTRO DO PERIODO E CLIENTE
      * NUMA REGIAO ALVO, POR VENDEDOR (CONTRA A META DO
      * CADCAMPMETA) E POR REGIAO. QUANTIDADE E VALOR SAO LIQUIDOS
      * DAS DEVOLUCOES DO ITEM E PEDIDO CANCELADO NAO CONTA; O
      * VENDEDOR E O DO PEDIDO OU, NO PEDIDO LEGADO, O DA ULTIMA
      * RODADA COMPLETA (COMO NO RELMIX).
      * RODAVEL PELO AGENDADOR, COMO OS DEMAIS BATCHES.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "RELCAMPANHA - INICIO DO PROCESSAMENTO"

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM 020-CARREGAR-CAMPANHAS

           IF W-QTD-CAMPANHAS EQUAL ZEROS
              DISPLAY "RELCAMPANHA - NENHUMA CAMPANHA INICIADA"
           ELSE
              PERFORM 030-CARREGAR-METAS

              OPEN INPUT ARQ-ITEMPED

              IF FS-ITEMPED EQUAL "00"
                 OPEN INPUT ARQ-CLIENTE
                 OPEN INPUT ARQ-DISTRIB
                 OPEN INPUT ARQ-PEDIDO

                 OPEN INPUT ARQ-DEVOLUCAO
                 IF FS-DEVOLUCAO EQUAL "00"
                    MOVE "S" TO W-DEVOLUCAO-ABERTO
                 ELSE
                    MOVE "N" TO W-DEVOLUCAO-ABERTO
                    IF FS-DEVOLUCAO EQUAL "05"
                       CLOSE ARQ-DEVOLUCAO
                    END-IF
                 END-IF
                 MOVE "00" TO FS-DEVOLUCAO

                 PERFORM 050-ACHAR-ULTIMO-RUN

                 PERFORM 100-ACUMULAR-ITENS

                 CLOSE ARQ-CLIENTE
                 CLOSE ARQ-DISTRIB
                 CLOSE ARQ-PEDIDO
                 CLOSE ARQ-ITEMPED

                 IF W-DEVOLUCAO-ABERTO EQUAL "S"
                    CLOSE ARQ-DEVOLUCAO
                 END-IF
              ELSE
                 IF FS-ITEMPED EQUAL "05"
                    CLOSE ARQ-ITEMPED
                 END-IF
                 DISPLAY "RELCAMPANHA - NENHUM ITEM DE PEDIDO GRAVADO"
              END-IF

              PERFORM 200-IMPRIMIR

              DISPLAY "RELCAMPANHA - CAMPANHAS: " W-QTD-CAMPANHAS
              DISPLAY "RELCAMPANHA - ITENS LIDOS: " W-QTD-ITENS-LIDOS
              DISPLAY "RELCAMPANHA - ITENS EM CAMPANHA: "
                      W-QTD-ITENS-CAMPANHA
           END-IF

           DISPLAY "RELCAMPANHA - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       020-CARREGAR-CAMPANHAS.

           MOVE ZEROS TO W-QTD-CAMPANHAS

           OPEN INPUT ARQ-CAMPANHA

           IF FS-CAMPANHA EQUAL "00"
              MOVE ZEROS TO CP-COD-CAMPANHA
              START ARQ-CAMPANHA KEY IS NOT LESS CP-COD-CAMPANHA
                INVALID KEY MOVE "23" TO FS-CAMPANHA
              END-START

              IF FS-CAMPANHA EQUAL "00"
                 READ ARQ-CAMPANHA NEXT
                 PERFORM 025-GUARDAR-CAMPANHA
                    UNTIL FS-CAMPANHA NOT EQUAL "00"
              END-IF

              CLOSE ARQ-CAMPANHA
           ELSE
              IF FS-CAMPANHA EQUAL "05"
                 CLOSE ARQ-CAMPANHA
              END-IF
           END-IF

           MOVE "00" TO FS-CAMPANHA.

       025-GUARDAR-CAMPANHA.
           IF CP-DATA-INICIO NOT GREATER W-DATA-HOJE
              AND W-QTD-CAMPANHAS LESS 50
              ADD 1 TO W-QTD-CAMPANHAS
              MOVE ARQ-CAMPANHA-REG TO W-CMP-ITEM (W-QTD-CAMPANHAS)
           END-IF

           READ ARQ-CAMPANHA NEXT.

      * SEMEIA A TABELA DE VENDEDORES COM AS METAS - O VENDEDOR COM
      * META E SEM VENDA TAMBEM SAI NO RELATORIO, COM ZERO.
       030-CARREGAR-METAS.

           MOVE "N" TO W-CAMPMETA-ABERTO

           OPEN INPUT ARQ-CAMPMETA
           IF FS-CAMPMETA EQUAL "00"
              MOVE "S" TO W-CAMPMETA-ABERTO

              PERFORM 035-CARREGAR-METAS-CAMPANHA
                 VARYING W-IDX-CAMP FROM 1 BY 1
                 UNTIL W-IDX-CAMP GREATER W-QTD-CAMPANHAS

              CLOSE ARQ-CAMPMETA
           ELSE
              IF FS-CAMPMETA EQUAL "05"
                 CLOSE ARQ-CAMPMETA
              END-IF
           END-IF

           MOVE "00" TO FS-CAMPMETA.

       035-CARREGAR-METAS-CAMPANHA.

           MOVE W-CMP-COD (W-IDX-CAMP) TO CM-COD-CAMPANHA
           MOVE ZEROS                  TO CM-COD-VENDEDOR

           START ARQ-CAMPMETA KEY IS NOT LESS CM-CHAVE-CAMPMETA
             INVALID KEY MOVE "23" TO FS-CAMPMETA
           END-START

           IF FS-CAMPMETA EQUAL "00"
              READ ARQ-CAMPMETA NEXT
              PERFORM 036-GUARDAR-META
                 UNTIL FS-CAMPMETA NOT EQUAL "00"
                    OR CM-COD-CAMPANHA NOT EQUAL
                       W-CMP-COD (W-IDX-CAMP)
           END-IF

           MOVE "00" TO FS-CAMPMETA.

       036-GUARDAR-META.
           IF W-QTD-CAMP-VEND LESS 3000
              ADD 1 TO W-QTD-CAMP-VEND
              MOVE W-IDX-CAMP      TO W-CV-IDX-CAMP (W-QTD-CAMP-VEND)
              MOVE CM-COD-VENDEDOR
                TO W-CV-COD-VENDEDOR (W-QTD-CAMP-VEND)
              MOVE CM-META-QTD     TO W-CV-META (W-QTD-CAMP-VEND)
              MOVE ZEROS           TO W-CV-QTD (W-QTD-CAMP-VEND)
              MOVE ZEROS           TO W-CV-VALOR (W-QTD-CAMP-VEND)
           END-IF

           READ ARQ-CAMPMETA NEXT.

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

       100-ACUMULAR-ITENS.

           MOVE ZEROS TO I-COD-CLIENTE
           MOVE ZEROS TO I-DATA-PEDIDO
           MOVE ZEROS TO I-SEQ-PEDIDO
           MOVE ZEROS TO I-SEQ-ITEM

           START ARQ-ITEMPED KEY IS NOT LESS I-CHAVE-ITEM
             INVALID KEY MOVE "23" TO FS-ITEMPED
           END-START

           IF FS-ITEMPED EQUAL "00"
              READ ARQ-ITEMPED NEXT
              PERFORM 110-ACUMULAR-ITEM
                 UNTIL FS-ITEMPED NOT EQUAL "00"
           END-IF

           MOVE "00" TO FS-ITEMPED.

      * O VENDEDOR, A REGIAO E A QUANTIDADE LIQUIDA SO SAO
      * RESOLVIDOS QUANDO O ITEM CAI EM ALGUMA CAMPANHA.
       110-ACUMULAR-ITEM.

           ADD 1 TO W-QTD-ITENS-LIDOS
           MOVE "N" TO W-ITEM-RESOLVIDO-SW

           PERFORM 120-CONFRONTAR-CAMPANHA
              VARYING W-IDX-CAMP FROM 1 BY 1
              UNTIL W-IDX-CAMP GREATER W-QTD-CAMPANHAS

           READ ARQ-ITEMPED NEXT.

       120-CONFRONTAR-CAMPANHA.

           IF I-DATA-PEDIDO NOT LESS W-CMP-INICIO (W-IDX-CAMP)
              AND I-DATA-PEDIDO NOT GREATER W-CMP-FIM (W-IDX-CAMP)
              MOVE "N" TO W-PRODUTO-NA-CAMP-SW
              PERFORM 125-PROCURAR-PRODUTO
                 VARYING W-IDX-PROD FROM 1 BY 1
                 UNTIL W-IDX-PROD GREATER 10
                    OR W-PRODUTO-NA-CAMP

              IF W-PRODUTO-NA-CAMP
                 IF NOT W-ITEM-RESOLVIDO
                    PERFORM 140-RESOLVER-ITEM
                 END-IF

                 PERFORM 130-CONFERIR-REGIAO

                 IF W-REGIAO-NA-CAMP
                    ADD 1 TO W-QTD-ITENS-CAMPANHA

                    IF W-ITEM-VENDEDOR GREATER ZEROS
                       PERFORM 160-SOMAR-VENDEDOR
                    END-IF

                    PERFORM 170-SOMAR-REGIAO
                 END-IF
              END-IF
           END-IF.

       125-PROCURAR-PRODUTO.
           IF W-CMP-PRODUTO (W-IDX-CAMP, W-IDX-PROD)
              EQUAL I-COD-PRODUTO
              AND I-COD-PRODUTO GREATER ZEROS
              MOVE "S" TO W-PRODUTO-NA-CAMP-SW
           END-IF.

      * CAMPANHA SEM NENHUMA REGIAO INFORMADA VALE PARA TODAS.
       130-CONFERIR-REGIAO.

           MOVE "N" TO W-REGIAO-NA-CAMP-SW
           MOVE "N" TO W-CAMP-TEM-REGIAO-SW

           PERFORM 135-PROCURAR-REGIAO
              VARYING W-IDX-REG FROM 1 BY 1
              UNTIL W-IDX-REG GREATER 5
                 OR W-REGIAO-NA-CAMP

           IF NOT W-CAMP-TEM-REGIAO
              MOVE "S" TO W-REGIAO-NA-CAMP-SW
           END-IF.

       135-PROCURAR-REGIAO.
           IF W-CMP-REGIAO (W-IDX-CAMP, W-IDX-REG) NOT EQUAL SPACES
              MOVE "S" TO W-CAMP-TEM-REGIAO-SW
              IF W-CMP-REGIAO (W-IDX-CAMP, W-IDX-REG)
                 EQUAL W-ITEM-REGIAO
                 MOVE "S" TO W-REGIAO-NA-CAMP-SW
              END-IF
           END-IF.

       140-RESOLVER-ITEM.

           MOVE "S" TO W-ITEM-RESOLVIDO-SW

           MOVE ZEROS TO W-ITEM-QTD-DEVOLVIDA
           MOVE "N"   TO W-PED-CANCELADO-SW
           IF W-DEVOLUCAO-ABERTO EQUAL "S"
              PERFORM 144-VERIFICAR-CANCELAMENTO
              PERFORM 145-SOMAR-DEVOLUCOES
           END-IF

           IF W-ITEM-QTD-DEVOLVIDA LESS I-QTD-PRODUTO
              AND NOT W-PED-CANCELADO
              COMPUTE W-ITEM-QTD-LIQUIDA =
                      I-QTD-PRODUTO - W-ITEM-QTD-DEVOLVIDA
           ELSE
              MOVE ZEROS TO W-ITEM-QTD-LIQUIDA
           END-IF

           COMPUTE W-ITEM-VALOR =
                   W-ITEM-QTD-LIQUIDA * I-VALOR-UNITARIO

           PERFORM 150-RESOLVER-VENDEDOR-REGIAO.

      * O REGISTRO DE ITEM ZERO DO TIPO CANCELAMENTO MARCA O PEDIDO
      * INTEIRO COMO CANCELADO - NENHUM ITEM DELE CONTA NA CAMPANHA.
       144-VERIFICAR-CANCELAMENTO.

           MOVE I-COD-CLIENTE TO DV-COD-CLIENTE
           MOVE I-DATA-PEDIDO TO DV-DATA-PEDIDO
           MOVE I-SEQ-PEDIDO  TO DV-SEQ-PEDIDO
           MOVE ZEROS         TO DV-SEQ-ITEM
           MOVE ZEROS         TO DV-SEQ-DEVOLUCAO

           START ARQ-DEVOLUCAO KEY IS NOT LESS DV-CHAVE-DEVOLUCAO
             INVALID KEY MOVE "23" TO FS-DEVOLUCAO
           END-START

           IF FS-DEVOLUCAO EQUAL "00"
              READ ARQ-DEVOLUCAO NEXT
              IF FS-DEVOLUCAO EQUAL "00"
                 AND DV-COD-CLIENTE EQUAL I-COD-CLIENTE
                 AND DV-DATA-PEDIDO EQUAL I-DATA-PEDIDO
                 AND DV-SEQ-PEDIDO  EQUAL I-SEQ-PEDIDO
                 AND DV-SEQ-ITEM    EQUAL ZEROS
                 AND DV-CANCELAMENTO
                 MOVE "S" TO W-PED-CANCELADO-SW
              END-IF
           END-IF

           MOVE "00" TO FS-DEVOLUCAO.

       145-SOMAR-DEVOLUCOES.

           MOVE I-COD-CLIENTE TO DV-COD-CLIENTE
           MOVE I-DATA-PEDIDO TO DV-DATA-PEDIDO
           MOVE I-SEQ-PEDIDO  TO DV-SEQ-PEDIDO
           MOVE I-SEQ-ITEM    TO DV-SEQ-ITEM
           MOVE ZEROS         TO DV-SEQ-DEVOLUCAO

           START ARQ-DEVOLUCAO KEY IS NOT LESS DV-CHAVE-DEVOLUCAO
             INVALID KEY MOVE "23" TO FS-DEVOLUCAO
           END-START

           IF FS-DEVOLUCAO EQUAL "00"
              READ ARQ-DEVOLUCAO NEXT
              PERFORM 146-SOMAR-DEVOLUCAO
                 UNTIL FS-DEVOLUCAO NOT EQUAL "00"
                    OR DV-COD-CLIENTE NOT EQUAL I-COD-CLIENTE
                    OR DV-DATA-PEDIDO NOT EQUAL I-DATA-PEDIDO
                    OR DV-SEQ-PEDIDO  NOT EQUAL I-SEQ-PEDIDO
                    OR DV-SEQ-ITEM    NOT EQUAL I-SEQ-ITEM
           END-IF

           MOVE "00" TO FS-DEVOLUCAO.

       146-SOMAR-DEVOLUCAO.
           ADD DV-QTD-DEVOLVIDA TO W-ITEM-QTD-DEVOLVIDA

           READ ARQ-DEVOLUCAO NEXT.

       150-RESOLVER-VENDEDOR-REGIAO.

           MOVE ZEROS  TO W-ITEM-VENDEDOR
           MOVE SPACES TO W-ITEM-REGIAO

           MOVE I-COD-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
             INVALID KEY MOVE "23" TO FS-CLIENTE
           END-READ

           IF FS-CLIENTE EQUAL "00"
              MOVE REGIAO-CLIENTE TO W-ITEM-REGIAO
           ELSE
              MOVE "00" TO FS-CLIENTE
           END-IF

           MOVE I-COD-CLIENTE TO P-COD-CLIENTE
           MOVE I-DATA-PEDIDO TO P-DATA-PEDIDO
           MOVE I-SEQ-PEDIDO  TO P-SEQ-PEDIDO

           READ ARQ-PEDIDO RECORD KEY IS P-CHAVE-PEDIDO
             INVALID KEY MOVE "23" TO FS-PEDIDO
           END-READ

           IF FS-PEDIDO EQUAL "00"
              AND P-COD-VENDEDOR GREATER ZEROS
              MOVE P-COD-VENDEDOR TO W-ITEM-VENDEDOR
           END-IF

           MOVE "00" TO FS-PEDIDO

           IF W-ITEM-VENDEDOR EQUAL ZEROS
              AND W-RUN-ID-MAX GREATER ZEROS
              MOVE W-RUN-ID-MAX  TO D-RUN-ID
              MOVE I-COD-CLIENTE TO D-COD-CLIENTE

              READ ARQ-DISTRIB RECORD KEY IS D-CHAVE-DISTRIB
                INVALID KEY MOVE "23" TO FS-DISTRIB
              END-READ

              IF FS-DISTRIB EQUAL "00" AND D-ATRIBUIDO
                 MOVE D-COD-VENDEDOR TO W-ITEM-VENDEDOR
              END-IF

              MOVE "00" TO FS-DISTRIB
           END-IF.

       160-SOMAR-VENDEDOR.

           MOVE "N"   TO W-ACHADO-SW
           MOVE ZEROS TO W-IDX-ACHADO

           PERFORM 165-PROCURAR-VENDEDOR
              VARYING W-IDX-TAB FROM 1 BY 1
              UNTIL W-IDX-TAB GREATER W-QTD-CAMP-VEND
                 OR W-ACHOU

           IF NOT W-ACHOU
              AND W-QTD-CAMP-VEND LESS 3000
              ADD 1 TO W-QTD-CAMP-VEND
              MOVE W-QTD-CAMP-VEND TO W-IDX-ACHADO
              MOVE W-IDX-CAMP      TO W-CV-IDX-CAMP (W-IDX-ACHADO)
              MOVE W-ITEM-VENDEDOR
                TO W-CV-COD-VENDEDOR (W-IDX-ACHADO)
              MOVE ZEROS TO W-CV-META  (W-IDX-ACHADO)
              MOVE ZEROS TO W-CV-QTD   (W-IDX-ACHADO)
              MOVE ZEROS TO W-CV-VALOR (W-IDX-ACHADO)
           END-IF

           IF W-IDX-ACHADO GREATER ZEROS
              ADD W-ITEM-QTD-LIQUIDA TO W-CV-QTD (W-IDX-ACHADO)
              ADD W-ITEM-VALOR       TO W-CV-VALOR (W-IDX-ACHADO)
           END-IF.

       165-PROCURAR-VENDEDOR.
           IF W-CV-IDX-CAMP (W-IDX-TAB) EQUAL W-IDX-CAMP
              AND W-CV-COD-VENDEDOR (W-IDX-TAB) EQUAL W-ITEM-VENDEDOR
              MOVE "S" TO W-ACHADO-SW
              MOVE W-IDX-TAB TO W-IDX-ACHADO
           END-IF.

       170-SOMAR-REGIAO.

           MOVE "N"   TO W-ACHADO-SW
           MOVE ZEROS TO W-IDX-ACHADO

           PERFORM 175-PROCURAR-REGIAO
              VARYING W-IDX-TAB FROM 1 BY 1
              UNTIL W-IDX-TAB GREATER W-QTD-CAMP-REG
                 OR W-ACHOU

           IF NOT W-ACHOU
              AND W-QTD-CAMP-REG LESS 1000
              ADD 1 TO W-QTD-CAMP-REG
              MOVE W-QTD-CAMP-REG TO W-IDX-ACHADO
              MOVE W-IDX-CAMP     TO W-CR-IDX-CAMP (W-IDX-ACHADO)
              MOVE W-ITEM-REGIAO  TO W-CR-REGIAO (W-IDX-ACHADO)
              MOVE ZEROS TO W-CR-QTD   (W-IDX-ACHADO)
              MOVE ZEROS TO W-CR-VALOR (W-IDX-ACHADO)
           END-IF

           IF W-IDX-ACHADO GREATER ZEROS
              ADD W-ITEM-QTD-LIQUIDA TO W-CR-QTD (W-IDX-ACHADO)
              ADD W-ITEM-VALOR       TO W-CR-VALOR (W-IDX-ACHADO)
           END-IF.

       175-PROCURAR-REGIAO.
           IF W-CR-IDX-CAMP (W-IDX-TAB) EQUAL W-IDX-CAMP
              AND W-CR-REGIAO (W-IDX-TAB) EQUAL W-ITEM-REGIAO
              MOVE "S" TO W-ACHADO-SW
              MOVE W-IDX-TAB TO W-IDX-ACHADO
           END-IF.

      * UM BLOCO POR CAMPANHA: CABECALHO, VENDEDORES (OS COM META
      * NA ORDEM DO CADCAMPMETA, DEPOIS OS SEM META NA ORDEM DE
      * APARICAO) E REGIOES.
       200-IMPRIMIR.

           OPEN OUTPUT REL-CAMPANHA
           OPEN INPUT  ARQ-VENDEDOR

           PERFORM 210-IMPRIMIR-CAMPANHA
              VARYING W-IDX-CAMP FROM 1 BY 1
              UNTIL W-IDX-CAMP GREATER W-QTD-CAMPANHAS

           CLOSE ARQ-VENDEDOR
           CLOSE REL-CAMPANHA

           MOVE "RELCAMPANHA"     TO CTR-PROGRAMA
           MOVE "RELCAMPANHA.CSV" TO CTR-ARQUIVO
           MOVE W-RUN-ID-MAX      TO CTR-RUN-ID
           CALL "CATRELAT" USING W-PARAM-CATALOGO.

       210-IMPRIMIR-CAMPANHA.

           MOVE W-CMP-COD (W-IDX-CAMP)       TO WDTC-COD
           MOVE W-CMP-DESCRICAO (W-IDX-CAMP) TO WDTC-DESCRICAO
           MOVE W-CMP-INICIO (W-IDX-CAMP)    TO WDTC-INICIO
           MOVE W-CMP-FIM (W-IDX-CAMP)       TO WDTC-FIM

           WRITE REG-CAMPANHA FROM WCAB-CAMP
           WRITE REG-CAMPANHA FROM WDET-CAMP

           WRITE REG-CAMPANHA FROM WCAB-VEND
           PERFORM 220-IMPRIMIR-LINHA-VENDEDOR
              VARYING W-IDX-TAB FROM 1 BY 1
              UNTIL W-IDX-TAB GREATER W-QTD-CAMP-VEND

           WRITE REG-CAMPANHA FROM WCAB-REG
           PERFORM 230-IMPRIMIR-LINHA-REGIAO
              VARYING W-IDX-TAB FROM 1 BY 1
              UNTIL W-IDX-TAB GREATER W-QTD-CAMP-REG.

       220-IMPRIMIR-LINHA-VENDEDOR.
           IF W-CV-IDX-CAMP (W-IDX-TAB) EQUAL W-IDX-CAMP
              MOVE W-CV-COD-VENDEDOR (W-IDX-TAB) TO COD-VENDEDOR
              READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR
                INVALID KEY MOVE "23" TO FS-VENDEDOR
              END-READ

              IF FS-VENDEDOR NOT EQUAL "00"
                 MOVE "** VENDEDOR NAO CADASTRADO **" TO NOME-VENDEDOR
                 MOVE "00" TO FS-VENDEDOR
              END-IF

              IF W-CV-META (W-IDX-TAB) GREATER ZEROS
                 COMPUTE W-PCT-ATINGIDO ROUNDED =
                         W-CV-QTD (W-IDX-TAB) * 100
                       / W-CV-META (W-IDX-TAB)
                   ON SIZE ERROR MOVE 99999,99 TO W-PCT-ATINGIDO
                 END-COMPUTE
              ELSE
                 MOVE ZEROS TO W-PCT-ATINGIDO
              END-IF

              MOVE W-CV-COD-VENDEDOR (W-IDX-TAB) TO WDTV-COD-VENDEDOR
              MOVE NOME-VENDEDOR                 TO WDTV-NOME
              MOVE W-CV-META (W-IDX-TAB)         TO WDTV-META
              MOVE W-CV-QTD (W-IDX-TAB)          TO WDTV-QTD
              MOVE W-PCT-ATINGIDO                TO WDTV-PCT
              MOVE W-CV-VALOR (W-IDX-TAB)        TO WDTV-VALOR

              WRITE REG-CAMPANHA FROM WDET-VEND
           END-IF.

       230-IMPRIMIR-LINHA-REGIAO.
           IF W-CR-IDX-CAMP (W-IDX-TAB) EQUAL W-IDX-CAMP
              MOVE W-CR-REGIAO (W-IDX-TAB) TO WDTR-REGIAO
              MOVE W-CR-REGIAO (W-IDX-TAB) TO PRG-CODIGO
              CALL "VERREGIAO" USING W-PARAM-REGIAO
              MOVE PRG-DESCRICAO TO WDTR-NOME-REGIAO
              MOVE W-CR-QTD (W-IDX-TAB)    TO WDTR-QTD
              MOVE W-CR-VALOR (W-IDX-TAB)  TO WDTR-VALOR

              WRITE REG-CAMPANHA FROM WDET-REG
           END-IF.

       END PROGRAM RELCAMPANHA.
