                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS V-CHAVE-VISITA
                  ALTERNATE RECORD KEY IS V-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VISITA.

                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-OBSERV.

      *-----------------------------------------------------------
      * CAMPANHAS DE VENDA (CADCAMPANHA) VIGENTES NA SEMANA
      * PLANEJADA - IMPRESSAS NO CABECALHO DA FOLHA DO VENDEDOR DA
      * REGIAO ALVO, COM A DESCRICAO DOS PRODUTOS (CADPRODUTO).
      *-----------------------------------------------------------
           SELECT OPTIONAL ARQ-CAMPANHA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CP-COD-CAMPANHA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CAMPANHA.

           SELECT OPTIONAL ARQ-PRODUTO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PR-COD-PRODUTO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PRODUTO.

      *-----------------------------------------------------------
      * FOLHA DE ROTA IMPRESSA, UMA POR VENDEDOR (ROTA.V999) - NO
      * MESMO ESTILO DE IMPRESSAO QUE O RELCLIENTE OFERECE NO

       COPY "CADOBSERV.CPY".

       FD  ARQ-CAMPANHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCAMPANHA'.

       COPY "CADCAMPANHA.CPY".

       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPRODUTO'.

       COPY "CADPRODUTO.CPY".

       FD  ROTA-FOLHA
           LABEL RECORD IS STANDARD.

           03 WFOL-NOTA-CONT-TEXTO PIC X(060).
           03 FILLER              PIC X(020)          VALUE SPACES.

      * SUGESTAO DE PEDIDO DA PARADA (VERSUGEST): O QUE O CLIENTE
      * COSTUMA COMPRAR NOS ULTIMOS PEDIDOS, COM A QUANTIDADE TIPICA
      * E O DESTAQUE DO ITEM REGULAR QUE FALTOU NO ULTIMO PEDIDO - A
      * MESMA LISTA QUE O EXPROTA MANDA PARA O COLETOR.
       01  W-PARAM-SUGESTAO.
           03 PSG-COD-CLIENTE     PIC 9(007)          VALUE ZEROS.
           03 PSG-DATA-REF        PIC 9(008)          VALUE ZEROS.
           03 PSG-QTD-PEDIDOS     PIC 9(001)          VALUE ZEROS.
           03 PSG-QTD-ITENS       PIC 9(002)          VALUE ZEROS.
           03 PSG-ITEM OCCURS 10 TIMES.
              05 PSG-COD-PRODUTO  PIC 9(005).
              05 PSG-DESCRICAO    PIC X(040).
              05 PSG-QTD-TIPICA   PIC 9(005).
              05 PSG-VEZES        PIC 9(001).
              05 PSG-FALTOU       PIC X(001).
                 88 PSG-FALTOU-NO-ULTIMO VALUE "S".

       77 W-IDX-SUG               PIC 9(002) COMP     VALUE ZEROS.

       01  WFOL-SUGESTAO.
           03 FILLER              PIC X(005)          VALUE SPACES.
           03 FILLER              PIC X(028)          VALUE
              "SUGESTAO DE PEDIDO (ULTIMOS ".
           03 WFOL-SUG-PEDIDOS    PIC 9.
           03 FILLER              PIC X(010)          VALUE
              " PEDIDOS):".
           03 FILLER              PIC X(056)          VALUE SPACES.

       01  WFOL-SUG-ITEM.
           03 FILLER              PIC X(007)          VALUE SPACES.
           03 WFOL-SUG-PRODUTO    PIC ZZZZ9.
           03 FILLER              PIC X(001)          VALUE SPACES.
           03 WFOL-SUG-DESCRICAO  PIC X(040).
           03 FILLER              PIC X(005)          VALUE " QTD ".
           03 WFOL-SUG-QTD        PIC ZZZZ9.
           03 FILLER              PIC X(001)          VALUE SPACES.
           03 WFOL-SUG-DESTAQUE   PIC X(027).
           03 FILLER              PIC X(009)          VALUE SPACES.

      *-----------------------------------------------------------
      * CAMPANHAS QUE CRUZAM A SEMANA PLANEJADA (INICIO ATE A SEXTA
      * E FIM A PARTIR DA SEGUNDA), CARREGADAS UMA VEZ NA ABERTURA
      * COM A DESCRICAO DOS PRODUTOS - SAEM EM DESTAQUE NO TOPO DA
      * FOLHA DO VENDEDOR CUJA REGIAO ESTA NA CAMPANHA (OU DE TODOS,
      * QUANDO A CAMPANHA NAO TEM REGIAO).
      *-----------------------------------------------------------
       01  W-TAB-CAMPANHA.
           03 W-CMP-ITEM OCCURS 20 TIMES.
              05 W-CMP-COD          PIC 9(004).
              05 W-CMP-DESCRICAO    PIC X(040).
              05 W-CMP-INICIO       PIC 9(008).
              05 W-CMP-FIM          PIC 9(008).
              05 W-CMP-REGIAO       OCCURS 5 TIMES  PIC X(003).
              05 W-CMP-PRODUTO      OCCURS 10 TIMES.
                 07 W-CMP-COD-PRODUTO PIC 9(005).
                 07 W-CMP-DESC-PRODUTO PIC X(040).

       77 FS-CAMPANHA             PIC X(002)          VALUE "00".
       77 FS-PRODUTO              PIC X(002)          VALUE "00".
       77 W-PRODUTO-ABERTO        PIC X(001)          VALUE "N".
       77 W-QTD-CAMPANHAS         PIC 9(002) COMP     VALUE ZEROS.
       77 W-IDX-CAMP              PIC 9(002) COMP     VALUE ZEROS.
       77 W-IDX-CAMP-PROD         PIC 9(002) COMP     VALUE ZEROS.
       77 W-IDX-CAMP-REG          PIC 9(002) COMP     VALUE ZEROS.
       77 W-REGIAO-VEND-ATUAL     PIC X(003)          VALUE SPACES.
       77 W-CAMP-DO-VEND-SW       PIC X(001)          VALUE "N".
          88 W-CAMP-DO-VENDEDOR      VALUE "S".
       77 W-CAMP-TEM-REGIAO-SW    PIC X(001)          VALUE "N".
          88 W-CAMP-TEM-REGIAO       VALUE "S".

       01  WFOL-CAMPANHA.
           03 FILLER              PIC X(013)          VALUE
              "*** CAMPANHA ".
           03 WFOL-CAMP-COD       PIC 9(004).
           03 FILLER              PIC X(001)          VALUE SPACES.
           03 WFOL-CAMP-DESCRICAO PIC X(040).
           03 FILLER              PIC X(001)          VALUE SPACES.
           03 WFOL-CAMP-INICIO    PIC 99/99/9999.
           03 FILLER              PIC X(003)          VALUE " A ".
           03 WFOL-CAMP-FIM       PIC 99/99/9999.
           03 FILLER              PIC X(004)          VALUE " ***".
           03 FILLER              PIC X(014)          VALUE SPACES.

       01  WFOL-CAMP-PRODUTO.
           03 FILLER              PIC X(005)          VALUE SPACES.
           03 FILLER              PIC X(009)          VALUE
              "PRODUTO: ".
           03 WFOL-CAMP-COD-PROD  PIC ZZZZ9.
           03 FILLER              PIC X(001)          VALUE SPACES.
           03 WFOL-CAMP-DESC-PROD PIC X(040).
           03 FILLER              PIC X(040)          VALUE SPACES.

       01  WFOL-RECUPERACAO.
           03 FILLER              PIC X(005)          VALUE SPACES.
           03 FILLER              PIC X(050)          VALUE

       77 W-NOME-VENDEDOR-ATUAL   PIC X(040)          VALUE SPACES.
       77 W-FILIAL-VEND-ATUAL     PIC X(002)          VALUE SPACES.
       77 W-DATA-CAMP-INV         PIC 9(008)          VALUE ZEROS.
       77 W-LAT-BASE              PIC S9(003)V9(008)  VALUE ZEROS.
       77 W-LON-BASE              PIC S9(003)V9(008)  VALUE ZEROS.

           03 WTOT-TOTAL          PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
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

           INITIALIZE W-TAB-QTD-VENDEDOR

           MOVE ZEROS TO RETURN-CODE

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE W-INDICE-SEMANA =
                   FUNCTION INTEGER-OF-DATE(W-DATA-HOJE) / 7

      * PLANO BLOQUEADO POR RODADA DEFASADA: A SEMANA EM VIGOR (E AS
      * FOLHAS JA ENTREGUES) FICAM COMO ESTAO.
           PERFORM 025-CONFERIR-DEFASAGEM

           IF W-BLOQUEAR-DEFASADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE "DIAS-SEMANA-ROTA" TO SIS-NOME
           MOVE W-DATA-HOJE        TO SIS-DATA-REF
           CALL "SISPARAM" USING W-PARAM-SIS

           PERFORM 038-CALCULAR-DATAS-SEMANA
           PERFORM 039-CARREGAR-FERIADOS
           PERFORM 044-CARREGAR-CAMPANHAS
           PERFORM 040-CARREGAR-RECUPERACOES
           PERFORM 042-CARREGAR-CHAMADOS

              CLOSE ARQ-CHAMADO
           END-IF

           IF W-QTD-DEFASAGEM GREATER ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * CARREGA OS FATORES DE REGIAO EM MEMORIA - MESMA TECNICA DO
                   FUNCTION DATE-OF-INTEGER
                   (W-INT-SEGUNDA + W-IDX-DATA - 1).

       044-CARREGAR-CAMPANHAS.

           MOVE ZEROS TO W-QTD-CAMPANHAS

           OPEN INPUT ARQ-CAMPANHA

           IF FS-CAMPANHA EQUAL "00"
              MOVE "N" TO W-PRODUTO-ABERTO
              OPEN INPUT ARQ-PRODUTO
              IF FS-PRODUTO EQUAL "00"
                 MOVE "S" TO W-PRODUTO-ABERTO
              ELSE
                 IF FS-PRODUTO EQUAL "05"
                    CLOSE ARQ-PRODUTO
                 END-IF
              END-IF

              MOVE ZEROS TO CP-COD-CAMPANHA
              START ARQ-CAMPANHA KEY IS NOT LESS CP-COD-CAMPANHA
                INVALID KEY MOVE "23" TO FS-CAMPANHA
              END-START

              IF FS-CAMPANHA EQUAL "00"
                 READ ARQ-CAMPANHA NEXT
                 PERFORM 047-GUARDAR-CAMPANHA
                    UNTIL FS-CAMPANHA NOT EQUAL "00"
                       OR W-QTD-CAMPANHAS NOT LESS 20
              END-IF

              CLOSE ARQ-CAMPANHA

              IF W-PRODUTO-ABERTO EQUAL "S"
                 CLOSE ARQ-PRODUTO
              END-IF
           ELSE
              IF FS-CAMPANHA EQUAL "05"
                 CLOSE ARQ-CAMPANHA
              END-IF
           END-IF

           MOVE "00" TO FS-CAMPANHA
           MOVE "00" TO FS-PRODUTO.

       047-GUARDAR-CAMPANHA.
           IF CP-DATA-INICIO NOT GREATER W-DATA-DIA (5)
              AND CP-DATA-FIM NOT LESS W-DATA-DIA (1)
              ADD 1 TO W-QTD-CAMPANHAS
              MOVE CP-COD-CAMPANHA
                TO W-CMP-COD (W-QTD-CAMPANHAS)
              MOVE CP-DESCRICAO
                TO W-CMP-DESCRICAO (W-QTD-CAMPANHAS)
              MOVE CP-DATA-INICIO
                TO W-CMP-INICIO (W-QTD-CAMPANHAS)
              MOVE CP-DATA-FIM
                TO W-CMP-FIM (W-QTD-CAMPANHAS)

              PERFORM 048-GUARDAR-REGIAO-CAMP
                 VARYING W-IDX-CAMP-REG FROM 1 BY 1
                 UNTIL W-IDX-CAMP-REG GREATER 5

              PERFORM 049-GUARDAR-PRODUTO-CAMP
                 VARYING W-IDX-CAMP-PROD FROM 1 BY 1
                 UNTIL W-IDX-CAMP-PROD GREATER 10
           END-IF

           READ ARQ-CAMPANHA NEXT.

       048-GUARDAR-REGIAO-CAMP.
           MOVE CP-REGIAO (W-IDX-CAMP-REG)
             TO W-CMP-REGIAO (W-QTD-CAMPANHAS, W-IDX-CAMP-REG).

       049-GUARDAR-PRODUTO-CAMP.
           MOVE CP-PRODUTO (W-IDX-CAMP-PROD)
             TO W-CMP-COD-PRODUTO (W-QTD-CAMPANHAS, W-IDX-CAMP-PROD)
           MOVE SPACES
             TO W-CMP-DESC-PRODUTO (W-QTD-CAMPANHAS, W-IDX-CAMP-PROD)

           IF CP-PRODUTO (W-IDX-CAMP-PROD) GREATER ZEROS
              AND W-PRODUTO-ABERTO EQUAL "S"
              MOVE CP-PRODUTO (W-IDX-CAMP-PROD) TO PR-COD-PRODUTO
              READ ARQ-PRODUTO RECORD KEY IS PR-COD-PRODUTO
                INVALID KEY MOVE "23" TO FS-PRODUTO
              END-READ

              IF FS-PRODUTO EQUAL "00"
                 MOVE PR-DESCRICAO
                   TO W-CMP-DESC-PRODUTO
                      (W-QTD-CAMPANHAS, W-IDX-CAMP-PROD)
              END-IF

              MOVE "00" TO FS-PRODUTO
           END-IF.

      * CARREGA OS FERIADOS QUE CAEM NOS DIAS DA SEMANA PLANEJADA -
      * LEITURA DIRETA POR DATA NA CHAVE DATA+UF+CIDADE.
       039-CARREGAR-FERIADOS.
              END-IF
           END-IF.

      * ALIMENTACOES DE ENTRADA DO PROCESSAMENTO: RODADA (A ULTIMA
      * RODADA COMPLETA, E CLIENTES ALTERADOS DEPOIS DELA).
       025-CONFERIR-DEFASAGEM.
           MOVE ZEROS TO W-QTD-DEFASAGEM
           MOVE "N"   TO W-DEFASAGEM-SW

           MOVE "RODADA" TO PDF-ALIMENTACAO
           PERFORM 026-CONFERIR-ALIMENTACAO

           IF W-BLOQUEAR-DEFASADO
              DISPLAY "RELROTA - ENTRADA DEFASADA - PROCESSAMENTO "
                      "INTERROMPIDO (BLOQUEIO-DEFASAGEM)"
           END-IF.

       026-CONFERIR-ALIMENTACAO.
           CALL "VERDEFASA" USING W-PARAM-DEFASAGEM

           IF PDF-DEFASADA
              AND W-QTD-DEFASAGEM LESS 3
              ADD 1 TO W-QTD-DEFASAGEM
              MOVE PDF-MENSAGEM TO W-DEF-MENSAGEM (W-QTD-DEFASAGEM)
              DISPLAY "RELROTA - " PDF-MENSAGEM

              IF PDF-BLOQUEAR
                 MOVE "S" TO W-DEFASAGEM-SW
              END-IF
           END-IF.

      * AVISO DE DEFASAGEM NO INICIO DA SAIDA, ANTES DO CABECALHO.
       027-IMPRIMIR-DEFASAGEM.
           WRITE REG-ROTA FROM W-DEF-MENSAGEM (W-IDX-DEFASAGEM).

       028-IMPRIMIR-DEFASAGEM-FOLHA.
           WRITE REG-FOLHA FROM W-DEF-MENSAGEM (W-IDX-DEFASAGEM).

      * LE DO CONTROLE DE EXECUCAO (CADRUNCTL) A RODADA COMPLETA
      * MAIS RECENTE - O SALTO PELA CHAVE DO CADDISTRIB FICA COMO
      * RESERVA PARA INSTALACOES AINDA SEM O CONTROLE.

           OPEN OUTPUT REL-ROTA
           OPEN OUTPUT ARQ-PLANO
           PERFORM 027-IMPRIMIR-DEFASAGEM
              VARYING W-IDX-DEFASAGEM FROM 1 BY 1
              UNTIL W-IDX-DEFASAGEM GREATER W-QTD-DEFASAGEM
           WRITE REG-ROTA FROM WCAB

           PERFORM 485-REGRAVAR-PRESERVADAS
           WRITE REG-FOLHA FROM WFOL-CAB2
           WRITE REG-FOLHA FROM WFOL-TRACO

           PERFORM 028-IMPRIMIR-DEFASAGEM-FOLHA
              VARYING W-IDX-DEFASAGEM FROM 1 BY 1
              UNTIL W-IDX-DEFASAGEM GREATER W-QTD-DEFASAGEM

           PERFORM 216-IMPRIMIR-CAMPANHA
              VARYING W-IDX-CAMP FROM 1 BY 1
              UNTIL W-IDX-CAMP GREATER W-QTD-CAMPANHAS

           MOVE "S" TO W-FOLHA-ABERTA.

       216-IMPRIMIR-CAMPANHA.

           MOVE "N" TO W-CAMP-DO-VEND-SW
           MOVE "N" TO W-CAMP-TEM-REGIAO-SW

           PERFORM 217-CONFERIR-REGIAO-CAMP
              VARYING W-IDX-CAMP-REG FROM 1 BY 1
              UNTIL W-IDX-CAMP-REG GREATER 5
                 OR W-CAMP-DO-VENDEDOR

           IF NOT W-CAMP-TEM-REGIAO
              MOVE "S" TO W-CAMP-DO-VEND-SW
           END-IF

           IF W-CAMP-DO-VENDEDOR
              MOVE W-CMP-COD (W-IDX-CAMP)       TO WFOL-CAMP-COD
              MOVE W-CMP-DESCRICAO (W-IDX-CAMP) TO WFOL-CAMP-DESCRICAO

              MOVE W-CMP-INICIO (W-IDX-CAMP) TO W-DATA-CAMP-INV
              PERFORM 219-INVERTER-DATA-CAMP
              MOVE W-DATA-IMPRESSAO-NUM TO WFOL-CAMP-INICIO

              MOVE W-CMP-FIM (W-IDX-CAMP) TO W-DATA-CAMP-INV
              PERFORM 219-INVERTER-DATA-CAMP
              MOVE W-DATA-IMPRESSAO-NUM TO WFOL-CAMP-FIM

              WRITE REG-FOLHA FROM WFOL-CAMPANHA

              PERFORM 214-IMPRIMIR-PRODUTO-CAMP
                 VARYING W-IDX-CAMP-PROD FROM 1 BY 1
                 UNTIL W-IDX-CAMP-PROD GREATER 10

              WRITE REG-FOLHA FROM WFOL-TRACO
           END-IF.

       214-IMPRIMIR-PRODUTO-CAMP.
           IF W-CMP-COD-PRODUTO (W-IDX-CAMP, W-IDX-CAMP-PROD)
              GREATER ZEROS
              MOVE W-CMP-COD-PRODUTO (W-IDX-CAMP, W-IDX-CAMP-PROD)
                TO WFOL-CAMP-COD-PROD
              MOVE W-CMP-DESC-PRODUTO (W-IDX-CAMP, W-IDX-CAMP-PROD)
                TO WFOL-CAMP-DESC-PROD
              WRITE REG-FOLHA FROM WFOL-CAMP-PRODUTO
           END-IF.

       217-CONFERIR-REGIAO-CAMP.
           IF W-CMP-REGIAO (W-IDX-CAMP, W-IDX-CAMP-REG)
              NOT EQUAL SPACES
              MOVE "S" TO W-CAMP-TEM-REGIAO-SW
              IF W-CMP-REGIAO (W-IDX-CAMP, W-IDX-CAMP-REG)
                 EQUAL W-REGIAO-VEND-ATUAL
                 MOVE "S" TO W-CAMP-DO-VEND-SW
              END-IF
           END-IF.

       219-INVERTER-DATA-CAMP.
           MOVE W-DATA-CAMP-INV      TO W-DATA-HOJE-NUM
           MOVE W-DATA-HOJE-DD       TO W-DATA-IMPRESSAO-DD
           MOVE W-DATA-HOJE-MM       TO W-DATA-IMPRESSAO-MM
           MOVE W-DATA-HOJE-AAAA     TO W-DATA-IMPRESSAO-AAAA.

       218-FECHAR-FOLHA.

           IF W-TEM-FOLHA-ABERTA

              MOVE NOME-VENDEDOR     TO W-NOME-VENDEDOR-ATUAL
              MOVE FILIAL-VENDEDOR   TO W-FILIAL-VEND-ATUAL
              MOVE REGIAO-VENDEDOR   TO W-REGIAO-VEND-ATUAL
              MOVE LATITUDE-VENDEDOR  TO W-LAT-BASE
              MOVE LONGITUDE-VENDEDOR TO W-LON-BASE

                TO W-SEM-LOGRADOURO  (W-QTD-SEMANA)
              MOVE NUMERO-CLIENTE
                TO W-SEM-NUMERO      (W-QTD-SEMANA)
      * CLIENTE QUE RECUSOU CONTATO (LGPD) SAI SEM TELEFONE E SEM
      * NOME DO CONTATO NA FOLHA.
              IF CONTATO-RECUSADO
                 MOVE SPACES
                   TO W-SEM-TELEFONE (W-QTD-SEMANA)
                 MOVE SPACES
                   TO W-SEM-CONTATO  (W-QTD-SEMANA)
              ELSE
                 MOVE TELEFONE-CLIENTE
                   TO W-SEM-TELEFONE (W-QTD-SEMANA)
                 MOVE CONTATO-CLIENTE
                   TO W-SEM-CONTATO  (W-QTD-SEMANA)
              END-IF
              MOVE DORMENTE-CLIENTE
                TO W-SEM-DORMENTE    (W-QTD-SEMANA)
              MOVE UF-CLIENTE
                 END-IF
              END-IF

              IF W-DIA-TIPO (W-IDX-MENOR) NOT EQUAL "P"
                 PERFORM 280-IMPRIMIR-SUGESTAO
              END-IF

              ADD  W-MENOR-TRECHO TO W-TOTAL-DIA
              MOVE W-DIA-LATITUDE  (W-IDX-MENOR) TO W-LAT-ATUAL
              MOVE W-DIA-LONGITUDE (W-IDX-MENOR) TO W-LON-ATUAL
              WRITE REG-FOLHA FROM WFOL-NOTA-CONT
           END-IF.

      * CLIENTE SEM PEDIDO COM ITENS NAO GANHA O BLOCO.
       280-IMPRIMIR-SUGESTAO.

           MOVE W-DIA-COD-CLIENTE (W-IDX-MENOR) TO PSG-COD-CLIENTE
           MOVE W-DATA-HOJE                     TO PSG-DATA-REF

           CALL "VERSUGEST" USING W-PARAM-SUGESTAO

           IF PSG-QTD-ITENS GREATER ZEROS
              MOVE PSG-QTD-PEDIDOS TO WFOL-SUG-PEDIDOS
              WRITE REG-FOLHA FROM WFOL-SUGESTAO

              PERFORM 285-IMPRIMIR-ITEM-SUGESTAO
                 VARYING W-IDX-SUG FROM 1 BY 1
                 UNTIL W-IDX-SUG GREATER PSG-QTD-ITENS
           END-IF.

       285-IMPRIMIR-ITEM-SUGESTAO.
           MOVE PSG-COD-PRODUTO (W-IDX-SUG) TO WFOL-SUG-PRODUTO
           MOVE PSG-DESCRICAO (W-IDX-SUG)   TO WFOL-SUG-DESCRICAO
           MOVE PSG-QTD-TIPICA (W-IDX-SUG)  TO WFOL-SUG-QTD

           IF PSG-FALTOU-NO-ULTIMO (W-IDX-SUG)
              MOVE "*** FALTOU NO ULTIMO PEDIDO"
                TO WFOL-SUG-DESTAQUE
           ELSE
              MOVE SPACES TO WFOL-SUG-DESTAQUE
           END-IF

           WRITE REG-FOLHA FROM WFOL-SUG-ITEM.

       240-AVALIAR-PARADA.
           IF W-DIA-VISITADO (W-IDX-DIA) EQUAL "N"
              PERFORM 250-CALCULAR-TRECHO
