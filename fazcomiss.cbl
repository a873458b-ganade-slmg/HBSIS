                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-CHAVE-PEDIDO
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDIDO.

      * TITULOS A RECEBER E CONTA CORRENTE DA COMISSAO POR TITULO -
      * SO USADOS NA COMISSAO SOBRE O RECEBIDO.
           SELECT OPTIONAL ARQ-TITULO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TIT-CHAVE-TITULO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-TITULO.

           SELECT OPTIONAL ARQ-COMTIT ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CT-CHAVE-COMTIT
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-COMTIT.

      * METAS MENSAIS DOS VENDEDORES E TABELA DE ACELERADORES POR
      * FAIXA DE ATINGIMENTO - SEM ELAS VALE A TAXA NORMAL.
           SELECT OPTIONAL ARQ-META ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS M-CHAVE-META
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-META.

           SELECT OPTIONAL ARQ-ACELER ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS AC-CHAVE-ACELER
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ACELER.

      * DEVOLUCOES E CANCELAMENTOS DE PEDIDO - ABATEM A VENDA E A
      * COMISSAO NO MES EM QUE FORAM REGISTRADOS.
           SELECT OPTIONAL ARQ-DEVOLUCAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DV-CHAVE-DEVOLUCAO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-DEVOLUCAO.

           SELECT ARQ-PARAM ASSIGN TO "FAZCOMISS.PAR"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-PARAM.

       COPY "CADPEDIDO.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADTITULO'.

       COPY "CADTITULO.CPY".

       FD  ARQ-COMTIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCOMTIT'.

       COPY "CADCOMTIT.CPY".

       FD  ARQ-META
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADMETA'.

       COPY "CADMETA.CPY".

       FD  ARQ-ACELER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADACELER'.

       COPY "CADACELER.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADDEVOLUCAO'.

       COPY "CADDEVOLUCAO.CPY".

       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.

           03 PARAM-ANO-MES       PIC 9(006).

       FD  REL-COMISS.
       01  REG-COMISS PIC X(350).

       FD  EXP-FOLHA
           LABEL RECORD IS STANDARD.
           03 FOL-ANO-MES          PIC 9(006).
           03 FOL-TOTAL-VENDAS     PIC 9(013)V9(002).
           03 FOL-TOTAL-COMISSAO   PIC 9(011)V9(002).
      * COMISSAO SOBRE O RECEBIDO: LIBERADA NO MES (JA SOMADA EM
      * FOL-TOTAL-COMISSAO), SALDO RETIDO AGUARDANDO RECEBIMENTO
      * (INFORMATIVO) E ESTORNO A DESCONTAR NA FOLHA.
           03 FOL-VALOR-LIBERADO   PIC 9(011)V9(002).
           03 FOL-VALOR-RETIDO     PIC 9(011)V9(002).
           03 FOL-VALOR-ESTORNADO  PIC 9(011)V9(002).
      * ACELERADOR: ATINGIMENTO DA META NO MES E FATOR DA FAIXA
      * APLICADA (JA CONSIDERADO EM FOL-TOTAL-COMISSAO).
           03 FOL-PCT-ATINGIDO     PIC 9(005)V9(002).
           03 FOL-FATOR-FAIXA      PIC 9(003)V9(002).

       01  REG-FOLHA-CAB REDEFINES REG-FOLHA.
           03 CAB-TIPO-REG         PIC X(001).
           03 CAB-DATA-GERACAO     PIC 9(008).
           03 CAB-HORA-GERACAO     PIC 9(008).
           03 CAB-ANO-MES          PIC 9(006).
           03 FILLER               PIC X(066).

       01  REG-FOLHA-TRL REDEFINES REG-FOLHA.
           03 TRL-TIPO-REG         PIC X(001).
           03 TRL-QTD-REGISTROS    PIC 9(009).
           03 TRL-TOTAL-COMISSAO   PIC 9(013)V9(002).
           03 TRL-TOTAL-ESTORNADO  PIC 9(013)V9(002).
           03 FILLER               PIC X(049).

       WORKING-STORAGE SECTION.

       77 FS-PEDIDO               PIC  X(002)         VALUE "00".
       77 FS-PARAM                PIC  X(002)         VALUE "00".
       77 FS-FOLHA                PIC  X(002)         VALUE "00".
       77 FS-TITULO               PIC  X(002)         VALUE "00".
       77 FS-COMTIT               PIC  X(002)         VALUE "00".
       77 FS-META                 PIC  X(002)         VALUE "00".
       77 FS-ACELER               PIC  X(002)         VALUE "00".
       77 FS-DEVOLUCAO            PIC  X(002)         VALUE "00".
       77 W-RUNCTL-ABERTO         PIC  X(001)         VALUE "N".

       77 W-RUN-ID-MAX            PIC  9(016)         VALUE ZEROS.
       77 W-ALIQ-PEDIDO           PIC  9(003)V9(002)  VALUE ZEROS.
       77 W-COMISSAO-PEDIDO       PIC  9(011)V9(002)  VALUE ZEROS.

      *-----------------------------------------------------------
      * COMISSAO SOBRE O RECEBIDO (SISPARAM COMISSAO-RECEBIDO-DE, NO
      * FORMATO AAAAMMDD): PEDIDOS DESSA DATA EM DIANTE NAO PAGAM
      * COMISSAO NO MES DO PEDIDO - ELA E LIBERADA A MEDIDA QUE OS
      * TITULOS DO PEDIDO SAO PAGOS E ESTORNADA SE O TITULO FOR
      * BAIXADO POR PERDA OU PASSAR DE DIAS-ESTORNO-COMISS DIAS
      * VENCIDO. ZERO (PADRAO) MANTEM A COMISSAO SOBRE O PEDIDO.
      *-----------------------------------------------------------
       77 W-DATA-INICIO-RECEBIDO  PIC  9(008)         VALUE ZEROS.
       77 W-DIAS-ESTORNO          PIC  9(005)         VALUE 90.
       77 W-DIAS-ATRASO           PIC S9(009)         VALUE ZEROS.
       77 W-PEDIDO-RECEBIDO-SW    PIC  X(001)         VALUE "N".
          88 W-PEDIDO-SOBRE-RECEBIDO VALUE "S".
       77 W-ESTORNAR-SW           PIC  X(001)         VALUE "N".
          88 W-ESTORNAR-TITULO       VALUE "S".
       77 W-COMTIT-NOVO-SW        PIC  X(001)         VALUE "N".
          88 W-COMTIT-NOVO           VALUE "S".
       77 W-LIQUIDO-LIBERADO      PIC S9(009)V9(002)  VALUE ZEROS.
       77 W-ALVO-LIBERADO         PIC  9(009)V9(002)  VALUE ZEROS.
       77 W-MOVIMENTO             PIC S9(009)V9(002)  VALUE ZEROS.
       77 W-VALOR-RETIDO          PIC  9(009)V9(002)  VALUE ZEROS.

       77 W-QTD-TITULOS-VINC      PIC  9(009)         VALUE ZEROS.
       77 W-QTD-TIT-SEM-PEDIDO    PIC  9(009)         VALUE ZEROS.
       77 W-QTD-MES-POSTERIOR     PIC  9(009)         VALUE ZEROS.
       77 W-QTD-LIBERACOES        PIC  9(009)         VALUE ZEROS.
       77 W-QTD-ESTORNOS          PIC  9(009)         VALUE ZEROS.

      *-----------------------------------------------------------
      * ACELERADORES POR ATINGIMENTO DA META (CADACELER): FAIXAS DA
      * VIGENCIA EM VIGOR NO ULTIMO DIA DA COMPETENCIA, EM ORDEM DE
      * PCT MINIMO. O FATOR DA FAIXA ALCANCADA MULTIPLICA A COMISSAO
      * DO MES DO VENDEDOR (SOBRE PEDIDO E LIBERADA); VENDEDOR SEM
      * META NO MES, OU SEM TABELA VIGENTE, FICA NA TAXA NORMAL.
      *-----------------------------------------------------------
       77 W-DATA-REF-ACELER       PIC  9(008)         VALUE ZEROS.
       77 W-VIGENCIA-ACELER       PIC  9(008)         VALUE ZEROS.
       77 W-QTD-FAIXAS            PIC  9(003) COMP    VALUE ZEROS.
       77 W-QTD-FAIXAS-DESPREZ    PIC  9(003) COMP    VALUE ZEROS.
       77 W-IDX-FAIXA             PIC  9(003) COMP    VALUE ZEROS.
       77 W-BASE-ACELERADOR       PIC  9(011)V9(002)  VALUE ZEROS.
       77 W-QTD-SEM-META          PIC  9(009)         VALUE ZEROS.
       77 W-META-ABERTO           PIC  X(001)         VALUE "N".
       77 W-ED-FAIXA              PIC  9(002)         VALUE ZEROS.
       77 W-VENDAS-LIQUIDAS       PIC S9(013)V9(002)  VALUE ZEROS.
       77 W-BASE-LIQUIDA          PIC S9(011)V9(002)  VALUE ZEROS.

      *-----------------------------------------------------------
      * DEVOLUCOES (CADDEVOLUCAO) REGISTRADAS NA COMPETENCIA: O VALOR
      * SAI DA VENDA DO VENDEDOR DO PEDIDO DE ORIGEM (E DO
      * ATINGIMENTO DA META) E A COMISSAO CORRESPONDENTE, NA
      * ALIQUOTA DO SEGMENTO, E DESCONTADA COMO O ESTORNO. PEDIDO
      * SOBRE O RECEBIDO NAO TEM COMISSAO DEVOLVIDA - ELA SO SAI DOS
      * TITULOS, QUE O FINANCEIRO AJUSTA NA DEVOLUCAO.
      *-----------------------------------------------------------
       77 W-COMISSAO-DEV          PIC  9(011)V9(002)  VALUE ZEROS.
       77 W-QTD-DEVOLUCOES-MES    PIC  9(009)         VALUE ZEROS.
       77 W-QTD-DEV-SEM-PEDIDO    PIC  9(009)         VALUE ZEROS.

       01  W-TAB-FAIXA.
           03 W-FX-ITEM OCCURS 20 TIMES.
              05 W-FX-PCT-MINIMO    PIC 9(003)V9(002).
              05 W-FX-FATOR         PIC 9(003)V9(002).

      * COMPETENCIA FECHADA PELO FAZFECHAMES (VERPERIODO) NAO E
      * RECALCULADA - O QUE FOI PAGO ESTA NO LIVRO CADFECHCOM. SO
      * DEPOIS DA REABERTURA PELO ADMINISTRADOR, NO CADPERIODO.
       01  W-PARAM-PERIODO.
           03 PPE-DATA-REF         PIC  9(008)        VALUE ZEROS.
           03 PPE-SITUACAO         PIC  X(001)        VALUE "A".
              88 PPE-FECHADO          VALUE "F".

       01  W-PARAM-SIS.
           03 SIS-NOME            PIC X(020)          VALUE SPACES.
           03 SIS-DATA-REF        PIC 9(008)          VALUE ZEROS.
              05 W-COM-QTD-PEDIDOS  PIC 9(007) COMP.
              05 W-COM-VENDAS       PIC 9(013)V9(002) COMP-3.
              05 W-COM-COMISSAO     PIC 9(011)V9(002) COMP-3.
              05 W-COM-LIBERADO     PIC 9(011)V9(002) COMP-3.
              05 W-COM-RETIDO       PIC 9(011)V9(002) COMP-3.
              05 W-COM-ESTORNADO    PIC 9(011)V9(002) COMP-3.
              05 W-COM-META         PIC 9(011)V9(002) COMP-3.
              05 W-COM-PCT-ATINGIDO PIC 9(005)V9(002) COMP-3.
              05 W-COM-FAIXA        PIC 9(003) COMP.
              05 W-COM-FATOR        PIC 9(003)V9(002) COMP-3.
              05 W-COM-AJUSTE       PIC S9(011)V9(002) COMP-3.
              05 W-COM-DEVOLVIDO    PIC 9(013)V9(002) COMP-3.
              05 W-COM-COMISSAO-DEV PIC 9(011)V9(002) COMP-3.

       77 W-IDX-VENDEDOR          PIC 9(003) COMP     VALUE ZEROS.
       77 W-PED-VENDEDOR          PIC 9(003)          VALUE ZEROS.
       77 W-QTD-SEM-VENDEDOR      PIC 9(009)          VALUE ZEROS.
       77 W-QTD-VENDEDORES        PIC 9(009)          VALUE ZEROS.
       77 W-TOTAL-COMISSAO        PIC 9(013)V9(002)   VALUE ZEROS.
       77 W-TOTAL-LIBERADO        PIC 9(013)V9(002)   VALUE ZEROS.
       77 W-TOTAL-RETIDO          PIC 9(013)V9(002)   VALUE ZEROS.
       77 W-TOTAL-ESTORNADO       PIC 9(013)V9(002)   VALUE ZEROS.
       77 W-TOTAL-AJUSTE          PIC S9(013)V9(002)  VALUE ZEROS.
       77 W-TOTAL-COMISSAO-DEV    PIC 9(013)V9(002)   VALUE ZEROS.
       77 W-A-PAGAR               PIC S9(013)V9(002)  VALUE ZEROS.
       77 W-TOTAL-A-PAGAR         PIC S9(013)V9(002)  VALUE ZEROS.

       01  WCAB.
           03 FILLER PIC X(350) VALUE "DEMONSTRATIVO DE COMISSAO;COMPETE
      -"NCIA;CODIGO VENDEDOR;NOME VENDEDOR;QTDE PEDIDOS;TOTAL VENDIDO;VE
      -"NDAS DEVOLVIDAS;META DO MES;PCT ATINGIDO;FAIXA APLICADA;FATOR DA
      -" FAIXA;COMISSAO SOBRE PEDIDO;LIBERADA SOBRE RECEBIDO;RETIDA AGUA
      -"RDANDO RECEBIMENTO;ESTORNADA;COMISSAO DEVOLVIDA;AJUSTE ACELERADO
      -"R;A PAGAR;".

       01  WDET.
           03 FILLER              PIC X(001)          VALUE ";".
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-VENDAS         PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DEVOLVIDO      PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-META           PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-PCT-ATINGIDO   PIC ZZZZ9,99        VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-FAIXA          PIC X(008)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-FATOR          PIC ZZ9,99          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-COMISSAO       PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-LIBERADO       PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-RETIDO         PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-ESTORNADO      PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-COMISSAO-DEV   PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-AJUSTE         PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-A-PAGAR        PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WRODAPE.
           03 FILLER PIC X(030) VALUE "TOTAL GERAL DE COMISSAO".
           03 FILLER              PIC X(001)          VALUE ";".
           03 WROD-COMISSAO       PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WROD-LIBERADO       PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WROD-RETIDO         PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WROD-ESTORNADO      PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WROD-COMISSAO-DEV   PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WROD-AJUSTE         PIC -ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WROD-A-PAGAR        PIC -ZZZZZZZZZZZZ9,99 VALUE ZEROS.
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

      * ALIQUOTA DO SEGMENTO DO CLIENTE E GERA O DEMONSTRATIVO POR
      * VENDEDOR (FAZCOMISS.CSV) E O RESUMO PARA A FOLHA
      * (FAZCOMISS.FOL). SUBSTITUI A PLANILHA MONTADA A MAO TODO
      * MES. COM A COMISSAO SOBRE O RECEBIDO LIGADA (SISPARAM
      * COMISSAO-RECEBIDO-DE), OS PEDIDOS A PARTIR DA DATA DE CORTE
      * SO PAGAM QUANDO OS TITULOS VINCULADOS SAO PAGOS, COM ESTORNO
      * DO JA LIBERADO EM TITULO PERDIDO OU VENCIDO ALEM DO LIMITE -
      * VER CADCOMTIT. O ATINGIMENTO DA META DO MES (CADMETA) DEFINE
      * A FAIXA DE ACELERADOR (CADACELER) QUE MULTIPLICA A COMISSAO
      * DO VENDEDOR. DEVOLUCOES E CANCELAMENTOS DO MES (CADDEVOLUCAO)
      * ABATEM A VENDA, O ATINGIMENTO E A COMISSAO A PAGAR.
      * RODAVEL PELO AGENDADOR, COMO OS DEMAIS BATCHES.
      *-----------------------------------------------------------
       000-INICIO.


           PERFORM 010-LER-PARAMETROS

           COMPUTE PPE-DATA-REF = W-ANO-MES * 100 + 1
           CALL "VERPERIODO" USING W-PARAM-PERIODO

           IF PPE-FECHADO
              DISPLAY "FAZCOMISS - COMPETENCIA " W-ANO-MES " FECHADA "
                      "PELO FAZFECHAMES - REABRIR NO CADPERIODO"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 025-CONFERIR-DEFASAGEM

           IF W-BLOQUEAR-DEFASADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT ARQ-PEDIDO

           IF FS-PEDIDO NOT EQUAL "00"
              PERFORM 050-ACHAR-ULTIMO-RUN

              PERFORM 100-ACUMULAR-PEDIDOS
              PERFORM 150-ACUMULAR-DEVOLUCOES

              IF W-DATA-INICIO-RECEBIDO GREATER ZEROS
                 PERFORM 400-PROCESSAR-RECEBIMENTOS
              END-IF

              PERFORM 500-APURAR-ACELERADORES

              PERFORM 200-GERAR-DEMONSTRATIVO
              PERFORM 300-GERAR-ARQUIVO-FOLHA
              DISPLAY "FAZCOMISS - SEM VENDEDOR: " W-QTD-SEM-VENDEDOR
              DISPLAY "FAZCOMISS - VENDEDORES COMISSIONADOS: "
                      W-QTD-VENDEDORES
              DISPLAY "FAZCOMISS - VENDEDORES SEM META NO MES: "
                      W-QTD-SEM-META
              DISPLAY "FAZCOMISS - DEVOLUCOES NO MES: "
                      W-QTD-DEVOLUCOES-MES
              DISPLAY "FAZCOMISS - DEVOLUCOES COM PEDIDO NAO "
                      "LOCALIZADO: " W-QTD-DEV-SEM-PEDIDO

              IF RETURN-CODE EQUAL ZEROS
                 AND W-QTD-DEV-SEM-PEDIDO GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF

              IF W-DATA-INICIO-RECEBIDO GREATER ZEROS
                 DISPLAY "FAZCOMISS - TITULOS VINCULADOS A PEDIDO: "
                         W-QTD-TITULOS-VINC
                 DISPLAY "FAZCOMISS - TITULOS COM PEDIDO NAO "
                         "LOCALIZADO: " W-QTD-TIT-SEM-PEDIDO
                 DISPLAY "FAZCOMISS - LIBERACOES: " W-QTD-LIBERACOES
                 DISPLAY "FAZCOMISS - ESTORNOS: " W-QTD-ESTORNOS
                 DISPLAY "FAZCOMISS - TITULOS JA MOVIMENTADOS EM "
                         "COMPETENCIA POSTERIOR: " W-QTD-MES-POSTERIOR

                 IF RETURN-CODE EQUAL ZEROS
                    AND (W-QTD-TIT-SEM-PEDIDO GREATER ZEROS
                      OR W-QTD-MES-POSTERIOR GREATER ZEROS)
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF

           IF W-QTD-DEFASAGEM GREATER ZEROS
              AND RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "FAZCOMISS - PROCESSAMENTO CONCLUIDO"
              MOVE SIS-VALOR TO W-ALIQ-SEGMENTO-C
           END-IF

           MOVE "COMISSAO-RECEBIDO-DE" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              MOVE SIS-VALOR TO W-DATA-INICIO-RECEBIDO
           END-IF

           MOVE "DIAS-ESTORNO-COMISS" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR GREATER ZEROS
              MOVE SIS-VALOR TO W-DIAS-ESTORNO
           END-IF

           IF W-DATA-INICIO-RECEBIDO GREATER ZEROS
              DISPLAY "FAZCOMISS - COMISSAO SOBRE O RECEBIDO PARA "
                      "PEDIDOS DESDE " W-DATA-INICIO-RECEBIDO
              DISPLAY "FAZCOMISS - DIAS DE ATRASO PARA ESTORNO: "
                      W-DIAS-ESTORNO
           END-IF

           DISPLAY "FAZCOMISS - ALIQUOTAS A/B/C EM USO: "
                   W-ALIQ-SEGMENTO-A " / "
                   W-ALIQ-SEGMENTO-B " / "
                   W-ALIQ-SEGMENTO-C

           PERFORM 020-CARREGAR-ACELERADORES.

      * CARREGA AS FAIXAS DA VIGENCIA EM VIGOR NO FIM DA COMPETENCIA
      * (AAAAMM31 BASTA PARA A COMPARACAO COM AS DATAS DE VIGENCIA).
      * O ARQUIVO ESTA EM ORDEM DE VIGENCIA E PCT MINIMO: CADA
      * VIGENCIA NOVA DENTRO DA DATA SUBSTITUI A TABELA CARREGADA.
       020-CARREGAR-ACELERADORES.

           COMPUTE W-DATA-REF-ACELER = W-ANO-MES * 100 + 31

           MOVE ZEROS TO W-VIGENCIA-ACELER
           MOVE ZEROS TO W-QTD-FAIXAS
           MOVE ZEROS TO W-QTD-FAIXAS-DESPREZ

           OPEN INPUT ARQ-ACELER

           IF FS-ACELER EQUAL "00"
              MOVE ZEROS TO AC-DATA-VIGENCIA
              MOVE ZEROS TO AC-PCT-MINIMO

              START ARQ-ACELER KEY IS NOT LESS AC-CHAVE-ACELER
                INVALID KEY MOVE "23" TO FS-ACELER
              END-START

              IF FS-ACELER EQUAL "00"
                 READ ARQ-ACELER NEXT
                 PERFORM 021-GUARDAR-FAIXA
                    UNTIL FS-ACELER NOT EQUAL "00"
                       OR AC-DATA-VIGENCIA GREATER W-DATA-REF-ACELER
              END-IF

              CLOSE ARQ-ACELER
           ELSE
              IF FS-ACELER EQUAL "05"
                 CLOSE ARQ-ACELER
              END-IF
           END-IF

           MOVE "00" TO FS-ACELER

           IF W-QTD-FAIXAS EQUAL ZEROS
              DISPLAY "FAZCOMISS - SEM TABELA DE ACELERADORES VIGENTE "
                      "- TAXA NORMAL PARA TODOS"
           ELSE
              DISPLAY "FAZCOMISS - ACELERADORES DA VIGENCIA "
                      W-VIGENCIA-ACELER " - FAIXAS: " W-QTD-FAIXAS
              IF W-QTD-FAIXAS-DESPREZ GREATER ZEROS
                 DISPLAY "FAZCOMISS - FAIXAS ALEM DE 20 DESPREZADAS: "
                         W-QTD-FAIXAS-DESPREZ
              END-IF
           END-IF.

       021-GUARDAR-FAIXA.

           IF AC-DATA-VIGENCIA NOT EQUAL W-VIGENCIA-ACELER
              MOVE AC-DATA-VIGENCIA TO W-VIGENCIA-ACELER
              MOVE ZEROS TO W-QTD-FAIXAS
              MOVE ZEROS TO W-QTD-FAIXAS-DESPREZ
           END-IF

           IF W-QTD-FAIXAS LESS 20
              ADD 1 TO W-QTD-FAIXAS
              MOVE AC-PCT-MINIMO TO W-FX-PCT-MINIMO (W-QTD-FAIXAS)
              MOVE AC-FATOR      TO W-FX-FATOR      (W-QTD-FAIXAS)
           ELSE
              ADD 1 TO W-QTD-FAIXAS-DESPREZ
           END-IF

           READ ARQ-ACELER NEXT.

      * ALIMENTACOES DE ENTRADA DO PROCESSAMENTO: IMPPEDIDO E, COM A
      * COMISSAO SOBRE O RECEBIDO LIGADA, IMPTITULO.
       025-CONFERIR-DEFASAGEM.
           MOVE ZEROS TO W-QTD-DEFASAGEM
           MOVE "N"   TO W-DEFASAGEM-SW

           MOVE "IMPPEDIDO" TO PDF-ALIMENTACAO
           PERFORM 026-CONFERIR-ALIMENTACAO
           IF W-DATA-INICIO-RECEBIDO GREATER ZEROS
              MOVE "IMPTITULO" TO PDF-ALIMENTACAO
              PERFORM 026-CONFERIR-ALIMENTACAO
           END-IF

           IF W-BLOQUEAR-DEFASADO
              DISPLAY "FAZCOMISS - ENTRADA DEFASADA - PROCESSAMENTO "
                      "INTERROMPIDO (BLOQUEIO-DEFASAGEM)"
           END-IF.

       026-CONFERIR-ALIMENTACAO.
           CALL "VERDEFASA" USING W-PARAM-DEFASAGEM

           IF PDF-DEFASADA
              AND W-QTD-DEFASAGEM LESS 3
              ADD 1 TO W-QTD-DEFASAGEM
              MOVE PDF-MENSAGEM TO W-DEF-MENSAGEM (W-QTD-DEFASAGEM)
              DISPLAY "FAZCOMISS - " PDF-MENSAGEM

              IF PDF-BLOQUEAR
                 MOVE "S" TO W-DEFASAGEM-SW
              END-IF
           END-IF.

      * AVISO DE DEFASAGEM NO INICIO DA SAIDA, ANTES DO CABECALHO.
       027-IMPRIMIR-DEFASAGEM.
           WRITE REG-COMISS FROM W-DEF-MENSAGEM (W-IDX-DEFASAGEM).

      * LE DO CONTROLE DE EXECUCAO (CADRUNCTL) A RODADA COMPLETA
      * MAIS RECENTE - O SALTO PELA CHAVE DO CADDISTRIB FICA COMO
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
                 PERFORM 115-APURAR-PEDIDO
                 READ ARQ-PEDIDO NEXT
           END-EVALUATE.

      * PEDIDO RECUSADO PELO ERP NAO VIROU FATURAMENTO.
       115-APURAR-PEDIDO.

           IF P-DATA-PEDIDO (1:6) EQUAL W-ANO-MES
              AND NOT P-ERP-RECUSADO
              ADD 1 TO W-QTD-PEDIDOS-MES

              PERFORM 120-RESOLVER-VENDEDOR
                                        (W-PED-VENDEDOR)
                 ADD P-VALOR-PEDIDO  TO W-COM-VENDAS
                                        (W-PED-VENDEDOR)

      * PEDIDO SOBRE O RECEBIDO ENTRA NA VENDA DO MES, MAS A
      * COMISSAO SO VEM NA LIBERACAO DOS TITULOS (400).
                 MOVE "N" TO W-PEDIDO-RECEBIDO-SW
                 IF W-DATA-INICIO-RECEBIDO GREATER ZEROS
                    AND P-DATA-PEDIDO NOT LESS W-DATA-INICIO-RECEBIDO
                    MOVE "S" TO W-PEDIDO-RECEBIDO-SW
                 END-IF

                 IF NOT W-PEDIDO-SOBRE-RECEBIDO
                    ADD W-COMISSAO-PEDIDO TO W-COM-COMISSAO
                                           (W-PED-VENDEDOR)
                 END-IF
              END-IF
           END-IF.

       120-RESOLVER-VENDEDOR.

           COMPUTE W-COMISSAO-PEDIDO ROUNDED =
                   P-VALOR-PEDIDO * W-ALIQ-PEDIDO / 100.

      * DEVOLUCOES REGISTRADAS NA COMPETENCIA - VENDEDOR E ALIQUOTA
      * SAO OS DO PEDIDO DE ORIGEM (120/130), COMO NO TITULO.
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
              ADD 1 TO W-QTD-DEVOLUCOES-MES

              MOVE DV-COD-CLIENTE TO P-COD-CLIENTE
              MOVE DV-DATA-PEDIDO TO P-DATA-PEDIDO
              MOVE DV-SEQ-PEDIDO  TO P-SEQ-PEDIDO
              READ ARQ-PEDIDO RECORD KEY IS P-CHAVE-PEDIDO
                INVALID KEY MOVE "23" TO FS-PEDIDO
              END-READ

              IF FS-PEDIDO NOT EQUAL "00"
                 ADD 1 TO W-QTD-DEV-SEM-PEDIDO
              ELSE
                 PERFORM 120-RESOLVER-VENDEDOR

                 IF W-PED-VENDEDOR GREATER ZEROS
                    AND NOT P-ERP-RECUSADO
                    ADD DV-VALOR-DEVOLVIDO TO W-COM-DEVOLVIDO
                                              (W-PED-VENDEDOR)

                    IF W-DATA-INICIO-RECEBIDO EQUAL ZEROS
                       OR P-DATA-PEDIDO LESS W-DATA-INICIO-RECEBIDO
                       PERFORM 130-CALCULAR-COMISSAO
                       COMPUTE W-COMISSAO-DEV ROUNDED =
                               DV-VALOR-DEVOLVIDO * W-ALIQ-PEDIDO / 100
                       ADD W-COMISSAO-DEV TO W-COM-COMISSAO-DEV
                                             (W-PED-VENDEDOR)
                    END-IF
                 END-IF
              END-IF

              MOVE "00" TO FS-PEDIDO
           END-IF

           READ ARQ-DEVOLUCAO NEXT.

       200-GERAR-DEMONSTRATIVO.

           OPEN OUTPUT REL-COMISS
           PERFORM 027-IMPRIMIR-DEFASAGEM
              VARYING W-IDX-DEFASAGEM FROM 1 BY 1
              UNTIL W-IDX-DEFASAGEM GREATER W-QTD-DEFASAGEM
           WRITE REG-COMISS FROM WCAB

           PERFORM 210-IMPRIMIR-VENDEDOR
              VARYING W-IDX-VENDEDOR FROM 1 BY 1
              UNTIL W-IDX-VENDEDOR GREATER 999

           MOVE W-TOTAL-COMISSAO  TO WROD-COMISSAO
           MOVE W-TOTAL-LIBERADO  TO WROD-LIBERADO
           MOVE W-TOTAL-RETIDO    TO WROD-RETIDO
           MOVE W-TOTAL-ESTORNADO TO WROD-ESTORNADO
           MOVE W-TOTAL-COMISSAO-DEV TO WROD-COMISSAO-DEV
           MOVE W-TOTAL-AJUSTE    TO WROD-AJUSTE
           MOVE W-TOTAL-A-PAGAR   TO WROD-A-PAGAR
           WRITE REG-COMISS FROM WRODAPE

           CLOSE REL-COMISS.

       210-IMPRIMIR-VENDEDOR.
           IF W-COM-QTD-PEDIDOS (W-IDX-VENDEDOR) GREATER ZEROS
              OR W-COM-LIBERADO (W-IDX-VENDEDOR) GREATER ZEROS
              OR W-COM-RETIDO (W-IDX-VENDEDOR) GREATER ZEROS
              OR W-COM-ESTORNADO (W-IDX-VENDEDOR) GREATER ZEROS
              OR W-COM-DEVOLVIDO (W-IDX-VENDEDOR) GREATER ZEROS
              MOVE W-IDX-VENDEDOR TO COD-VENDEDOR
              READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR
                INVALID KEY MOVE SPACES TO NOME-VENDEDOR
                TO WDET-QTD-PEDIDOS
              MOVE W-COM-VENDAS (W-IDX-VENDEDOR)
                TO WDET-VENDAS
              MOVE W-COM-DEVOLVIDO (W-IDX-VENDEDOR)
                TO WDET-DEVOLVIDO
              MOVE W-COM-META (W-IDX-VENDEDOR)
                TO WDET-META
              MOVE W-COM-PCT-ATINGIDO (W-IDX-VENDEDOR)
                TO WDET-PCT-ATINGIDO
              MOVE W-COM-FATOR (W-IDX-VENDEDOR)
                TO WDET-FATOR

              IF W-COM-FAIXA (W-IDX-VENDEDOR) EQUAL ZEROS
                 IF W-COM-META (W-IDX-VENDEDOR) EQUAL ZEROS
                    MOVE "SEM META" TO WDET-FAIXA
                 ELSE
                    MOVE "NORMAL"   TO WDET-FAIXA
                 END-IF
              ELSE
                 MOVE W-COM-FAIXA (W-IDX-VENDEDOR) TO W-ED-FAIXA
                 MOVE SPACES TO WDET-FAIXA
                 STRING "FAIXA " W-ED-FAIXA DELIMITED BY SIZE
                   INTO WDET-FAIXA
              END-IF
              MOVE W-COM-COMISSAO (W-IDX-VENDEDOR)
                TO WDET-COMISSAO
              MOVE W-COM-LIBERADO (W-IDX-VENDEDOR)
                TO WDET-LIBERADO
              MOVE W-COM-RETIDO (W-IDX-VENDEDOR)
                TO WDET-RETIDO
              MOVE W-COM-ESTORNADO (W-IDX-VENDEDOR)
                TO WDET-ESTORNADO
              MOVE W-COM-COMISSAO-DEV (W-IDX-VENDEDOR)
                TO WDET-COMISSAO-DEV
              MOVE W-COM-AJUSTE (W-IDX-VENDEDOR)
                TO WDET-AJUSTE

              COMPUTE W-A-PAGAR = W-COM-COMISSAO (W-IDX-VENDEDOR)
                                + W-COM-LIBERADO (W-IDX-VENDEDOR)
                                + W-COM-AJUSTE (W-IDX-VENDEDOR)
                                - W-COM-ESTORNADO (W-IDX-VENDEDOR)
                                - W-COM-COMISSAO-DEV (W-IDX-VENDEDOR)
              MOVE W-A-PAGAR TO WDET-A-PAGAR

              WRITE REG-COMISS FROM WDET

              ADD 1 TO W-QTD-VENDEDORES
              ADD W-COM-COMISSAO (W-IDX-VENDEDOR)
                TO W-TOTAL-COMISSAO
              ADD W-COM-LIBERADO (W-IDX-VENDEDOR)
                TO W-TOTAL-LIBERADO
              ADD W-COM-RETIDO (W-IDX-VENDEDOR)
                TO W-TOTAL-RETIDO
              ADD W-COM-ESTORNADO (W-IDX-VENDEDOR)
                TO W-TOTAL-ESTORNADO
              ADD W-COM-AJUSTE (W-IDX-VENDEDOR)
                TO W-TOTAL-AJUSTE
              ADD W-COM-COMISSAO-DEV (W-IDX-VENDEDOR)
                TO W-TOTAL-COMISSAO-DEV
              ADD W-A-PAGAR TO W-TOTAL-A-PAGAR
           END-IF.

       300-GERAR-ARQUIVO-FOLHA.
           INITIALIZE REG-FOLHA-TRL
           MOVE "T"               TO TRL-TIPO-REG
           MOVE W-QTD-VENDEDORES  TO TRL-QTD-REGISTROS
           COMPUTE TRL-TOTAL-COMISSAO = W-TOTAL-COMISSAO
                                      + W-TOTAL-LIBERADO
                                      + W-TOTAL-AJUSTE
           COMPUTE TRL-TOTAL-ESTORNADO = W-TOTAL-ESTORNADO
                                       + W-TOTAL-COMISSAO-DEV
           WRITE REG-FOLHA

           CLOSE EXP-FOLHA.

       310-GRAVAR-FOLHA-VENDEDOR.
           IF W-COM-QTD-PEDIDOS (W-IDX-VENDEDOR) GREATER ZEROS
              OR W-COM-LIBERADO (W-IDX-VENDEDOR) GREATER ZEROS
              OR W-COM-RETIDO (W-IDX-VENDEDOR) GREATER ZEROS
              OR W-COM-ESTORNADO (W-IDX-VENDEDOR) GREATER ZEROS
              OR W-COM-DEVOLVIDO (W-IDX-VENDEDOR) GREATER ZEROS
              INITIALIZE REG-FOLHA
              MOVE "D"            TO FOL-TIPO-REG
              MOVE W-IDX-VENDEDOR TO FOL-COD-VENDEDOR
              MOVE W-ANO-MES      TO FOL-ANO-MES
              COMPUTE W-VENDAS-LIQUIDAS =
                      W-COM-VENDAS (W-IDX-VENDEDOR)
                    - W-COM-DEVOLVIDO (W-IDX-VENDEDOR)
              IF W-VENDAS-LIQUIDAS LESS ZEROS
                 MOVE ZEROS TO W-VENDAS-LIQUIDAS
              END-IF
              MOVE W-VENDAS-LIQUIDAS TO FOL-TOTAL-VENDAS
              COMPUTE FOL-TOTAL-COMISSAO =
                      W-COM-COMISSAO (W-IDX-VENDEDOR)
                    + W-COM-LIBERADO (W-IDX-VENDEDOR)
                    + W-COM-AJUSTE (W-IDX-VENDEDOR)
              MOVE W-COM-LIBERADO (W-IDX-VENDEDOR)
                TO FOL-VALOR-LIBERADO
              MOVE W-COM-RETIDO (W-IDX-VENDEDOR)
                TO FOL-VALOR-RETIDO
              COMPUTE FOL-VALOR-ESTORNADO =
                      W-COM-ESTORNADO (W-IDX-VENDEDOR)
                    + W-COM-COMISSAO-DEV (W-IDX-VENDEDOR)
              MOVE W-COM-PCT-ATINGIDO (W-IDX-VENDEDOR)
                TO FOL-PCT-ATINGIDO
              MOVE W-COM-FATOR (W-IDX-VENDEDOR)
                TO FOL-FATOR-FAIXA
              WRITE REG-FOLHA
           END-IF.

      *-----------------------------------------------------------
      * COMISSAO SOBRE O RECEBIDO: VARRE OS TITULOS VINCULADOS A
      * PEDIDOS DESDE A DATA DE CORTE E ACERTA A CONTA CORRENTE DE
      * CADA UM (ARQ-COMTIT). O LIBERADO ACOMPANHA O VALOR PAGO DO
      * TITULO (PAGAMENTO PARCIAL LIBERA A PARTE PROPORCIONAL); O
      * TITULO BAIXADO POR PERDA OU VENCIDO HA MAIS DE
      * DIAS-ESTORNO-COMISS DIAS ESTORNA O QUE JA FOI LIBERADO E
      * VOLTA A LIBERAR SE FOR PAGO DEPOIS. O MOVIMENTO DA MESMA
      * COMPETENCIA E DESFEITO ANTES DO RECALCULO, ENTAO A RODADA
      * PODE SER REPETIDA.
      *-----------------------------------------------------------
       400-PROCESSAR-RECEBIMENTOS.

           OPEN INPUT ARQ-TITULO

           IF FS-TITULO NOT EQUAL "00"
              DISPLAY "FAZCOMISS - NENHUM TITULO CARREGADO - NADA A "
                      "LIBERAR"
              IF FS-TITULO EQUAL "05"
                 CLOSE ARQ-TITULO
              END-IF
              MOVE "00" TO FS-TITULO
           ELSE
              OPEN I-O ARQ-COMTIT

              MOVE ZEROS TO TIT-COD-CLIENTE
              MOVE ZEROS TO TIT-NUM-TITULO

              START ARQ-TITULO KEY IS NOT LESS TIT-CHAVE-TITULO
                INVALID KEY MOVE "23" TO FS-TITULO
              END-START

              IF FS-TITULO EQUAL "00"
                 READ ARQ-TITULO NEXT
                 PERFORM 410-PROCESSAR-TITULO
                    UNTIL FS-TITULO NOT EQUAL "00"
              END-IF

              CLOSE ARQ-COMTIT
              CLOSE ARQ-TITULO
           END-IF.

       410-PROCESSAR-TITULO.

           IF TIT-DATA-PEDIDO GREATER ZEROS
              AND TIT-DATA-PEDIDO NOT LESS W-DATA-INICIO-RECEBIDO
              ADD 1 TO W-QTD-TITULOS-VINC

              PERFORM 420-LER-CONTA-TITULO

              IF FS-COMTIT EQUAL "00"
                 IF CT-ANO-MES-MOV GREATER W-ANO-MES
                    ADD 1 TO W-QTD-MES-POSTERIOR
                 ELSE
                    PERFORM 430-ACERTAR-CONTA-TITULO
                 END-IF
              END-IF

              MOVE "00" TO FS-COMTIT
           END-IF

           READ ARQ-TITULO NEXT.

      * TITULO AINDA SEM CONTA CORRENTE: A ALIQUOTA E O VENDEDOR SAO
      * OS DO PEDIDO DE ORIGEM, COMO NA COMISSAO SOBRE O PEDIDO.
       420-LER-CONTA-TITULO.

           MOVE "N" TO W-COMTIT-NOVO-SW

           MOVE TIT-COD-CLIENTE TO CT-COD-CLIENTE
           MOVE TIT-NUM-TITULO  TO CT-NUM-TITULO
           READ ARQ-COMTIT RECORD KEY IS CT-CHAVE-COMTIT
             INVALID KEY MOVE "23" TO FS-COMTIT
           END-READ

           IF FS-COMTIT NOT EQUAL "00"
              MOVE TIT-COD-CLIENTE TO P-COD-CLIENTE
              MOVE TIT-DATA-PEDIDO TO P-DATA-PEDIDO
              MOVE TIT-SEQ-PEDIDO  TO P-SEQ-PEDIDO
              READ ARQ-PEDIDO RECORD KEY IS P-CHAVE-PEDIDO
                INVALID KEY MOVE "23" TO FS-PEDIDO
              END-READ

              IF FS-PEDIDO NOT EQUAL "00"
                 ADD 1 TO W-QTD-TIT-SEM-PEDIDO
                 MOVE "00" TO FS-PEDIDO
              ELSE
                 PERFORM 120-RESOLVER-VENDEDOR
                 PERFORM 130-CALCULAR-COMISSAO

                 INITIALIZE ARQ-COMTIT-REG
                 MOVE TIT-COD-CLIENTE TO CT-COD-CLIENTE
                 MOVE TIT-NUM-TITULO  TO CT-NUM-TITULO
                 MOVE TIT-DATA-PEDIDO TO CT-DATA-PEDIDO
                 MOVE TIT-SEQ-PEDIDO  TO CT-SEQ-PEDIDO
                 MOVE W-PED-VENDEDOR  TO CT-COD-VENDEDOR
                 MOVE W-ALIQ-PEDIDO   TO CT-ALIQUOTA
                 COMPUTE CT-VALOR-COMISSAO ROUNDED =
                         TIT-VALOR * W-ALIQ-PEDIDO / 100

                 MOVE "S"  TO W-COMTIT-NOVO-SW
                 MOVE "00" TO FS-COMTIT
              END-IF
           END-IF.

       430-ACERTAR-CONTA-TITULO.

           IF CT-ANO-MES-MOV EQUAL W-ANO-MES
              SUBTRACT CT-LIBERADO-MES  FROM CT-VALOR-LIBERADO
              SUBTRACT CT-ESTORNADO-MES FROM CT-VALOR-ESTORNADO
           END-IF

           MOVE W-ANO-MES TO CT-ANO-MES-MOV
           MOVE ZEROS     TO CT-LIBERADO-MES
           MOVE ZEROS     TO CT-ESTORNADO-MES
           MOVE ZEROS     TO W-VALOR-RETIDO

           COMPUTE W-LIQUIDO-LIBERADO = CT-VALOR-LIBERADO
                                      - CT-VALOR-ESTORNADO

           MOVE "N" TO W-ESTORNAR-SW
           IF TITULO-BAIXADO-PERDA
              MOVE "S" TO W-ESTORNAR-SW
           ELSE
              IF TITULO-ABERTO
                 COMPUTE W-DIAS-ATRASO =
                         FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
                       - FUNCTION INTEGER-OF-DATE(TIT-DATA-VENCIMENTO)
                 IF W-DIAS-ATRASO GREATER W-DIAS-ESTORNO
                    MOVE "S" TO W-ESTORNAR-SW
                 END-IF
              END-IF
           END-IF

           IF W-ESTORNAR-TITULO
              IF W-LIQUIDO-LIBERADO GREATER ZEROS
                 MOVE W-LIQUIDO-LIBERADO TO CT-ESTORNADO-MES
                 ADD  W-LIQUIDO-LIBERADO TO CT-VALOR-ESTORNADO
                 ADD 1 TO W-QTD-ESTORNOS
              END-IF
           ELSE
              IF TITULO-PAGO
                 OR TIT-VALOR-PAGO NOT LESS TIT-VALOR
                 MOVE CT-VALOR-COMISSAO TO W-ALVO-LIBERADO
              ELSE
                 COMPUTE W-ALVO-LIBERADO ROUNDED =
                         CT-VALOR-COMISSAO * TIT-VALOR-PAGO / TIT-VALOR
              END-IF

              COMPUTE W-MOVIMENTO = W-ALVO-LIBERADO
                                  - W-LIQUIDO-LIBERADO
              IF W-MOVIMENTO GREATER ZEROS
                 MOVE W-MOVIMENTO TO CT-LIBERADO-MES
                 ADD  W-MOVIMENTO TO CT-VALOR-LIBERADO
                 ADD 1 TO W-QTD-LIBERACOES
              END-IF

              COMPUTE W-VALOR-RETIDO = CT-VALOR-COMISSAO
                                     - CT-VALOR-LIBERADO
                                     + CT-VALOR-ESTORNADO
           END-IF

           IF W-COMTIT-NOVO
              WRITE ARQ-COMTIT-REG
                INVALID KEY MOVE "22" TO FS-COMTIT
              END-WRITE
           ELSE
              REWRITE ARQ-COMTIT-REG
                INVALID KEY MOVE "23" TO FS-COMTIT
              END-REWRITE
           END-IF

           IF FS-COMTIT NOT EQUAL "00"
              DISPLAY "FAZCOMISS - ERRO AO GRAVAR COMISSAO DO TITULO "
                      CT-COD-CLIENTE "/" CT-NUM-TITULO
                      " - FS=" FS-COMTIT
              MOVE 8 TO RETURN-CODE
           ELSE
              IF CT-COD-VENDEDOR GREATER ZEROS
                 ADD CT-LIBERADO-MES  TO W-COM-LIBERADO
                                         (CT-COD-VENDEDOR)
                 ADD CT-ESTORNADO-MES TO W-COM-ESTORNADO
                                         (CT-COD-VENDEDOR)
                 ADD W-VALOR-RETIDO   TO W-COM-RETIDO
                                         (CT-COD-VENDEDOR)
              END-IF
           END-IF.

      *-----------------------------------------------------------
      * ACELERADORES: PARA CADA VENDEDOR COM MOVIMENTO NO MES, O
      * ATINGIMENTO E A VENDA DO MES (SOBRE PEDIDO OU SOBRE O
      * RECEBIDO, TANTO FAZ) CONTRA A META DO CADMETA. A FAIXA E A
      * DE MAIOR PCT MINIMO QUE O ATINGIMENTO ALCANCA; O AJUSTE E A
      * DIFERENCA ENTRE A COMISSAO DO MES (SOBRE PEDIDO + LIBERADA)
      * COM O FATOR DA FAIXA E SEM ELE. O ESTORNO NAO E ACELERADO -
      * DEVOLVE O VALOR NOMINAL JA LIBERADO. AS DEVOLUCOES DO MES
      * SAEM DA VENDA DO ATINGIMENTO E A COMISSAO DEVOLVIDA SAI DA
      * BASE DO ACELERADOR.
      *-----------------------------------------------------------
       500-APURAR-ACELERADORES.

           MOVE "N" TO W-META-ABERTO

           OPEN INPUT ARQ-META
           IF FS-META EQUAL "00" OR FS-META EQUAL "05"
              MOVE "S" TO W-META-ABERTO
           END-IF

           PERFORM 510-APURAR-VENDEDOR
              VARYING W-IDX-VENDEDOR FROM 1 BY 1
              UNTIL W-IDX-VENDEDOR GREATER 999

           IF W-META-ABERTO EQUAL "S"
              CLOSE ARQ-META
           END-IF

           MOVE "00" TO FS-META.

       510-APURAR-VENDEDOR.

           MOVE 100 TO W-COM-FATOR (W-IDX-VENDEDOR)

           IF W-COM-QTD-PEDIDOS (W-IDX-VENDEDOR) GREATER ZEROS
              OR W-COM-LIBERADO (W-IDX-VENDEDOR) GREATER ZEROS
              OR W-COM-RETIDO (W-IDX-VENDEDOR) GREATER ZEROS
              OR W-COM-ESTORNADO (W-IDX-VENDEDOR) GREATER ZEROS
              OR W-COM-DEVOLVIDO (W-IDX-VENDEDOR) GREATER ZEROS
              MOVE W-IDX-VENDEDOR TO M-COD-VENDEDOR
              MOVE W-ANO-MES      TO M-ANO-MES
              READ ARQ-META RECORD KEY IS M-CHAVE-META
                INVALID KEY MOVE "23" TO FS-META
              END-READ

              IF FS-META EQUAL "00"
                 AND M-VALOR-META GREATER ZEROS
                 MOVE M-VALOR-META TO W-COM-META (W-IDX-VENDEDOR)

                 COMPUTE W-VENDAS-LIQUIDAS =
                         W-COM-VENDAS (W-IDX-VENDEDOR)
                       - W-COM-DEVOLVIDO (W-IDX-VENDEDOR)
                 IF W-VENDAS-LIQUIDAS LESS ZEROS
                    MOVE ZEROS TO W-VENDAS-LIQUIDAS
                 END-IF

                 COMPUTE W-COM-PCT-ATINGIDO (W-IDX-VENDEDOR) ROUNDED =
                         W-VENDAS-LIQUIDAS * 100
                       / M-VALOR-META
                   ON SIZE ERROR
                      MOVE 99999,99
                        TO W-COM-PCT-ATINGIDO (W-IDX-VENDEDOR)
                 END-COMPUTE

                 PERFORM 520-ESCOLHER-FAIXA
                    VARYING W-IDX-FAIXA FROM 1 BY 1
                    UNTIL W-IDX-FAIXA GREATER W-QTD-FAIXAS

                 COMPUTE W-BASE-LIQUIDA =
                         W-COM-COMISSAO (W-IDX-VENDEDOR)
                       + W-COM-LIBERADO (W-IDX-VENDEDOR)
                       - W-COM-COMISSAO-DEV (W-IDX-VENDEDOR)
                 IF W-BASE-LIQUIDA LESS ZEROS
                    MOVE ZEROS TO W-BASE-ACELERADOR
                 ELSE
                    MOVE W-BASE-LIQUIDA TO W-BASE-ACELERADOR
                 END-IF
                 COMPUTE W-COM-AJUSTE (W-IDX-VENDEDOR) ROUNDED =
                         W-BASE-ACELERADOR
                       * (W-COM-FATOR (W-IDX-VENDEDOR) - 100) / 100
              ELSE
                 ADD 1 TO W-QTD-SEM-META
              END-IF

              MOVE "00" TO FS-META
           END-IF.

       520-ESCOLHER-FAIXA.
           IF W-COM-PCT-ATINGIDO (W-IDX-VENDEDOR)
              NOT LESS W-FX-PCT-MINIMO (W-IDX-FAIXA)
              MOVE W-IDX-FAIXA TO W-COM-FAIXA (W-IDX-VENDEDOR)
              MOVE W-FX-FATOR (W-IDX-FAIXA)
                TO W-COM-FATOR (W-IDX-VENDEDOR)
           END-IF.

       END PROGRAM FAZCOMISS.
