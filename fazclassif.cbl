       PROGRAM-ID.   FAZCLASSIF.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CLIENTE.

           SELECT OPTIONAL ARQ-PEDIDO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-CHAVE-PEDIDO
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDIDO.

      * DEVOLUCOES E CANCELAMENTOS - ABATEM O VALOR DOS PEDIDOS DA
      * JANELA; O PEDIDO CANCELADO NAO CONTA NA CADENCIA.
           SELECT OPTIONAL ARQ-DEVOLUCAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DV-CHAVE-DEVOLUCAO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-DEVOLUCAO.

      * RESUMOS ANUAIS DO FECHAMENTO DE EXERCICIO (FAZFECHAANO) - A
      * PARTE DA JANELA QUE CAI EM ANO JA ARQUIVADO VEM DAQUI.
           SELECT OPTIONAL ARQ-RESUMO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RES-CHAVE-RESUMO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-RESUMO.

           SELECT OPTIONAL ARQ-CLASSIF ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CL-COD-CLIENTE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CLASSIF.

           SELECT ARQ-TEMP      ASSIGN TO "FAZCLASSIF.TMP"
                  FILE STATUS   IS FS-TEMP.

           SELECT REL-CLASSIF ASSIGN TO "FAZCLASSIF.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLIENTE'.

       COPY "CADCLIENTE.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPEDIDO'.

       COPY "CADPEDIDO.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADDEVOLUCAO'.

       COPY "CADDEVOLUCAO.CPY".

       FD  ARQ-RESUMO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADRESUMO'.

       COPY "CADRESUMO.CPY".

       FD  ARQ-CLASSIF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLASSIF'.

       COPY "CADCLASSIF.CPY".

       SD  ARQ-TEMP.
       01  REG-TEMP.
           03 TMP-VALOR-12M            PIC S9(013)V9(002).
           03 TMP-COD-CLIENTE          PIC  9(007).
           03 TMP-RAZAO-SOCIAL         PIC  X(040).
           03 TMP-REGIAO               PIC  X(003).
           03 TMP-SEGMENTO             PIC  X(001).
           03 TMP-FREQ                 PIC  X(001).
           03 TMP-QTD-PEDIDOS          PIC  9(007).

       FD  REL-CLASSIF.
       01  REG-CLASSIF PIC X(200).

       WORKING-STORAGE SECTION.

       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-PEDIDO               PIC  X(002)         VALUE "00".
       77 FS-DEVOLUCAO            PIC  X(002)         VALUE "00".
       77 FS-RESUMO               PIC  X(002)         VALUE "00".
       77 FS-CLASSIF              PIC  X(002)         VALUE "00".
       77 FS-TEMP                 PIC  X(002)         VALUE "00".

       77 W-PEDIDO-DISPONIVEL     PIC  X(001)         VALUE "N".
          88 W-TEM-ARQ-PEDIDO        VALUE "S".
       77 W-DEVOLUCAO-DISPONIVEL  PIC  X(001)         VALUE "N".
          88 W-TEM-ARQ-DEVOLUCAO     VALUE "S".
       77 W-RESUMO-DISPONIVEL     PIC  X(001)         VALUE "N".
          88 W-TEM-ARQ-RESUMO        VALUE "S".

       77 W-DATA-HOJE             PIC  9(008)         VALUE ZEROS.
       77 W-INT-HOJE              PIC  9(009)         VALUE ZEROS.

      *-----------------------------------------------------------
      * JANELA DE 12 MESES: DE HOJE MENOS 365 DIAS ATE HOJE. QUANDO
      * O ANO DO INICIO DA JANELA JA FOI FECHADO PELO FAZFECHAANO, O
      * RESUMO DAQUELE ANO ENTRA PROPORCIONAL AOS DIAS DELE QUE CAEM
      * NA JANELA E O DETALHE DO CADPEDIDO E LIDO A PARTIR DE 1O DE
      * JANEIRO DO ANO SEGUINTE.
      *-----------------------------------------------------------
       01  W-DATA-CORTE-GRUPO.
           03 W-ANO-CORTE         PIC 9(004)          VALUE ZEROS.
           03 W-MMDD-CORTE        PIC 9(004)          VALUE ZEROS.
       01  W-DATA-CORTE REDEFINES W-DATA-CORTE-GRUPO  PIC 9(008).

       77 W-INT-CORTE             PIC  9(009)         VALUE ZEROS.
       77 W-DATA-FIM-ANO-CORTE    PIC  9(008)         VALUE ZEROS.
       77 W-DATA-ANO-SEGUINTE     PIC  9(008)         VALUE ZEROS.
       77 W-DIAS-ANO-CORTE        PIC  9(003)         VALUE ZEROS.
       77 W-DIAS-JANELA-RESUMO    PIC  9(003)         VALUE ZEROS.
       77 W-DATA-INICIO-DETALHE   PIC  9(008)         VALUE ZEROS.

      * CLIENTE CADASTRADO HA MENOS DE W-DIAS-CARENCIA DIAS AINDA NAO
      * TEM HISTORICO PARA SER RECLASSIFICADO.
       77 W-DIAS-CARENCIA         PIC  9(003)         VALUE 90.
       77 W-DATA-CARENCIA         PIC  9(008)         VALUE ZEROS.

      *-----------------------------------------------------------
      * LIMITES DA CLASSIFICACAO (AJUSTAVEIS PELO CADPARAM):
      * SEGMENTO PELA CURVA ABC DO VALOR LIQUIDO DOS 12 MESES - O
      * CLIENTE CUJO ACUMULADO ANTERIOR FICA ABAIXO DE CLASSIF-PCT-A
      * E "A", ABAIXO DE CLASSIF-PCT-B E "B", O RESTO E "C".
      * FREQUENCIA PELO INTERVALO MEDIO ENTRE PEDIDOS - ATE
      * CLASSIF-DIAS-SEMANA DIAS E SEMANAL, ATE
      * CLASSIF-DIAS-QUINZE E QUINZENAL, ACIMA DISSO MENSAL.
      *-----------------------------------------------------------
       77 W-PCT-CURVA-A           PIC  9(003)         VALUE 80.
       77 W-PCT-CURVA-B           PIC  9(003)         VALUE 95.
       77 W-DIAS-SEMANAL          PIC  9(003)         VALUE 10.
       77 W-DIAS-QUINZENAL        PIC  9(003)         VALUE 21.

       01  W-PARAM-SIS.
           03 SIS-NOME            PIC X(020)          VALUE SPACES.
           03 SIS-DATA-REF        PIC 9(008)          VALUE ZEROS.
           03 SIS-VALOR           PIC 9(011)V9(002)   VALUE ZEROS.
           03 SIS-ACHOU           PIC X(001)          VALUE "N".

       77 W-VALOR-12M             PIC S9(013)V9(002)  VALUE ZEROS.
       77 W-QTD-PEDIDOS-12M       PIC S9(007)         VALUE ZEROS.
       77 W-TOTAL-GERAL           PIC S9(015)V9(002)  VALUE ZEROS.
       77 W-ACUMULADO             PIC S9(015)V9(002)  VALUE ZEROS.
       77 W-PCT-ACUMULADO         PIC  9(003)         VALUE ZEROS.
       77 W-INTERVALO-MEDIO       PIC  9(003)         VALUE ZEROS.

       77 W-SEGMENTO-ATUAL        PIC  X(001)         VALUE SPACES.
       77 W-FREQ-ATUAL            PIC  X(001)         VALUE SPACES.
       77 W-SEGMENTO-PROPOSTO     PIC  X(001)         VALUE SPACES.
       77 W-FREQ-PROPOSTA         PIC  X(001)         VALUE SPACES.

       77 W-PROPOSTA-EXISTE-SW    PIC  X(001)         VALUE "N".
          88 W-PROPOSTA-EXISTE       VALUE "S".

       77 W-QTD-AVALIADOS         PIC  9(009)         VALUE ZEROS.
       77 W-QTD-PROPOSTAS         PIC  9(009)         VALUE ZEROS.
       77 W-QTD-MANTIDAS          PIC  9(009)         VALUE ZEROS.
       77 W-QTD-RECUSA-MANTIDA    PIC  9(009)         VALUE ZEROS.
       77 W-QTD-REMOVIDAS         PIC  9(009)         VALUE ZEROS.

       01  W-MOTIVO.
           03 FILLER              PIC X(011)          VALUE
              "CURVA ABC: ".
           03 W-MOT-PCT           PIC 9(003)          VALUE ZEROS.
           03 FILLER              PIC X(003)          VALUE "%; ".
           03 W-MOT-QTD           PIC 9(004)          VALUE ZEROS.
           03 FILLER              PIC X(020)          VALUE
              " PEDIDOS EM 12 MESES".
           03 FILLER              PIC X(010)          VALUE
              ", 1 A CADA".
           03 FILLER              PIC X(001)          VALUE SPACE.
           03 W-MOT-INTERVALO     PIC 9(003)          VALUE ZEROS.
           03 FILLER              PIC X(005)          VALUE " DIAS".

       01  WCAB.
           03 FILLER PIC X(200) VALUE "CODIGO CLIENTE;RAZAO SOCIAL;REG
      -"IAO;SEGMENTO ATUAL;SEGMENTO PROPOSTO;FREQUENCIA ATUAL;FREQUENC
      -"IA PROPOSTA;VALOR 12 MESES;PEDIDOS 12 MESES;INTERVALO MEDIO;CU
      -"RVA ABC %;".

       01  WDET.
           03 WDET-COD-CLIENTE    PIC 9(007)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-RAZAO-SOCIAL   PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-REGIAO         PIC X(003)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-SEG-ATUAL      PIC X(001)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-SEG-PROPOSTO   PIC X(001)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-FREQ-ATUAL     PIC X(001)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-FREQ-PROPOSTA  PIC X(001)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-VALOR-12M      PIC -ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-QTD-PEDIDOS    PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-INTERVALO      PIC ZZ9             VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-PCT-CURVA      PIC ZZ9             VALUE ZEROS.
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
      * REVISAO DA CLASSIFICACAO DE CLIENTES: APURA O VALOR LIQUIDO
      * DE DEVOLUCOES E A QUANTIDADE DE PEDIDOS DOS ULTIMOS 12 MESES
      * DE CADA CLIENTE ATIVO (CADRESUMO PARA O ANO JA FECHADO,
      * CADPEDIDO PARA O RESTO), ORDENA OS CLIENTES PELO VALOR PARA
      * MONTAR A CURVA ABC E PROPOE O SEGMENTO PELA CURVA E A
      * FREQUENCIA DE VISITA PELA CADENCIA DE PEDIDOS. A PROPOSTA
      * QUE DIFERE DO CADASTRO VAI PARA A FILA ARQ-CLASSIF COM O
      * MOTIVO, PARA ACEITE OU RECUSA NA TELA CADCLASSIF - O
      * CADASTRO NAO E ALTERADO AQUI. A LISTA DAS PROPOSTAS SAI NO
      * FAZCLASSIF.CSV. RODAVEL PELO AGENDADOR, COMO OS DEMAIS
      * BATCHES.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "FAZCLASSIF - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           PERFORM 010-LER-PARAMETROS

           OPEN INPUT ARQ-CLIENTE

           IF FS-CLIENTE NOT EQUAL "00"
              DISPLAY "FAZCLASSIF - CADASTRO DE CLIENTES INDISPONIVEL"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 020-ABRIR-MOVIMENTO

              OPEN I-O ARQ-CLASSIF

              OPEN OUTPUT REL-CLASSIF
              WRITE REG-CLASSIF FROM WCAB

              SORT ARQ-TEMP
                   ON DESCENDING KEY TMP-VALOR-12M
                   ON ASCENDING  KEY TMP-COD-CLIENTE
                   INPUT  PROCEDURE IS 100-APURAR-CLIENTES
                   OUTPUT PROCEDURE IS 200-PROPOR-CLASSIFICACAO

              CLOSE REL-CLASSIF
              CLOSE ARQ-CLASSIF
              CLOSE ARQ-CLIENTE

              IF W-TEM-ARQ-PEDIDO
                 CLOSE ARQ-PEDIDO
              END-IF
              IF W-TEM-ARQ-DEVOLUCAO
                 CLOSE ARQ-DEVOLUCAO
              END-IF
              IF W-TEM-ARQ-RESUMO
                 CLOSE ARQ-RESUMO
              END-IF

              MOVE "FAZCLASSIF"     TO CTR-PROGRAMA
              MOVE "FAZCLASSIF.CSV" TO CTR-ARQUIVO
              CALL "CATRELAT" USING W-PARAM-CATALOGO

              DISPLAY "FAZCLASSIF - CLIENTES AVALIADOS: "
                      W-QTD-AVALIADOS
              DISPLAY "FAZCLASSIF - PROPOSTAS GRAVADAS: "
                      W-QTD-PROPOSTAS
              DISPLAY "FAZCLASSIF - RECUSAS ANTERIORES MANTIDAS: "
                      W-QTD-RECUSA-MANTIDA
              DISPLAY "FAZCLASSIF - CLIENTES SEM ALTERACAO: "
                      W-QTD-MANTIDAS
              DISPLAY "FAZCLASSIF - PROPOSTAS PENDENTES REMOVIDAS: "
                      W-QTD-REMOVIDAS
           END-IF

           DISPLAY "FAZCLASSIF - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       010-LER-PARAMETROS.

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-DATA-HOJE TO SIS-DATA-REF

           MOVE "CLASSIF-PCT-A" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR GREATER ZEROS
              AND SIS-VALOR NOT GREATER 100
              MOVE SIS-VALOR TO W-PCT-CURVA-A
           END-IF

           MOVE "CLASSIF-PCT-B" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR GREATER ZEROS
              AND SIS-VALOR NOT GREATER 100
              MOVE SIS-VALOR TO W-PCT-CURVA-B
           END-IF

           IF W-PCT-CURVA-B LESS W-PCT-CURVA-A
              MOVE W-PCT-CURVA-A TO W-PCT-CURVA-B
           END-IF

           MOVE "CLASSIF-DIAS-SEMANA" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR GREATER ZEROS
              MOVE SIS-VALOR TO W-DIAS-SEMANAL
           END-IF

           MOVE "CLASSIF-DIAS-QUINZE" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR GREATER ZEROS
              MOVE SIS-VALOR TO W-DIAS-QUINZENAL
           END-IF

           IF W-DIAS-QUINZENAL LESS W-DIAS-SEMANAL
              MOVE W-DIAS-SEMANAL TO W-DIAS-QUINZENAL
           END-IF

           COMPUTE W-INT-HOJE = FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)

           COMPUTE W-INT-CORTE = W-INT-HOJE - 365
           COMPUTE W-DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER(W-INT-CORTE)

           COMPUTE W-DATA-CARENCIA =
                   FUNCTION DATE-OF-INTEGER(W-INT-HOJE
                                            - W-DIAS-CARENCIA)

      * DIAS DO ANO DO CORTE QUE CAEM NA JANELA, PARA PROPORCIONAR O
      * RESUMO ANUAL QUANDO AQUELE ANO JA ESTIVER FECHADO.
           COMPUTE W-DATA-FIM-ANO-CORTE = W-ANO-CORTE * 10000 + 1231
           COMPUTE W-DATA-ANO-SEGUINTE =
                   (W-ANO-CORTE + 1) * 10000 + 0101

           COMPUTE W-DIAS-JANELA-RESUMO =
                   FUNCTION INTEGER-OF-DATE(W-DATA-FIM-ANO-CORTE)
                   - W-INT-CORTE + 1
           COMPUTE W-DIAS-ANO-CORTE =
                   FUNCTION INTEGER-OF-DATE(W-DATA-FIM-ANO-CORTE)
                   - FUNCTION INTEGER-OF-DATE(W-ANO-CORTE * 10000
                                              + 0101) + 1

           DISPLAY "FAZCLASSIF - JANELA DE " W-DATA-CORTE
                   " A " W-DATA-HOJE
           DISPLAY "FAZCLASSIF - CURVA ABC A/B: " W-PCT-CURVA-A
                   "% / " W-PCT-CURVA-B "%"
           DISPLAY "FAZCLASSIF - DIAS SEMANAL/QUINZENAL: "
                   W-DIAS-SEMANAL " / " W-DIAS-QUINZENAL.

      * PEDIDOS, DEVOLUCOES E RESUMOS SAO OPCIONAIS - SEM ELES O
      * CLIENTE FICA COM VALOR E PEDIDOS ZERADOS NA JANELA.
       020-ABRIR-MOVIMENTO.

           MOVE "N" TO W-PEDIDO-DISPONIVEL
           OPEN INPUT ARQ-PEDIDO
           IF FS-PEDIDO EQUAL "00"
              MOVE "S" TO W-PEDIDO-DISPONIVEL
           ELSE
              IF FS-PEDIDO EQUAL "05"
                 CLOSE ARQ-PEDIDO
              END-IF
              MOVE "00" TO FS-PEDIDO
           END-IF

           MOVE "N" TO W-DEVOLUCAO-DISPONIVEL
           OPEN INPUT ARQ-DEVOLUCAO
           IF FS-DEVOLUCAO EQUAL "00"
              MOVE "S" TO W-DEVOLUCAO-DISPONIVEL
           ELSE
              IF FS-DEVOLUCAO EQUAL "05"
                 CLOSE ARQ-DEVOLUCAO
              END-IF
              MOVE "00" TO FS-DEVOLUCAO
           END-IF

           MOVE "N" TO W-RESUMO-DISPONIVEL
           OPEN INPUT ARQ-RESUMO
           IF FS-RESUMO EQUAL "00"
              MOVE "S" TO W-RESUMO-DISPONIVEL
           ELSE
              IF FS-RESUMO EQUAL "05"
                 CLOSE ARQ-RESUMO
              END-IF
              MOVE "00" TO FS-RESUMO
           END-IF.

      *-----------------------------------------------------------
      * ENTRADA DO SORT: UM REGISTRO POR CLIENTE AVALIADO COM O
      * VALOR E OS PEDIDOS DA JANELA; O TOTAL GERAL FECHA ANTES DA
      * SAIDA COMECAR, QUE E QUANDO A CURVA PRECISA DELE.
      *-----------------------------------------------------------
       100-APURAR-CLIENTES.

           MOVE ZEROS TO W-TOTAL-GERAL

           READ ARQ-CLIENTE

           PERFORM 110-AVALIAR-CLIENTE
              UNTIL FS-CLIENTE NOT EQUAL "00".

      * SUCEDIDO POR FUSAO, ANONIMIZADO OU CADASTRADO HA POUCO NAO
      * E RECLASSIFICADO - A PROPOSTA PENDENTE QUE ELE TIVER SAI DA
      * FILA.
       110-AVALIAR-CLIENTE.

           IF CLIENTE-ATIVO
              AND CLIENTE-SUCESSOR EQUAL ZEROS
              AND NOT CLIENTE-ANONIMIZADO
              AND DATA-CADASTRO NOT GREATER W-DATA-CARENCIA
              ADD 1 TO W-QTD-AVALIADOS

              MOVE ZEROS        TO W-VALOR-12M
              MOVE ZEROS        TO W-QTD-PEDIDOS-12M
              MOVE W-DATA-CORTE TO W-DATA-INICIO-DETALHE

              PERFORM 120-SOMAR-RESUMO
              PERFORM 130-SOMAR-PEDIDOS
              PERFORM 140-ABATER-DEVOLUCOES

              IF W-QTD-PEDIDOS-12M LESS ZEROS
                 MOVE ZEROS TO W-QTD-PEDIDOS-12M
              END-IF
              IF W-VALOR-12M LESS ZEROS
                 MOVE ZEROS TO W-VALOR-12M
              END-IF

              MOVE W-VALOR-12M         TO TMP-VALOR-12M
              MOVE COD-CLIENTE         TO TMP-COD-CLIENTE
              MOVE RAZAO-SOCIAL        TO TMP-RAZAO-SOCIAL
              MOVE REGIAO-CLIENTE      TO TMP-REGIAO
              MOVE SEGMENTO-CLIENTE    TO TMP-SEGMENTO
              MOVE FREQ-VISITA-CLIENTE TO TMP-FREQ
              MOVE W-QTD-PEDIDOS-12M   TO TMP-QTD-PEDIDOS
              RELEASE REG-TEMP

              ADD W-VALOR-12M TO W-TOTAL-GERAL
           ELSE
              MOVE COD-CLIENTE TO CL-COD-CLIENTE
              PERFORM 180-REMOVER-PENDENTE
           END-IF

           READ ARQ-CLIENTE.

      * ANO DO INICIO DA JANELA JA FECHADO: O RESUMO ENTRA NA
      * PROPORCAO DOS DIAS DA JANELA E O DETALHE COMECA NO ANO
      * SEGUINTE, ONDE O CADPEDIDO AINDA GUARDA OS PEDIDOS.
       120-SOMAR-RESUMO.

           IF W-TEM-ARQ-RESUMO
              MOVE COD-CLIENTE TO RES-COD-CLIENTE
              MOVE W-ANO-CORTE TO RES-ANO
              READ ARQ-RESUMO RECORD KEY IS RES-CHAVE-RESUMO
                INVALID KEY MOVE "23" TO FS-RESUMO
              END-READ

              IF FS-RESUMO EQUAL "00"
                 COMPUTE W-VALOR-12M ROUNDED =
                         RES-VALOR-PEDIDOS * W-DIAS-JANELA-RESUMO
                         / W-DIAS-ANO-CORTE
                 COMPUTE W-QTD-PEDIDOS-12M ROUNDED =
                         RES-QTD-PEDIDOS * W-DIAS-JANELA-RESUMO
                         / W-DIAS-ANO-CORTE
                 MOVE W-DATA-ANO-SEGUINTE TO W-DATA-INICIO-DETALHE
              END-IF

              MOVE "00" TO FS-RESUMO
           END-IF.

       130-SOMAR-PEDIDOS.

           IF W-TEM-ARQ-PEDIDO
              MOVE COD-CLIENTE           TO P-COD-CLIENTE
              MOVE W-DATA-INICIO-DETALHE TO P-DATA-PEDIDO
              MOVE ZEROS                 TO P-SEQ-PEDIDO

              START ARQ-PEDIDO KEY IS NOT LESS P-CHAVE-PEDIDO
                INVALID KEY MOVE "23" TO FS-PEDIDO
              END-START

              IF FS-PEDIDO EQUAL "00"
                 READ ARQ-PEDIDO NEXT
                 PERFORM 135-SOMAR-PEDIDO
                    UNTIL FS-PEDIDO NOT EQUAL "00"
                       OR P-COD-CLIENTE NOT EQUAL COD-CLIENTE
                       OR P-DATA-PEDIDO GREATER W-DATA-HOJE
              END-IF

              MOVE "00" TO FS-PEDIDO
           END-IF.

      * PEDIDO RECUSADO PELO ERP NAO VIROU FATURAMENTO.
       135-SOMAR-PEDIDO.
           IF NOT P-ERP-RECUSADO
              ADD P-VALOR-PEDIDO TO W-VALOR-12M
              ADD 1              TO W-QTD-PEDIDOS-12M
           END-IF

           READ ARQ-PEDIDO NEXT.

      * DEVOLUCOES PENDURADAS NOS PEDIDOS DA JANELA, QUALQUER QUE
      * SEJA A DATA DA DEVOLUCAO; O ITEM ZERO DO CANCELAMENTO MARCA O
      * PEDIDO INTEIRO, QUE SAI DA CONTAGEM DA CADENCIA.
       140-ABATER-DEVOLUCOES.

           IF W-TEM-ARQ-DEVOLUCAO
              MOVE COD-CLIENTE           TO DV-COD-CLIENTE
              MOVE W-DATA-INICIO-DETALHE TO DV-DATA-PEDIDO
              MOVE ZEROS                 TO DV-SEQ-PEDIDO
              MOVE ZEROS                 TO DV-SEQ-ITEM
              MOVE ZEROS                 TO DV-SEQ-DEVOLUCAO

              START ARQ-DEVOLUCAO KEY IS NOT LESS DV-CHAVE-DEVOLUCAO
                INVALID KEY MOVE "23" TO FS-DEVOLUCAO
              END-START

              IF FS-DEVOLUCAO EQUAL "00"
                 READ ARQ-DEVOLUCAO NEXT
                 PERFORM 145-ABATER-DEVOLUCAO
                    UNTIL FS-DEVOLUCAO NOT EQUAL "00"
                       OR DV-COD-CLIENTE NOT EQUAL COD-CLIENTE
                       OR DV-DATA-PEDIDO GREATER W-DATA-HOJE
              END-IF

              MOVE "00" TO FS-DEVOLUCAO
           END-IF.

       145-ABATER-DEVOLUCAO.
           SUBTRACT DV-VALOR-DEVOLVIDO FROM W-VALOR-12M

           IF DV-CANCELAMENTO AND DV-SEQ-ITEM EQUAL ZEROS
              SUBTRACT 1 FROM W-QTD-PEDIDOS-12M
           END-IF

           READ ARQ-DEVOLUCAO NEXT.

      * A PROPOSTA AINDA PENDENTE DE UM CLIENTE QUE NAO PRECISA MAIS
      * DE MUDANCA (OU SAIU DA AVALIACAO) DEIXA A FILA; AS JA
      * DECIDIDAS FICAM COMO HISTORICO. CL-COD-CLIENTE JA CARREGADO.
       180-REMOVER-PENDENTE.

           READ ARQ-CLASSIF RECORD KEY IS CL-COD-CLIENTE
             INVALID KEY MOVE "23" TO FS-CLASSIF
           END-READ

           IF FS-CLASSIF EQUAL "00"
              AND (CL-PENDENTE OR CL-DESATUALIZADA)
              DELETE ARQ-CLASSIF RECORD
                INVALID KEY MOVE "23" TO FS-CLASSIF
              END-DELETE
              ADD 1 TO W-QTD-REMOVIDAS
           END-IF

           MOVE "00" TO FS-CLASSIF.

      *-----------------------------------------------------------
      * SAIDA DO SORT: CLIENTES DO MAIOR PARA O MENOR VALOR. A
      * POSICAO NA CURVA E O PERCENTUAL DO TOTAL GERAL ACUMULADO
      * PELOS CLIENTES ANTERIORES - O MAIOR CLIENTE E SEMPRE "A".
      *-----------------------------------------------------------
       200-PROPOR-CLASSIFICACAO.

           MOVE ZEROS TO W-ACUMULADO

           RETURN ARQ-TEMP
             AT END MOVE "10" TO FS-TEMP
           END-RETURN

           PERFORM 210-CLASSIFICAR-CLIENTE
              UNTIL FS-TEMP NOT EQUAL "00".

       210-CLASSIFICAR-CLIENTE.

           IF W-TOTAL-GERAL GREATER ZEROS
              COMPUTE W-PCT-ACUMULADO =
                      W-ACUMULADO * 100 / W-TOTAL-GERAL
           ELSE
              MOVE 100 TO W-PCT-ACUMULADO
           END-IF

           EVALUATE TRUE
              WHEN TMP-VALOR-12M NOT GREATER ZEROS
                 MOVE "C" TO W-SEGMENTO-PROPOSTO
              WHEN W-PCT-ACUMULADO LESS W-PCT-CURVA-A
                 MOVE "A" TO W-SEGMENTO-PROPOSTO
              WHEN W-PCT-ACUMULADO LESS W-PCT-CURVA-B
                 MOVE "B" TO W-SEGMENTO-PROPOSTO
              WHEN OTHER
                 MOVE "C" TO W-SEGMENTO-PROPOSTO
           END-EVALUATE

           ADD TMP-VALOR-12M TO W-ACUMULADO

           IF TMP-QTD-PEDIDOS GREATER ZEROS
              COMPUTE W-INTERVALO-MEDIO = 365 / TMP-QTD-PEDIDOS
              IF W-INTERVALO-MEDIO EQUAL ZEROS
                 MOVE 1 TO W-INTERVALO-MEDIO
              END-IF
           ELSE
              MOVE 999 TO W-INTERVALO-MEDIO
           END-IF

           EVALUATE TRUE
              WHEN W-INTERVALO-MEDIO NOT GREATER W-DIAS-SEMANAL
                 MOVE "S" TO W-FREQ-PROPOSTA
              WHEN W-INTERVALO-MEDIO NOT GREATER W-DIAS-QUINZENAL
                 MOVE "Q" TO W-FREQ-PROPOSTA
              WHEN OTHER
                 MOVE "M" TO W-FREQ-PROPOSTA
           END-EVALUATE

      * CLIENTE "A" NAO FICA COM VISITA SO MENSAL, AINDA QUE COMPRE
      * EM POUCOS PEDIDOS GRANDES.
           IF W-SEGMENTO-PROPOSTO EQUAL "A"
              AND W-FREQ-PROPOSTA EQUAL "M"
              MOVE "Q" TO W-FREQ-PROPOSTA
           END-IF

      * BRANCO NO CADASTRO VALE "C" NO SEGMENTO E "S" NA FREQUENCIA
      * (MESMO PADRAO DO FAZDISTRIB E DO RELROTA).
           MOVE TMP-SEGMENTO TO W-SEGMENTO-ATUAL
           IF W-SEGMENTO-ATUAL EQUAL SPACE
              MOVE "C" TO W-SEGMENTO-ATUAL
           END-IF

           MOVE TMP-FREQ TO W-FREQ-ATUAL
           IF W-FREQ-ATUAL EQUAL SPACE
              MOVE "S" TO W-FREQ-ATUAL
           END-IF

           MOVE TMP-COD-CLIENTE TO CL-COD-CLIENTE

           IF W-SEGMENTO-PROPOSTO EQUAL W-SEGMENTO-ATUAL
              AND W-FREQ-PROPOSTA EQUAL W-FREQ-ATUAL
              ADD 1 TO W-QTD-MANTIDAS
              PERFORM 180-REMOVER-PENDENTE
           ELSE
              PERFORM 220-GRAVAR-PROPOSTA
           END-IF

           RETURN ARQ-TEMP
             AT END MOVE "10" TO FS-TEMP
           END-RETURN.

      * A PROPOSTA RECUSADA CONTINUA RECUSADA ENQUANTO A MESMA
      * MUDANCA FOR PROPOSTA SOBRE O MESMO CADASTRO - A FILA NAO
      * REABRE TODA NOITE O QUE O OPERADOR JA DECIDIU.
       220-GRAVAR-PROPOSTA.

           READ ARQ-CLASSIF RECORD KEY IS CL-COD-CLIENTE
             INVALID KEY MOVE "23" TO FS-CLASSIF
           END-READ

           IF FS-CLASSIF EQUAL "00"
              AND CL-RECUSADA
              AND CL-SEGMENTO-ATUAL    EQUAL TMP-SEGMENTO
              AND CL-FREQ-ATUAL        EQUAL TMP-FREQ
              AND CL-SEGMENTO-PROPOSTO EQUAL W-SEGMENTO-PROPOSTO
              AND CL-FREQ-PROPOSTA     EQUAL W-FREQ-PROPOSTA
              ADD 1 TO W-QTD-RECUSA-MANTIDA
           ELSE
              MOVE "N" TO W-PROPOSTA-EXISTE-SW
              IF FS-CLASSIF EQUAL "00"
                 MOVE "S" TO W-PROPOSTA-EXISTE-SW
              END-IF

              INITIALIZE ARQ-CLASSIF-REG
              MOVE TMP-COD-CLIENTE     TO CL-COD-CLIENTE
              MOVE W-DATA-HOJE         TO CL-DATA-PROPOSTA
              MOVE TMP-REGIAO          TO CL-REGIAO
              MOVE TMP-SEGMENTO        TO CL-SEGMENTO-ATUAL
              MOVE W-SEGMENTO-PROPOSTO TO CL-SEGMENTO-PROPOSTO
              MOVE TMP-FREQ            TO CL-FREQ-ATUAL
              MOVE W-FREQ-PROPOSTA     TO CL-FREQ-PROPOSTA
              MOVE TMP-VALOR-12M       TO CL-VALOR-12M
              MOVE TMP-QTD-PEDIDOS     TO CL-QTD-PEDIDOS-12M
              MOVE W-INTERVALO-MEDIO   TO CL-INTERVALO-MEDIO
              MOVE W-PCT-ACUMULADO     TO CL-PCT-CURVA
              SET CL-PENDENTE TO TRUE

              MOVE W-PCT-ACUMULADO     TO W-MOT-PCT
              MOVE TMP-QTD-PEDIDOS     TO W-MOT-QTD
              MOVE W-INTERVALO-MEDIO   TO W-MOT-INTERVALO
              MOVE W-MOTIVO            TO CL-MOTIVO

              IF W-PROPOSTA-EXISTE
                 REWRITE ARQ-CLASSIF-REG
              ELSE
                 WRITE ARQ-CLASSIF-REG
                   INVALID KEY REWRITE ARQ-CLASSIF-REG
                 END-WRITE
              END-IF

              ADD 1 TO W-QTD-PROPOSTAS
              PERFORM 230-IMPRIMIR-PROPOSTA
           END-IF

           MOVE "00" TO FS-CLASSIF.

       230-IMPRIMIR-PROPOSTA.

           MOVE TMP-COD-CLIENTE      TO WDET-COD-CLIENTE
           MOVE TMP-RAZAO-SOCIAL     TO WDET-RAZAO-SOCIAL
           MOVE TMP-REGIAO           TO WDET-REGIAO
           MOVE W-SEGMENTO-ATUAL     TO WDET-SEG-ATUAL
           MOVE W-SEGMENTO-PROPOSTO  TO WDET-SEG-PROPOSTO
           MOVE W-FREQ-ATUAL         TO WDET-FREQ-ATUAL
           MOVE W-FREQ-PROPOSTA      TO WDET-FREQ-PROPOSTA
           MOVE TMP-VALOR-12M        TO WDET-VALOR-12M
           MOVE TMP-QTD-PEDIDOS      TO WDET-QTD-PEDIDOS
           MOVE W-INTERVALO-MEDIO    TO WDET-INTERVALO
           MOVE W-PCT-ACUMULADO      TO WDET-PCT-CURVA

           WRITE REG-CLASSIF FROM WDET.

       END PROGRAM FAZCLASSIF.
