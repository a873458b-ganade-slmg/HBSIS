                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-CHAVE-PEDIDO
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDIDO.

                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PRODUTO.

      * ITENS COM DESCONTO ACIMA DO TETO DO VENDEDOR ESPERAM A
      * APROVACAO NA FILA DO DUPLO COMANDO (CADAPROV).
           SELECT OPTIONAL ARQ-APROV ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS AP-ID
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-APROV.

      * PEDIDOS RETIDOS POR LIMITE DE CREDITO, AGUARDANDO A DECISAO
      * DO FINANCEIRO NO CADCREDITO.
           SELECT OPTIONAL ARQ-PEDRET ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RT-CHAVE-RETIDO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDRET.

      * DEVOLUCOES E CANCELAMENTOS (CADDEVOLUCAO) - PEDIDO COM
      * DEVOLUCAO NAO PODE MAIS SER EXCLUIDO.
           SELECT OPTIONAL ARQ-DEVOLUCAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DV-CHAVE-DEVOLUCAO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-DEVOLUCAO.

       DATA DIVISION.
       FILE SECTION.


       COPY "CADPRODUTO.CPY".

       FD  ARQ-PEDRET
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPEDRET'.

       COPY "CADPEDRET.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADDEVOLUCAO'.

       COPY "CADDEVOLUCAO.CPY".

       FD  ARQ-APROV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADAPROV'.

       COPY "CADAPROV.CPY".

       WORKING-STORAGE SECTION.

       77 FS-PEDIDO               PIC X(002)          VALUE "00".
       77 FS-RUNCTL               PIC X(002)          VALUE "00".
       77 W-RUNCTL-ABERTO         PIC X(001)          VALUE "N".
       77 FS-AUDGERAL             PIC X(002)          VALUE "00".
       77 FS-PEDRET               PIC X(002)          VALUE "00".
       77 FS-DEVOLUCAO            PIC X(002)          VALUE "00".
       77 FS-APROV                PIC X(002)          VALUE "00".
       77 W-TEM-DEVOLUCAO         PIC X(001)          VALUE "N".

       77 W-OPERADOR-ID           PIC X(008)          VALUE "SISTEMA".
       77 W-OPERACAO-AUD          PIC X(003)          VALUE SPACES.
           03 INA-VALOR-VENCIDO    PIC 9(011)V9(002)  VALUE ZEROS.
           03 INA-SITUACAO         PIC X(001)         VALUE "N".

      *-----------------------------------------------------------
      * LIMITE DE CREDITO: O VERCREDITO SOMA OS TITULOS EM ABERTO DO
      * CLIENTE (VENCIDOS OU NAO) AO VALOR DO PEDIDO NOVO E COMPARA
      * COM O LIMITE DO CADCREDITO - ESTOURANDO, O PEDIDO NAO ENTRA
      * NO ARQ-PEDIDO: FICA RETIDO (ARQ-PEDRET) ATE O FINANCEIRO
      * LIBERAR OU RECUSAR. O PEDIDO RETIDO NAO RECEBE ITENS.
      *-----------------------------------------------------------
       01  W-PARAM-CREDITO.
           03 CRD-COD-CLIENTE      PIC 9(007)         VALUE ZEROS.
           03 CRD-VALOR-PEDIDO     PIC 9(009)V9(002)  VALUE ZEROS.
           03 CRD-LIMITE           PIC 9(009)V9(002)  VALUE ZEROS.
           03 CRD-VALOR-ABERTO     PIC 9(011)V9(002)  VALUE ZEROS.
           03 CRD-EXPOSICAO        PIC 9(011)V9(002)  VALUE ZEROS.
           03 CRD-SITUACAO         PIC X(001)         VALUE "N".
              88 CRD-LIMITE-EXCEDIDO  VALUE "E".

       77 W-SEQ-RETIDO            PIC 9(003)          VALUE ZEROS.

      * COMPETENCIA FECHADA PELO FAZFECHAMES (VERPERIODO): PEDIDO
      * DATADO EM MES FECHADO NAO ENTRA NEM SAI - A COMISSAO DO MES
      * JA FOI PAGA. SO O ADMINISTRADOR REABRE, NO CADPERIODO.
       01  W-PARAM-PERIODO.
           03 PPE-DATA-REF         PIC 9(008)         VALUE ZEROS.
           03 PPE-SITUACAO         PIC X(001)         VALUE "A".
              88 PPE-FECHADO          VALUE "F".

       77 W-RAZAO-SOCIAL-PED      PIC X(040)          VALUE SPACES.

      *-----------------------------------------------------------
          88 W-FIM-DOS-ITENS         VALUE "S".
       77 W-QTD-ITENS-LANCADOS    PIC 9(003)          VALUE ZEROS.

      *-----------------------------------------------------------
      * PRECO DE TABELA DO ITEM: O VERPRECO RESOLVE A TABELA
      * REGIONAL (CADPRECO) PELA FILIAL E REGIAO DO CLIENTE NA DATA
      * DO PEDIDO; SEM ENTRADA VALE O PRECO NACIONAL DO CADPRODUTO.
      * O DESCONTO SOBRE A TABELA E CONFERIDO COM O TETO DO
      * VENDEDOR (PCT-DESCONTO-MAX, OU O PARAMETRO DESCONTO-MAXIMO
      * QUANDO O VENDEDOR NAO TEM TETO PROPRIO) - ACIMA DO TETO O
      * ITEM NAO E GRAVADO: VAI PARA APROVACAO NO CADAPROV.
      *-----------------------------------------------------------
       77 W-REGIAO-CLIENTE-PED    PIC X(003)          VALUE SPACES.
       77 W-FILIAL-CLIENTE-PED    PIC X(002)          VALUE SPACES.
       77 W-PCT-TETO-VEND         PIC 9(003)V9(002)   VALUE ZEROS.
       77 W-VALOR-TABELA-ITEM     PIC 9(009)V9(002)   VALUE ZEROS.
       77 W-PCT-DESCONTO-ITEM     PIC 9(003)V9(002)   VALUE ZEROS.
       77 W-QTD-ITENS-APROV       PIC 9(003)          VALUE ZEROS.

       01  W-PARAM-PRECO.
           03 PRC-COD-PRODUTO      PIC 9(005)         VALUE ZEROS.
           03 PRC-FILIAL           PIC X(002)         VALUE SPACES.
           03 PRC-REGIAO           PIC X(003)         VALUE SPACES.
           03 PRC-DATA-REF         PIC 9(008)         VALUE ZEROS.
           03 PRC-VALOR-TABELA     PIC 9(009)V9(002)  VALUE ZEROS.
           03 PRC-VIGENCIA         PIC 9(008)         VALUE ZEROS.
           03 PRC-ORIGEM           PIC X(001)         VALUE "N".
              88 PRC-NAO-ENCONTRADO   VALUE "N".

       01  W-PARAM-SIS.
           03 SIS-NOME             PIC X(020)         VALUE SPACES.
           03 SIS-DATA-REF         PIC 9(008)         VALUE ZEROS.
           03 SIS-VALOR            PIC 9(011)V9(002)  VALUE ZEROS.
           03 SIS-ACHOU            PIC X(001)         VALUE "N".

       01  W-APROV-ID-GRUPO.
           03 W-APROV-DATA        PIC 9(008).
           03 W-APROV-HORA        PIC 9(008).
       01  W-APROV-ID REDEFINES W-APROV-ID-GRUPO PIC 9(016).

      *-----------------------------------------------------------
      * ACUMULADORES DA CONSULTA DE PEDIDOS POR CLIENTE - TOTALIZA
      * TODOS OS PEDIDOS GRAVADOS PARA O CODIGO INFORMADO.
       77 W-TOT-VALOR             PIC 9(011)V9(002)   VALUE ZEROS.
       77 W-TOT-ITENS             PIC 9(009)          VALUE ZEROS.

      * SITUACAO DOS PEDIDOS DO CLIENTE NA INTEGRACAO COM O ERP -
      * O OPERADOR ENXERGA O QUE AINDA ESPERA ENVIO OU FATURAMENTO.
       77 W-TOT-ERP-DIGITADOS     PIC 9(007)          VALUE ZEROS.
       77 W-TOT-ERP-TRANSMITIDOS  PIC 9(007)          VALUE ZEROS.
       77 W-TOT-ERP-FATURADOS     PIC 9(007)          VALUE ZEROS.
       77 W-TOT-ERP-RECUSADOS     PIC 9(007)          VALUE ZEROS.

       77 W-ED-TOT-PEDIDOS        PIC ZZZZZZ9         VALUE ZEROS.
       77 W-ED-TOT-VALOR          PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
       77 W-ED-TOT-ITENS          PIC ZZZZZZZZ9       VALUE ZEROS.

      * PARAMETRO DO AUDLACRE - LACRE ENCADEADO DOS REGISTROS DAS
      * TRILHAS DE AUDITORIA.
       01  W-PARAM-LACRE.
           03 PLA-ACAO            PIC X(001)          VALUE "L".
              88 PLA-LACRAR          VALUE "L".
              88 PLA-CALCULAR        VALUE "C".
           03 PLA-TRILHA          PIC X(020)          VALUE SPACES.
           03 PLA-CONTEUDO        PIC X(300)          VALUE SPACES.
           03 PLA-SEQ             PIC 9(009)          VALUE ZEROS.
           03 PLA-LACRE-ANTERIOR  PIC 9(010)          VALUE ZEROS.
           03 PLA-LACRE           PIC 9(010)          VALUE ZEROS.

       LINKAGE SECTION.
       01  LKS-OPERADOR-ID         PIC X(008).

          02 LINE 10 COL 28, PIC ZZZZZZZZZZ9,99 FROM W-ED-TOT-VALOR.
          02 LINE 11 COL 10 VALUE "ITENS TOTAIS   :".
          02 LINE 11 COL 28, PIC ZZZZZZZZ9 FROM W-ED-TOT-ITENS.
          02 LINE 12 COL 10 VALUE "ERP A ENVIAR   :".
          02 LINE 12 COL 28, PIC ZZZZZZ9 FROM W-TOT-ERP-DIGITADOS.
          02 LINE 13 COL 10 VALUE "ERP AG. FATURAM:".
          02 LINE 13 COL 28, PIC ZZZZZZ9 FROM W-TOT-ERP-TRANSMITIDOS.
          02 LINE 14 COL 10 VALUE "ERP FATURADOS  :".
          02 LINE 14 COL 28, PIC ZZZZZZ9 FROM W-TOT-ERP-FATURADOS.
          02 LINE 15 COL 10 VALUE "ERP RECUSADOS  :".
          02 LINE 15 COL 28, PIC ZZZZZZ9 FROM W-TOT-ERP-RECUSADOS.
          02 LINE 17 COL 10, PIC X(040) FROM WMSG.
          02 LINE 19 COL 10 "NOVA CONSULTA? (S/N): (.)".
          02 LINE 19 COL 36, PIC X TO W-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

          02 LINE 07 COL 45, PIC ZZ9 FROM W-SEQ-PEDIDO.
          02 LINE 08 COL 10 VALUE "ITENS LANCADOS..:".
          02 LINE 08 COL 28, PIC ZZ9 FROM W-QTD-ITENS-LANCADOS.
          02 LINE 08 COL 36 VALUE "EM APROVACAO:".
          02 LINE 08 COL 50, PIC ZZ9 FROM W-QTD-ITENS-APROV.
          02 LINE 10 COL 10 VALUE "PRODUTO (0=FIM).:".
          02 LINE 10 COL 28, PIC ZZZZ9 TO W-COD-PRODUTO-ITEM.
          02 LINE 11 COL 10 VALUE "QUANTIDADE......:".
          02 LINE 12 COL 10 VALUE "VALOR UNITARIO..:".
          02 LINE 12 COL 28, PIC ZZZZZZZZ9,99 TO W-VALOR-UNIT-ITEM.
          02 LINE 14 COL 10 VALUE
             "(VALOR ZERADO ASSUME O VALOR DE TABELA DA REGIAO;".
          02 LINE 15 COL 11 VALUE
             "DESCONTO ACIMA DO TETO DO VENDEDOR VAI P/ APROVACAO)".
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
                    ACCEPT W-DATA-PEDIDO FROM DATE YYYYMMDD
                 END-IF

                 PERFORM 140-VERIFICAR-PERIODO
                 IF PPE-FECHADO
                    MOVE "MES DO PEDIDO FECHADO - INCLUSAO NEGADA"
                      TO WMSG
                 END-IF
              END-IF

              IF WMSG EQUAL SPACES
                 PERFORM 170-VERIFICAR-CREDITO
              END-IF

              IF WMSG EQUAL SPACES
                 OPEN I-O ARQ-PEDIDO

                 PERFORM 160-PROXIMA-SEQUENCIA
                 MOVE W-VALOR-PEDIDO     TO P-VALOR-PEDIDO
                 MOVE W-QTD-ITENS        TO P-QTD-ITENS
                 MOVE W-COD-VENDEDOR-PED TO P-COD-VENDEDOR
                 SET P-ERP-DIGITADO      TO TRUE
                 ACCEPT P-DATA-STATUS-ERP FROM DATE YYYYMMDD
                 MOVE SPACES             TO P-DOC-ERP
                 MOVE ZEROS              TO P-LOTE-ERP
                 MOVE P-COD-VENDEDOR     TO P-VEND-VENDEDOR
                 MOVE P-DATA-PEDIDO      TO P-VEND-DATA

                 WRITE ARQ-PEDIDO-REG

           MOVE "N"   TO W-FIM-ITENS-SW
           MOVE ZEROS TO W-SEQ-ITEM
           MOVE ZEROS TO W-QTD-ITENS-LANCADOS
           MOVE ZEROS TO W-QTD-ITENS-APROV
           MOVE SPACES TO WMSG

           OPEN I-O   ARQ-ITEMPED
                    MOVE "PRODUTO INATIVO - ITEM NAO PERMITIDO"
                      TO WMSG
                 ELSE
                    PERFORM 186-PRECO-DE-TABELA

                    IF W-VALOR-UNIT-ITEM EQUAL ZEROS
                       MOVE W-VALOR-TABELA-ITEM TO W-VALOR-UNIT-ITEM
                    END-IF

                    ADD 1 TO W-SEQ-ITEM

                    MOVE ZEROS TO W-PCT-DESCONTO-ITEM
                    IF W-VALOR-UNIT-ITEM LESS W-VALOR-TABELA-ITEM
                       COMPUTE W-PCT-DESCONTO-ITEM ROUNDED =
                              (W-VALOR-TABELA-ITEM - W-VALOR-UNIT-ITEM)
                              * 100 / W-VALOR-TABELA-ITEM
                    END-IF

                    IF W-PCT-DESCONTO-ITEM GREATER W-PCT-TETO-VEND
                       PERFORM 188-ENVIAR-PARA-APROVACAO
                    ELSE
                       PERFORM 187-GRAVAR-ITEM
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * RESOLVE O PRECO DE TABELA DO PRODUTO PARA O CLIENTE NA DATA
      * DO PEDIDO - TABELA REGIONAL OU, SEM ELA, O PRECO NACIONAL.
       186-PRECO-DE-TABELA.

           MOVE W-COD-PRODUTO-ITEM   TO PRC-COD-PRODUTO
           MOVE W-FILIAL-CLIENTE-PED TO PRC-FILIAL
           MOVE W-REGIAO-CLIENTE-PED TO PRC-REGIAO
           MOVE W-DATA-PEDIDO        TO PRC-DATA-REF
           CALL "VERPRECO" USING W-PARAM-PRECO

           IF PRC-NAO-ENCONTRADO
              MOVE PR-VALOR-UNITARIO TO W-VALOR-TABELA-ITEM
           ELSE
              MOVE PRC-VALOR-TABELA  TO W-VALOR-TABELA-ITEM
           END-IF.

       187-GRAVAR-ITEM.

           MOVE W-COD-CLIENTE-PED  TO I-COD-CLIENTE
           MOVE W-DATA-PEDIDO      TO I-DATA-PEDIDO
           MOVE W-SEQ-PEDIDO       TO I-SEQ-PEDIDO
           MOVE W-SEQ-ITEM         TO I-SEQ-ITEM
           MOVE W-COD-PRODUTO-ITEM TO I-COD-PRODUTO
           MOVE W-QTD-ITEM         TO I-QTD-PRODUTO
           MOVE W-VALOR-UNIT-ITEM  TO I-VALOR-UNITARIO

           WRITE ARQ-ITEMPED-REG

           IF FS-ITEMPED EQUAL "00"
              ADD 1 TO W-QTD-ITENS-LANCADOS
              MOVE "ITEM GRAVADO" TO WMSG
           ELSE
              STRING "ERRO AO GRAVAR ITEM - FS=" FS-ITEMPED
                INTO WMSG
              MOVE "00" TO FS-ITEMPED
           END-IF.

      * O ITEM COM DESCONTO ACIMA DO TETO FICA NA FILA DO CADAPROV
      * COM A SEQUENCIA JA RESERVADA; APROVADO, O CADAPROV GRAVA O
      * ITEM NO CADITEMPED. ATE LA O PEDIDO NAO SEGUE PARA O ERP.
       188-ENVIAR-PARA-APROVACAO.

           ACCEPT W-APROV-DATA FROM DATE YYYYMMDD
           ACCEPT W-APROV-HORA FROM TIME

           OPEN I-O ARQ-APROV
           IF FS-APROV EQUAL "05"
              CLOSE ARQ-APROV
              OPEN I-O ARQ-APROV
           END-IF

           INITIALIZE ARQ-APROV-REG
           MOVE W-APROV-ID          TO AP-ID
           SET AP-ACAO-DESCONTO     TO TRUE
           SET AP-ORIGEM-PEDIDO     TO TRUE
           MOVE 1                   TO AP-QTD-AFETADOS
           MOVE W-OPERADOR-ID        TO AP-OPERADOR-SOLIC
           MOVE W-APROV-DATA        TO AP-DATA-SOLIC
           MOVE W-COD-CLIENTE-PED   TO AP-COD-CLIENTE
           MOVE W-DATA-PEDIDO       TO AP-DATA-PEDIDO
           MOVE W-SEQ-PEDIDO        TO AP-SEQ-PEDIDO
           MOVE W-SEQ-ITEM          TO AP-SEQ-ITEM
           MOVE W-COD-PRODUTO-ITEM  TO AP-COD-PRODUTO
           MOVE W-QTD-ITEM          TO AP-QTD-PRODUTO
           MOVE W-VALOR-UNIT-ITEM   TO AP-VALOR-UNITARIO
           MOVE W-VALOR-TABELA-ITEM TO AP-VALOR-TABELA
           MOVE W-PCT-DESCONTO-ITEM TO AP-PCT-DESCONTO
           MOVE W-PCT-TETO-VEND     TO AP-PCT-TETO
           MOVE W-COD-VENDEDOR-PED  TO AP-COD-VENDEDOR
           SET AP-PENDENTE          TO TRUE

           WRITE ARQ-APROV-REG

           IF FS-APROV EQUAL "00"
              ADD 1 TO W-QTD-ITENS-APROV
              MOVE "DESCONTO ACIMA DO TETO - ITEM P/ APROVAC"
                TO WMSG
           ELSE
              STRING "ERRO AO GRAVAR APROVACAO - FS=" FS-APROV
                INTO WMSG
           END-IF

           CLOSE ARQ-APROV
           MOVE "00" TO FS-APROV.

      * O PEDIDO SO PODE SER LANCADO PARA CLIENTE EXISTENTE E ATIVO
      * NO CADASTRO - MESMA REGRA DO RESTO DO SISTEMA.
       150-VALIDAR-CLIENTE.
           IF FS-CLIENTE NOT EQUAL "00"
              MOVE "CODIGO DE CLIENTE NAO LOCALIZADO" TO WMSG
           ELSE
              MOVE REGIAO-CLIENTE TO W-REGIAO-CLIENTE-PED
              MOVE FILIAL-CLIENTE TO W-FILIAL-CLIENTE-PED
              IF CLIENTE-INATIVO
                 MOVE "CLIENTE INATIVO - PEDIDO NAO PERMITIDO"
                   TO WMSG
      *-----------------------------------------------------------
       155-VALIDAR-VENDEDOR.

           MOVE "N"   TO W-FORA-TERRITORIO-SW
           MOVE ZEROS TO W-PCT-TETO-VEND

           IF W-COD-VENDEDOR-PED GREATER ZEROS
              OPEN INPUT ARQ-VENDEDOR
                 MOVE "CODIGO DE VENDEDOR NAO LOCALIZADO" TO WMSG
                 MOVE "00" TO FS-VENDEDOR
              ELSE
                 MOVE PCT-DESCONTO-MAX TO W-PCT-TETO-VEND
                 IF VENDEDOR-INATIVO
                    MOVE "VENDEDOR INATIVO - PEDIDO NAO PERMITIDO"
                      TO WMSG
              IF WMSG EQUAL SPACES
                 PERFORM 156-CONFERIR-TERRITORIO
              END-IF
           END-IF

           IF W-PCT-TETO-VEND EQUAL ZEROS
              ACCEPT SIS-DATA-REF FROM DATE YYYYMMDD
              MOVE "DESCONTO-MAXIMO" TO SIS-NOME
              CALL "SISPARAM" USING W-PARAM-SIS
              IF SIS-ACHOU EQUAL "S"
                 MOVE SIS-VALOR TO W-PCT-TETO-VEND
              END-IF
           END-IF.

       156-CONFERIR-TERRITORIO.
              READ ARQ-DISTRIB NEXT
           END-IF.

      *-----------------------------------------------------------
      * EXPOSICAO DE CREDITO: TITULOS EM ABERTO MAIS O PEDIDO NOVO
      * CONTRA O LIMITE DO CLIENTE. ESTOURANDO, O PEDIDO E GRAVADO
      * NA FILA DE RETIDOS EM VEZ DO ARQ-PEDIDO E A MENSAGEM AVISA O
      * OPERADOR - O FINANCEIRO DECIDE NO CADCREDITO.
      *-----------------------------------------------------------
       170-VERIFICAR-CREDITO.

           MOVE W-COD-CLIENTE-PED TO CRD-COD-CLIENTE
           MOVE W-VALOR-PEDIDO    TO CRD-VALOR-PEDIDO

           CALL "VERCREDITO" USING W-PARAM-CREDITO

           IF CRD-LIMITE-EXCEDIDO
              PERFORM 175-RETER-PEDIDO
           END-IF.

       175-RETER-PEDIDO.

           OPEN I-O ARQ-PEDRET

           PERFORM 176-PROXIMA-SEQ-RETIDO

           MOVE W-COD-CLIENTE-PED  TO RT-COD-CLIENTE
           MOVE W-DATA-PEDIDO      TO RT-DATA-PEDIDO
           MOVE W-SEQ-RETIDO       TO RT-SEQ-RETIDO
           MOVE W-VALOR-PEDIDO     TO RT-VALOR-PEDIDO
           MOVE W-QTD-ITENS        TO RT-QTD-ITENS
           MOVE W-COD-VENDEDOR-PED TO RT-COD-VENDEDOR
           SET RT-ORIGEM-TELA      TO TRUE
           MOVE W-OPERADOR-ID      TO RT-OPERADOR-SOLIC
           ACCEPT RT-DATA-RETENCAO FROM DATE YYYYMMDD
           MOVE CRD-LIMITE         TO RT-LIMITE-CREDITO
           MOVE CRD-VALOR-ABERTO   TO RT-VALOR-ABERTO
           MOVE CRD-EXPOSICAO      TO RT-EXPOSICAO
           SET RT-PENDENTE         TO TRUE
           MOVE SPACES             TO RT-OPERADOR-DECISAO
           MOVE ZEROS              TO RT-DATA-DECISAO
           MOVE ZEROS              TO RT-SEQ-PEDIDO

           WRITE ARQ-PEDRET-REG

           IF FS-PEDRET EQUAL "00"
              MOVE "PEDIDO RETIDO - LIMITE DE CREDITO EXCEDIDO"
                TO WMSG
           ELSE
              STRING "ERRO AO RETER PEDIDO - FS=" FS-PEDRET
                INTO WMSG
              MOVE "00" TO FS-PEDRET
           END-IF

           CLOSE ARQ-PEDRET.

       176-PROXIMA-SEQ-RETIDO.

           MOVE ZEROS TO W-SEQ-RETIDO

           MOVE W-COD-CLIENTE-PED TO RT-COD-CLIENTE
           MOVE W-DATA-PEDIDO     TO RT-DATA-PEDIDO
           MOVE ZEROS             TO RT-SEQ-RETIDO

           START ARQ-PEDRET KEY IS NOT LESS RT-CHAVE-RETIDO
             INVALID KEY MOVE "23" TO FS-PEDRET
           END-START

           IF FS-PEDRET EQUAL "00"
              READ ARQ-PEDRET NEXT
              PERFORM 177-VARRER-SEQ-RETIDO
                 UNTIL FS-PEDRET NOT EQUAL "00"
                    OR RT-COD-CLIENTE NOT EQUAL W-COD-CLIENTE-PED
                    OR RT-DATA-PEDIDO NOT EQUAL W-DATA-PEDIDO
           END-IF

           MOVE "00" TO FS-PEDRET

           ADD 1 TO W-SEQ-RETIDO.

       177-VARRER-SEQ-RETIDO.
           MOVE RT-SEQ-RETIDO TO W-SEQ-RETIDO

           READ ARQ-PEDRET NEXT.

      * ACHA A PROXIMA SEQUENCIA LIVRE PARA O CLIENTE/DATA, PARA
      * PERMITIR MAIS DE UM PEDIDO DO MESMO CLIENTE NO MESMO DIA.
       160-PROXIMA-SEQUENCIA.
           MOVE ZEROS  TO W-TOT-PEDIDOS
           MOVE ZEROS  TO W-TOT-VALOR
           MOVE ZEROS  TO W-TOT-ITENS
           MOVE ZEROS  TO W-TOT-ERP-DIGITADOS
           MOVE ZEROS  TO W-TOT-ERP-TRANSMITIDOS
           MOVE ZEROS  TO W-TOT-ERP-FATURADOS
           MOVE ZEROS  TO W-TOT-ERP-RECUSADOS

           OPEN INPUT ARQ-CLIENTE

           ADD P-VALOR-PEDIDO TO W-TOT-VALOR
           ADD P-QTD-ITENS    TO W-TOT-ITENS

           EVALUATE TRUE
              WHEN P-ERP-DIGITADO
                 ADD 1 TO W-TOT-ERP-DIGITADOS
              WHEN P-ERP-TRANSMITIDO
                 ADD 1 TO W-TOT-ERP-TRANSMITIDOS
              WHEN P-ERP-FATURADO
                 ADD 1 TO W-TOT-ERP-FATURADOS
              WHEN P-ERP-RECUSADO
                 ADD 1 TO W-TOT-ERP-RECUSADOS
           END-EVALUATE

           READ ARQ-PEDIDO NEXT.

       300-EXCLUSAO.
                INVALID KEY MOVE "23" TO FS-PEDIDO
              END-READ

              IF FS-PEDIDO EQUAL "00"
                 PERFORM 370-VERIFICAR-DEVOLUCAO
                 PERFORM 140-VERIFICAR-PERIODO
              END-IF

              IF FS-PEDIDO NOT EQUAL "00"
                 MOVE "PEDIDO NAO LOCALIZADO" TO WMSG
                 MOVE "00" TO FS-PEDIDO
              ELSE
                 EVALUATE TRUE
                    WHEN W-TEM-DEVOLUCAO EQUAL "S"
                       MOVE "PEDIDO COM DEVOLUCAO - SO CANCELAMENTO"
                         TO WMSG
                    WHEN P-ERP-TRANSMITIDO OR P-ERP-FATURADO
                       MOVE "PEDIDO ENVIADO AO ERP - SO CANCELAMENTO"
                         TO WMSG
                    WHEN PPE-FECHADO
                       MOVE "MES DO PEDIDO FECHADO - EXCLUSAO NEGADA"
                         TO WMSG
                    WHEN OTHER
                       MOVE "EXC" TO W-OPERACAO-AUD
                       PERFORM 710-MONTAR-VALOR-PEDIDO
                       MOVE W-VALOR-DEPOIS-TXT TO W-VALOR-ANTES-TXT
                       MOVE SPACES             TO W-VALOR-DEPOIS-TXT

                       DELETE ARQ-PEDIDO RECORD
                       MOVE "PEDIDO EXCLUIDO" TO WMSG

                       PERFORM 700-GRAVAR-AUDITORIA

                       PERFORM 380-EXCLUIR-ITENS
                 END-EVALUATE
              END-IF

              CLOSE ARQ-PEDIDO

           PERFORM 000-INICIO.

      * COMPETENCIA DA DATA DO PEDIDO NO CONTROLE DE PERIODOS.
       140-VERIFICAR-PERIODO.

           MOVE W-DATA-PEDIDO TO PPE-DATA-REF

           CALL "VERPERIODO" USING W-PARAM-PERIODO.

      * A EXCLUSAO E PARA PEDIDO LANCADO ERRADO: SE JA HOUVE
      * DEVOLUCAO, O PEDIDO EXISTIU E SO PODE SER CANCELADO NO
      * CADDEVOLUCAO, QUE PRESERVA O HISTORICO.
       370-VERIFICAR-DEVOLUCAO.

           MOVE "N" TO W-TEM-DEVOLUCAO

           OPEN INPUT ARQ-DEVOLUCAO

           IF FS-DEVOLUCAO EQUAL "00"
              MOVE W-COD-CLIENTE-PED TO DV-COD-CLIENTE
              MOVE W-DATA-PEDIDO     TO DV-DATA-PEDIDO
              MOVE W-SEQ-PEDIDO      TO DV-SEQ-PEDIDO
              MOVE ZEROS             TO DV-SEQ-ITEM
              MOVE ZEROS             TO DV-SEQ-DEVOLUCAO

              START ARQ-DEVOLUCAO KEY IS NOT LESS DV-CHAVE-DEVOLUCAO
                INVALID KEY MOVE "23" TO FS-DEVOLUCAO
              END-START

              IF FS-DEVOLUCAO EQUAL "00"
                 READ ARQ-DEVOLUCAO NEXT
                 IF FS-DEVOLUCAO EQUAL "00"
                    AND DV-COD-CLIENTE EQUAL W-COD-CLIENTE-PED
                    AND DV-DATA-PEDIDO EQUAL W-DATA-PEDIDO
                    AND DV-SEQ-PEDIDO  EQUAL W-SEQ-PEDIDO
                    MOVE "S" TO W-TEM-DEVOLUCAO
                 END-IF
              END-IF

              CLOSE ARQ-DEVOLUCAO
           ELSE
              IF FS-DEVOLUCAO EQUAL "05"
                 CLOSE ARQ-DEVOLUCAO
              END-IF
           END-IF

           MOVE "00" TO FS-DEVOLUCAO.

      * A EXCLUSAO DO CABECALHO ARRASTA AS LINHAS DE DETALHE - ITEM
      * SEM PEDIDO VIRARIA ORFAO NA ANALISE DE MIX.
       380-EXCLUIR-ITENS.
              MOVE W-VALOR-ANTES-TXT  TO AG-VALOR-ANTES
              MOVE W-VALOR-DEPOIS-TXT TO AG-VALOR-DEPOIS

              MOVE "CADPEDIDO.AUD" TO PLA-TRILHA
              SET PLA-LACRAR TO TRUE
              MOVE ZEROS TO AG-SEQ-LACRE
              MOVE ZEROS TO AG-LACRE
              MOVE REG-AUDGERAL TO PLA-CONTEUDO
              CALL "AUDLACRE" USING W-PARAM-LACRE
              MOVE PLA-SEQ   TO AG-SEQ-LACRE
              MOVE PLA-LACRE TO AG-LACRE

              WRITE REG-AUDGERAL

              CLOSE ARQ-AUDGERAL
