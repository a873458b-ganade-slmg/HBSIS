                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TRAVA.

      * ITENS DE PEDIDO COM DESCONTO ACIMA DO TETO DO VENDEDOR SAO
      * GRAVADOS NO CADITEMPED SO DEPOIS DO ACEITE.
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

           SELECT OPTIONAL ARQ-AUDCLIENTE ASSIGN TO "CADCLIENTE.AUD"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
           03 TRV-ATIVA          PIC X(001).

      * MESMO LAYOUT GRAVADO POR 700-GRAVAR-AUDITORIA DO CADCLIENTE.
       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPEDIDO'.

       COPY "CADPEDIDO.CPY".

       FD  ARQ-ITEMPED
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADITEMPED'.

       COPY "CADITEMPED.CPY".

       FD  ARQ-AUDCLIENTE
           LABEL RECORD IS STANDARD.

           03 AC-HORA              PIC 9(008).
           03 AC-OPERACAO          PIC X(003).
           03 AC-COD-CLIENTE       PIC 9(007).
           03 AC-CNPJ-ANTES        PIC X(014).
           03 AC-CNPJ-DEPOIS       PIC X(014).
           03 AC-RAZAO-ANTES       PIC X(040).
           03 AC-RAZAO-DEPOIS      PIC X(040).
           03 AC-LATITUDE-ANTES    PIC S9(003)V9(008).
           03 AC-LONGITUDE-DEPOIS  PIC S9(003)V9(008).
           03 AC-STATUS-ANTES      PIC X(001).
           03 AC-STATUS-DEPOIS     PIC X(001).
      * SEGMENTO E FREQUENCIA DE VISITA - BRANCOS NOS REGISTROS
      * GRAVADOS ANTES DE A TRILHA PASSAR A GUARDA-LOS.
           03 AC-SEGMENTO-ANTES    PIC X(001).
           03 AC-SEGMENTO-DEPOIS   PIC X(001).
           03 AC-FREQ-ANTES        PIC X(001).
           03 AC-FREQ-DEPOIS       PIC X(001).
      * ELO DA CORRENTE DE LACRE (AUDLACRE) - BRANCOS NOS REGISTROS
      * GRAVADOS ANTES DE A TRILHA PASSAR A SER LACRADA.
           03 AC-SEQ-LACRE         PIC 9(009).
           03 AC-LACRE             PIC 9(010).

      * MESMO LAYOUT GRAVADO POR 700-GRAVAR-AUDITORIA DO CADVENDEDOR.
       FD  ARQ-AUDVENDEDOR
           03 AV-LONGITUDE-DEPOIS  PIC S9(003)V9(008).
           03 AV-STATUS-ANTES      PIC X(001).
           03 AV-STATUS-DEPOIS     PIC X(001).
      * ELO DA CORRENTE DE LACRE (AUDLACRE) - BRANCOS NOS REGISTROS
      * GRAVADOS ANTES DE A TRILHA PASSAR A SER LACRADA.
           03 AV-SEQ-LACRE         PIC 9(009).
           03 AV-LACRE             PIC 9(010).

       WORKING-STORAGE SECTION.

       77 FS-AUDCLIENTE           PIC X(002)          VALUE "00".
       77 FS-AUDVENDEDOR          PIC X(002)          VALUE "00".
       77 FS-CACHE                PIC X(002)          VALUE "00".
       77 FS-PEDIDO               PIC X(002)          VALUE "00".
       77 FS-ITEMPED              PIC X(002)          VALUE "00".

      *-----------------------------------------------------------
      * A EXECUCAO DE UMA APROVACAO REGRAVA MILHARES DE REGISTROS

       77 W-QTD-LISTA             PIC 9(002) COMP     VALUE ZEROS.

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

          02 LINE 05 COL 29, PIC 9(016) FROM AP-ID.
          02 LINE 06 COL 10 VALUE "ACAO............:".
          02 LINE 06 COL 29, PIC X(012) FROM AP-ACAO.
          02 LINE 07 COL 10 VALUE "ORIGEM (C/V/P)..:".
          02 LINE 07 COL 29, PIC X FROM AP-ORIGEM.
          02 LINE 08 COL 10 VALUE "LOTE............:".
          02 LINE 08 COL 29, PIC 9(016) FROM AP-LOTE.
          02 LINE 10 COL 29, PIC X(008) FROM AP-OPERADOR-SOLIC.
          02 LINE 11 COL 10 VALUE "REGISTROS AFETADOS:".
          02 LINE 11 COL 31, PIC ZZZZZZZZ9 FROM AP-QTD-AFETADOS.
          02 LINE 12 COL 10 VALUE "ITEM (CLI/DATA/SEQ/ITEM/PROD):".
          02 LINE 12 COL 41, PIC 9(007) FROM AP-COD-CLIENTE.
          02 LINE 12 COL 49, PIC 9(008) FROM AP-DATA-PEDIDO.
          02 LINE 12 COL 58, PIC 9(003) FROM AP-SEQ-PEDIDO.
          02 LINE 12 COL 62, PIC 9(003) FROM AP-SEQ-ITEM.
          02 LINE 12 COL 66, PIC 9(005) FROM AP-COD-PRODUTO.
          02 LINE 13 COL 10 VALUE "VALOR/TABELA:".
          02 LINE 13 COL 24, PIC ZZZZZZZZ9,99 FROM AP-VALOR-UNITARIO.
          02 LINE 13 COL 37, PIC ZZZZZZZZ9,99 FROM AP-VALOR-TABELA.
          02 LINE 13 COL 51 VALUE "DESC/TETO %:".
          02 LINE 13 COL 64, PIC ZZ9,99 FROM AP-PCT-DESCONTO.
          02 LINE 13 COL 71, PIC ZZ9,99 FROM AP-PCT-TETO.
          02 LINE 14 COL 10 VALUE "(A)PROVAR / (R)EJEITAR / (V)OLTAR:".
          02 LINE 14 COL 46, PIC X TO W-DECISAO.
          02 LINE 16 COL 10 "CONFIRMA A DECISAO? (S/N): (.)".

      *-----------------------------------------------------------
      * REVISAO E APROVACAO DAS SOLICITACOES DE DESFAZER IMPORTACAO
      * E CORRECAO EM LOTE DE COORDENADAS E DOS ITENS DE PEDIDO COM
      * DESCONTO ACIMA DO TETO DO VENDEDOR (DUPLO COMANDO): O
      * OPERADOR QUE SOLICITOU NAO PODE APROVAR A PROPRIA
      * SOLICITACAO; A EXECUCAO SO ACONTECE AQUI, DEPOIS DO ACEITE.
      * PENDENCIAS PARADAS ALEM DA VALIDADE EXPIRAM SOZINHAS AO
           ELSE
              EVALUATE W-DECISAO
                 WHEN "A"
      * O ACEITE DE UM DESCONTO GRAVA UM UNICO ITEM DE PEDIDO - NAO
      * DISPUTA OS CADASTROS COM A DISTRIBUICAO.
                    MOVE "N" TO W-CONGELADO-SW
                    IF NOT AP-ACAO-DESCONTO
                       PERFORM 250-VERIFICAR-TRAVA-DISTRIB
                    END-IF

                    IF W-CADASTRO-CONGELADO
                       MOVE "DISTRIBUICAO EM ANDAMENTO - AGUARDE"
                 PERFORM 320-DESFAZER-VENDEDORES
              WHEN AP-ACAO-CORRECAO
                 PERFORM 330-APLICAR-CORRECAO
              WHEN AP-ACAO-DESCONTO
                 PERFORM 350-GRAVAR-ITEM-DESCONTO
           END-EVALUATE

           STRING "APROVADO - APLICADOS: " W-QTD-APLICADOS
              MOVE LONGITUDE-CLIENTE  TO AC-LONGITUDE-DEPOIS
              MOVE "A"                TO AC-STATUS-ANTES
              MOVE STATUS-CLIENTE     TO AC-STATUS-DEPOIS
              MOVE SEGMENTO-CLIENTE   TO AC-SEGMENTO-ANTES
              MOVE SEGMENTO-CLIENTE   TO AC-SEGMENTO-DEPOIS
              MOVE FREQ-VISITA-CLIENTE TO AC-FREQ-ANTES
              MOVE FREQ-VISITA-CLIENTE TO AC-FREQ-DEPOIS
              PERFORM 700-GRAVAR-AUD-CLIENTE

              ADD 1 TO W-QTD-APLICADOS
              MOVE LONGITUDE-CLIENTE  TO AC-LONGITUDE-DEPOIS
              MOVE STATUS-CLIENTE     TO AC-STATUS-ANTES
              MOVE STATUS-CLIENTE     TO AC-STATUS-DEPOIS
              MOVE SEGMENTO-CLIENTE   TO AC-SEGMENTO-ANTES
              MOVE SEGMENTO-CLIENTE   TO AC-SEGMENTO-DEPOIS
              MOVE FREQ-VISITA-CLIENTE TO AC-FREQ-ANTES
              MOVE FREQ-VISITA-CLIENTE TO AC-FREQ-DEPOIS
              PERFORM 700-GRAVAR-AUD-CLIENTE

      * A COORDENADA DO CLIENTE MUDOU - AS DISTANCIAS DELE NO CACHE

           READ ARQ-CACHE NEXT.

      * ITEM COM DESCONTO ACIMA DO TETO APROVADO: ENTRA NO PEDIDO
      * COM A SEQUENCIA RESERVADA NO LANCAMENTO. PEDIDO EXCLUIDO OU
      * JA ENVIADO AO ERP NESSE MEIO TEMPO NAO RECEBE MAIS O ITEM.
       350-GRAVAR-ITEM-DESCONTO.

           OPEN INPUT ARQ-PEDIDO

           MOVE AP-COD-CLIENTE TO P-COD-CLIENTE
           MOVE AP-DATA-PEDIDO TO P-DATA-PEDIDO
           MOVE AP-SEQ-PEDIDO  TO P-SEQ-PEDIDO
           READ ARQ-PEDIDO RECORD KEY IS P-CHAVE-PEDIDO
             INVALID KEY MOVE "23" TO FS-PEDIDO
           END-READ

           IF FS-PEDIDO NOT EQUAL "00"
              ADD 1 TO W-QTD-REJEITADOS
           ELSE
              IF P-ERP-TRANSMITIDO OR P-ERP-FATURADO
                 ADD 1 TO W-QTD-REJEITADOS
              ELSE
                 OPEN I-O ARQ-ITEMPED
                 IF FS-ITEMPED EQUAL "05"
                    CLOSE ARQ-ITEMPED
                    OPEN I-O ARQ-ITEMPED
                 END-IF

                 MOVE AP-COD-CLIENTE    TO I-COD-CLIENTE
                 MOVE AP-DATA-PEDIDO    TO I-DATA-PEDIDO
                 MOVE AP-SEQ-PEDIDO     TO I-SEQ-PEDIDO
                 MOVE AP-SEQ-ITEM       TO I-SEQ-ITEM
                 MOVE AP-COD-PRODUTO    TO I-COD-PRODUTO
                 MOVE AP-QTD-PRODUTO    TO I-QTD-PRODUTO
                 MOVE AP-VALOR-UNITARIO TO I-VALOR-UNITARIO

                 WRITE ARQ-ITEMPED-REG

                 IF FS-ITEMPED EQUAL "00"
                    ADD 1 TO W-QTD-APLICADOS
                 ELSE
                    ADD 1 TO W-QTD-REJEITADOS
                 END-IF

                 CLOSE ARQ-ITEMPED
                 MOVE "00" TO FS-ITEMPED
              END-IF
           END-IF

           CLOSE ARQ-PEDIDO
           MOVE "00" TO FS-PEDIDO.

       700-GRAVAR-AUD-CLIENTE.

           ACCEPT AC-DATA     FROM DATE YYYYMMDD
           MOVE W-OPERADOR-ID TO AC-OPERADOR

           OPEN EXTEND ARQ-AUDCLIENTE

           MOVE "CADCLIENTE.AUD" TO PLA-TRILHA
           SET PLA-LACRAR TO TRUE
           MOVE ZEROS TO AC-SEQ-LACRE
           MOVE ZEROS TO AC-LACRE
           MOVE REG-AUDCLIENTE TO PLA-CONTEUDO
           CALL "AUDLACRE" USING W-PARAM-LACRE
           MOVE PLA-SEQ   TO AC-SEQ-LACRE
           MOVE PLA-LACRE TO AC-LACRE

           WRITE REG-AUDCLIENTE
           CLOSE ARQ-AUDCLIENTE.

           MOVE W-OPERADOR-ID TO AV-OPERADOR

           OPEN EXTEND ARQ-AUDVENDEDOR

           MOVE "CADVENDEDOR.AUD" TO PLA-TRILHA
           SET PLA-LACRAR TO TRUE
           MOVE ZEROS TO AV-SEQ-LACRE
           MOVE ZEROS TO AV-LACRE
           MOVE REG-AUDVENDEDOR TO PLA-CONTEUDO
           CALL "AUDLACRE" USING W-PARAM-LACRE
           MOVE PLA-SEQ   TO AV-SEQ-LACRE
           MOVE PLA-LACRE TO AV-LACRE

           WRITE REG-AUDVENDEDOR
           CLOSE ARQ-AUDVENDEDOR.

