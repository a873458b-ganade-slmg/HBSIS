       PROGRAM-ID.   EXPPEDIDO.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDO    ASSIGN TO DISK
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

           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CLIENTE.

           SELECT OPTIONAL ARQ-DEVOLUCAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DV-CHAVE-DEVOLUCAO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-DEVOLUCAO.

      * ITENS COM DESCONTO ACIMA DO TETO AINDA SEM DECISAO NO DUPLO
      * COMANDO SEGURAM O PEDIDO FORA DO LOTE.
           SELECT OPTIONAL ARQ-APROV ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS AP-ID
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-APROV.

           SELECT EXP-PEDIDO ASSIGN TO "EXPPEDIDO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-PARAM ASSIGN TO "EXPPEDIDO.PAR"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-PARAM.

      *-----------------------------------------------------------
      * LOG DE TRANSMISSAO: UM REGISTRO POR LOTE GERADO, COM DATA,
      * LOTE E TOTAIS DE CONTROLE - E A TRILHA DE TUDO O QUE JA FOI
      * ENVIADO AO ERP.
      *-----------------------------------------------------------
           SELECT OPTIONAL ARQ-LOGEXP ASSIGN TO "EXPPEDIDO.LOG"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-LOGEXP.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPEDIDO'.

       COPY "CADPEDIDO.CPY".

       FD  ARQ-ITEMPED
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADITEMPED'.

       COPY "CADITEMPED.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLIENTE'.

       COPY "CADCLIENTE.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADDEVOLUCAO'.

       COPY "CADDEVOLUCAO.CPY".

       FD  ARQ-APROV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADAPROV'.

       COPY "CADAPROV.CPY".

      *-----------------------------------------------------------
      * LAYOUT FIXO DO LOTE DE PEDIDOS PARA O ERP, NO MESMO PADRAO
      * DO FEED DO CRM (EXPCRM) - CAMPOS SEM DELIMITADOR, NUMERICOS
      * COM ZEROS A ESQUERDA E ALFANUMERICOS COM BRANCOS A DIREITA.
      * O LOTE E ENVELOPADO POR HEADER ("H") E TRAILER ("T"); CADA
      * PEDIDO SAI NUM REGISTRO "P" SEGUIDO DOS SEUS ITENS ("I").
      * O TRAILER TRAZ A CONTAGEM DE REGISTROS, DE PEDIDOS E DE
      * ITENS, O HASH-TOTAL DOS CODIGOS DE CLIENTE E O VALOR TOTAL
      * DOS PEDIDOS, PARA O ERP CONFERIR A COMPLETUDE DO LOTE.
      *-----------------------------------------------------------
       FD  EXP-PEDIDO.
       01  REG-EXP-PED.
           03 EXP-TIPO-REG         PIC X(001).
           03 EXP-COD-CLIENTE      PIC 9(007).
           03 EXP-DATA-PEDIDO      PIC 9(008).
           03 EXP-SEQ-PEDIDO       PIC 9(003).
           03 EXP-CNPJ             PIC X(014).
           03 EXP-RAZAO-SOCIAL     PIC X(040).
           03 EXP-COD-VENDEDOR     PIC 9(003).
           03 EXP-VALOR-PEDIDO     PIC 9(009)V9(002).
           03 EXP-QTD-ITENS        PIC 9(005).
           03 EXP-LOTE             PIC 9(016).
      * "N" PEDIDO NOVO, "R" REENVIO DE PEDIDO RECUSADO PELO ERP.
           03 EXP-TIPO-ENVIO       PIC X(001).
           03 FILLER               PIC X(011).

       01  REG-EXP-ITEM.
           03 ITE-TIPO-REG         PIC X(001).
           03 ITE-COD-CLIENTE      PIC 9(007).
           03 ITE-DATA-PEDIDO      PIC 9(008).
           03 ITE-SEQ-PEDIDO       PIC 9(003).
           03 ITE-SEQ-ITEM         PIC 9(003).
           03 ITE-COD-PRODUTO      PIC 9(005).
           03 ITE-QTD-PRODUTO      PIC 9(005).
           03 ITE-VALOR-UNITARIO   PIC 9(009)V9(002).
           03 ITE-VALOR-TOTAL      PIC 9(011)V9(002).
           03 FILLER               PIC X(064).

       01  REG-EXP-CAB.
           03 CAB-TIPO-REG         PIC X(001).
           03 CAB-DATA-GERACAO     PIC 9(008).
           03 CAB-HORA-GERACAO     PIC 9(008).
           03 CAB-LOTE             PIC 9(016).
           03 FILLER               PIC X(087).

       01  REG-EXP-TRL.
           03 TRL-TIPO-REG         PIC X(001).
           03 TRL-QTD-REGISTROS    PIC 9(009).
           03 TRL-QTD-PEDIDOS      PIC 9(009).
           03 TRL-QTD-ITENS        PIC 9(009).
           03 TRL-HASH-CLIENTES    PIC 9(018).
           03 TRL-VALOR-TOTAL      PIC 9(013)V9(002).
           03 FILLER               PIC X(059).

       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.

       01  REG-PARAM.
           03 PARAM-REENVIO        PIC X(001).

       FD  ARQ-LOGEXP
           LABEL RECORD IS STANDARD.

       01  REG-LOGEXP.
           03 LOG-DATA-GERACAO     PIC 9(008).
           03 LOG-HORA-GERACAO     PIC 9(008).
           03 LOG-LOTE             PIC 9(016).
           03 LOG-REENVIO          PIC X(001).
           03 LOG-QTD-REGISTROS    PIC 9(009).
           03 LOG-QTD-PEDIDOS      PIC 9(009).
           03 LOG-QTD-REENVIADOS   PIC 9(009).
           03 LOG-QTD-ITENS        PIC 9(009).
           03 LOG-VALOR-TOTAL      PIC 9(013)V9(002).

       WORKING-STORAGE SECTION.

       77 FS-PEDIDO               PIC  X(002)         VALUE "00".
       77 FS-ITEMPED              PIC  X(002)         VALUE "00".
       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-DEVOLUCAO            PIC  X(002)         VALUE "00".
       77 FS-PARAM                PIC  X(002)         VALUE "00".
       77 FS-LOGEXP               PIC  X(002)         VALUE "00".
       77 FS-APROV                PIC  X(002)         VALUE "00".
       77 W-ITEMPED-ABERTO        PIC  X(001)         VALUE "N".
       77 W-DEVOLUCAO-ABERTO      PIC  X(001)         VALUE "N".

      *-----------------------------------------------------------
      * REENVIO: COM "S" NO EXPPEDIDO.PAR, OS PEDIDOS RECUSADOS PELO
      * ERP VOLTAM NO LOTE JUNTO COM OS DIGITADOS (DEPOIS DE O
      * FATURAMENTO ACERTAR O MOTIVO DA RECUSA DO LADO DELES). SEM O
      * PARAMETRO, SO SAEM OS PEDIDOS AINDA NAO TRANSMITIDOS.
      *-----------------------------------------------------------
       77 W-PARAM-REENVIO         PIC  X(001)         VALUE "N".
          88 W-REENVIAR-RECUSADOS    VALUE "S".

       77 W-DATA-GERACAO          PIC  9(008)         VALUE ZEROS.
       77 W-HORA-GERACAO          PIC  9(008)         VALUE ZEROS.
       77 W-LOTE                  PIC  9(016)         VALUE ZEROS.

       77 W-QTD-REGISTROS         PIC  9(009)         VALUE ZEROS.
       77 W-QTD-PEDIDOS           PIC  9(009)         VALUE ZEROS.
       77 W-QTD-REENVIADOS        PIC  9(009)         VALUE ZEROS.
       77 W-QTD-ITENS             PIC  9(009)         VALUE ZEROS.
       77 W-QTD-CANCELADOS        PIC  9(009)         VALUE ZEROS.
       77 W-QTD-ERRO-GRAVACAO     PIC  9(009)         VALUE ZEROS.
       77 W-HASH-CLIENTES         PIC  9(018)         VALUE ZEROS.
       77 W-VALOR-TOTAL           PIC  9(013)V9(002)  VALUE ZEROS.

      * PEDIDOS COM ITEM AGUARDANDO APROVACAO DE DESCONTO, COLETADOS
      * DO CADAPROV NO INICIO DO PROCESSAMENTO.
       01  W-TAB-AGUARDANDO.
           03 W-PED-AGUARDANDO OCCURS 500 TIMES PIC 9(018).

       77 W-QTD-TAB-AGUARDANDO    PIC  9(003) COMP    VALUE ZEROS.
       77 W-IDX-AGUARDANDO        PIC  9(003) COMP    VALUE ZEROS.
       77 W-QTD-AGUARD-APROV      PIC  9(009)         VALUE ZEROS.
       77 W-CHAVE-AGUARDANDO      PIC  9(018)         VALUE ZEROS.
       77 W-PEDIDO-AGUARDANDO-SW  PIC  X(001)         VALUE "N".
          88 W-PEDIDO-AGUARDANDO     VALUE "S".

       77 W-TIPO-ENVIO            PIC  X(001)         VALUE SPACES.
       77 W-PEDIDO-CANCELADO-SW   PIC  X(001)         VALUE "N".
          88 W-PEDIDO-CANCELADO      VALUE "S".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * GERA O LOTE DE PEDIDOS PARA O ERP: PERCORRE O CADPEDIDO E
      * TRANSMITE CADA PEDIDO DIGITADO (E, COM O PARAMETRO DE
      * REENVIO, OS RECUSADOS) COM AS SUAS LINHAS DO CADITEMPED,
      * MARCANDO O PEDIDO COMO TRANSMITIDO COM A DATA E O LOTE. O
      * PEDIDO CANCELADO NO CADDEVOLUCAO ANTES DE SER TRANSMITIDO
      * NAO SAI, NEM O QUE TEM ITEM COM DESCONTO ACIMA DO TETO AINDA
      * PENDENTE NO CADAPROV (SAI NO LOTE SEGUINTE A DECISAO). O
      * RETORNO DO ERP (FATURADO/RECUSADO) E LIDO PELO IMPPEDRET.
      * RODAVEL PELO AGENDADOR, COMO OS DEMAIS BATCHES
      * (DISPLAY + RETURN-CODE).
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "EXPPEDIDO - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           PERFORM 040-LER-PARAMETROS

           OPEN I-O ARQ-PEDIDO

           IF FS-PEDIDO NOT EQUAL "00"
              DISPLAY "EXPPEDIDO - CADPEDIDO NAO LOCALIZADO"
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN INPUT ARQ-CLIENTE

              PERFORM 050-ABRIR-OPCIONAIS

              PERFORM 060-CARREGAR-AGUARDANDO

              ACCEPT W-DATA-GERACAO FROM DATE YYYYMMDD
              ACCEPT W-HORA-GERACAO FROM TIME
              COMPUTE W-LOTE = W-DATA-GERACAO * 100000000
                             + W-HORA-GERACAO

              OPEN OUTPUT EXP-PEDIDO

              PERFORM 070-GRAVAR-HEADER

              MOVE ZEROS TO P-COD-CLIENTE
              MOVE ZEROS TO P-DATA-PEDIDO
              MOVE ZEROS TO P-SEQ-PEDIDO
              START ARQ-PEDIDO KEY IS NOT LESS P-CHAVE-PEDIDO
                INVALID KEY MOVE "23" TO FS-PEDIDO
              END-START

              IF FS-PEDIDO EQUAL "00"
                 READ ARQ-PEDIDO NEXT
                 PERFORM 100-PROCESSAR-PEDIDO
                    UNTIL FS-PEDIDO NOT EQUAL "00"
              END-IF

              PERFORM 080-GRAVAR-TRAILER

              CLOSE ARQ-PEDIDO
              CLOSE ARQ-CLIENTE
              CLOSE EXP-PEDIDO

              IF W-ITEMPED-ABERTO EQUAL "S"
                 CLOSE ARQ-ITEMPED
              END-IF

              IF W-DEVOLUCAO-ABERTO EQUAL "S"
                 CLOSE ARQ-DEVOLUCAO
              END-IF

              PERFORM 400-GRAVAR-LOG

              DISPLAY "EXPPEDIDO - LOTE: " W-LOTE
              DISPLAY "EXPPEDIDO - PEDIDOS TRANSMITIDOS: "
                      W-QTD-PEDIDOS
              DISPLAY "EXPPEDIDO - DOS QUAIS REENVIADOS: "
                      W-QTD-REENVIADOS
              DISPLAY "EXPPEDIDO - ITENS TRANSMITIDOS: " W-QTD-ITENS
              DISPLAY "EXPPEDIDO - CANCELADOS NAO TRANSMITIDOS: "
                      W-QTD-CANCELADOS
              DISPLAY "EXPPEDIDO - RETIDOS AGUARDANDO APROVACAO: "
                      W-QTD-AGUARD-APROV
              DISPLAY "EXPPEDIDO - ERROS AO MARCAR O PEDIDO: "
                      W-QTD-ERRO-GRAVACAO

              IF W-QTD-ERRO-GRAVACAO GREATER ZEROS
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY "EXPPEDIDO - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       040-LER-PARAMETROS.

           MOVE "N" TO W-PARAM-REENVIO

           OPEN INPUT ARQ-PARAM
           IF FS-PARAM EQUAL "00"
              READ ARQ-PARAM
              IF FS-PARAM EQUAL "00"
                 AND PARAM-REENVIO EQUAL "S"
                 SET W-REENVIAR-RECUSADOS TO TRUE
              END-IF
              CLOSE ARQ-PARAM
           END-IF.

      * ITENS E DEVOLUCOES SAO OPCIONAIS: INSTALACAO SEM OS ARQUIVOS
      * TRANSMITE SO OS CABECALHOS, SEM CANCELAMENTOS A CONFERIR.
       050-ABRIR-OPCIONAIS.

           MOVE "N" TO W-ITEMPED-ABERTO
           OPEN INPUT ARQ-ITEMPED
           IF FS-ITEMPED EQUAL "00"
              MOVE "S" TO W-ITEMPED-ABERTO
           ELSE
              IF FS-ITEMPED EQUAL "05"
                 CLOSE ARQ-ITEMPED
              END-IF
           END-IF
           MOVE "00" TO FS-ITEMPED

           MOVE "N" TO W-DEVOLUCAO-ABERTO
           OPEN INPUT ARQ-DEVOLUCAO
           IF FS-DEVOLUCAO EQUAL "00"
              MOVE "S" TO W-DEVOLUCAO-ABERTO
           ELSE
              IF FS-DEVOLUCAO EQUAL "05"
                 CLOSE ARQ-DEVOLUCAO
              END-IF
           END-IF
           MOVE "00" TO FS-DEVOLUCAO.

      * SO AS SOLICITACOES DE DESCONTO AINDA PENDENTES INTERESSAM -
      * APROVADA JA GRAVOU O ITEM; REJEITADA OU EXPIRADA NAO GRAVA
      * MAIS NADA E O PEDIDO SEGUE SEM ELE.
       060-CARREGAR-AGUARDANDO.

           MOVE ZEROS TO W-QTD-TAB-AGUARDANDO

           OPEN INPUT ARQ-APROV

           IF FS-APROV EQUAL "00"
              MOVE ZEROS TO AP-ID
              START ARQ-APROV KEY IS NOT LESS AP-ID
                INVALID KEY MOVE "23" TO FS-APROV
              END-START

              IF FS-APROV EQUAL "00"
                 READ ARQ-APROV NEXT
                 PERFORM 065-REGISTRAR-AGUARDANDO
                    UNTIL FS-APROV NOT EQUAL "00"
              END-IF

              CLOSE ARQ-APROV
           ELSE
              IF FS-APROV EQUAL "05"
                 CLOSE ARQ-APROV
              END-IF
           END-IF

           MOVE "00" TO FS-APROV.

       065-REGISTRAR-AGUARDANDO.
           IF AP-ACAO-DESCONTO AND AP-PENDENTE
              COMPUTE W-CHAVE-AGUARDANDO =
                      AP-COD-CLIENTE * 100000000000
                    + AP-DATA-PEDIDO * 1000
                    + AP-SEQ-PEDIDO

              PERFORM 170-PROCURAR-AGUARDANDO

              IF NOT W-PEDIDO-AGUARDANDO
                 AND W-QTD-TAB-AGUARDANDO LESS 500
                 ADD 1 TO W-QTD-TAB-AGUARDANDO
                 MOVE W-CHAVE-AGUARDANDO
                   TO W-PED-AGUARDANDO (W-QTD-TAB-AGUARDANDO)
              END-IF
           END-IF

           READ ARQ-APROV NEXT.

       070-GRAVAR-HEADER.
           INITIALIZE REG-EXP-CAB

           MOVE "H"            TO CAB-TIPO-REG
           MOVE W-DATA-GERACAO TO CAB-DATA-GERACAO
           MOVE W-HORA-GERACAO TO CAB-HORA-GERACAO
           MOVE W-LOTE         TO CAB-LOTE

           WRITE REG-EXP-CAB

           ADD 1 TO W-QTD-REGISTROS.

       080-GRAVAR-TRAILER.
           INITIALIZE REG-EXP-TRL

           ADD 1 TO W-QTD-REGISTROS

           MOVE "T"             TO TRL-TIPO-REG
           MOVE W-QTD-REGISTROS TO TRL-QTD-REGISTROS
           MOVE W-QTD-PEDIDOS   TO TRL-QTD-PEDIDOS
           MOVE W-QTD-ITENS     TO TRL-QTD-ITENS
           MOVE W-HASH-CLIENTES TO TRL-HASH-CLIENTES
           MOVE W-VALOR-TOTAL   TO TRL-VALOR-TOTAL

           WRITE REG-EXP-TRL.

      * SELECIONA O PEDIDO PELA SITUACAO NO ERP: DIGITADO SAI COMO
      * NOVO; RECUSADO SO SAI COM O PARAMETRO DE REENVIO. LEGADO,
      * TRANSMITIDO E FATURADO FICAM DE FORA.
       100-PROCESSAR-PEDIDO.
           MOVE SPACES TO W-TIPO-ENVIO

           IF P-ERP-DIGITADO
              MOVE "N" TO W-TIPO-ENVIO
           ELSE
              IF P-ERP-RECUSADO AND W-REENVIAR-RECUSADOS
                 MOVE "R" TO W-TIPO-ENVIO
              END-IF
           END-IF

           IF W-TIPO-ENVIO NOT EQUAL SPACES
              PERFORM 150-VERIFICAR-CANCELAMENTO

              COMPUTE W-CHAVE-AGUARDANDO =
                      P-COD-CLIENTE * 100000000000
                    + P-DATA-PEDIDO * 1000
                    + P-SEQ-PEDIDO
              PERFORM 170-PROCURAR-AGUARDANDO

              EVALUATE TRUE
                 WHEN W-PEDIDO-CANCELADO
                    ADD 1 TO W-QTD-CANCELADOS
                 WHEN W-PEDIDO-AGUARDANDO
                    ADD 1 TO W-QTD-AGUARD-APROV
                 WHEN OTHER
                    PERFORM 200-GRAVAR-PEDIDO
              END-EVALUATE
           END-IF

           READ ARQ-PEDIDO NEXT.

      * O CANCELAMENTO DO CADDEVOLUCAO E O REGISTRO DE ITEM ZERO E
      * TIPO "C", QUE FICA NO INICIO DA CHAVE DO PEDIDO.
       150-VERIFICAR-CANCELAMENTO.
           MOVE "N" TO W-PEDIDO-CANCELADO-SW

           IF W-DEVOLUCAO-ABERTO EQUAL "S"
              MOVE P-COD-CLIENTE TO DV-COD-CLIENTE
              MOVE P-DATA-PEDIDO TO DV-DATA-PEDIDO
              MOVE P-SEQ-PEDIDO  TO DV-SEQ-PEDIDO
              MOVE ZEROS         TO DV-SEQ-ITEM
              MOVE ZEROS         TO DV-SEQ-DEVOLUCAO

              START ARQ-DEVOLUCAO KEY IS NOT LESS DV-CHAVE-DEVOLUCAO
                INVALID KEY MOVE "23" TO FS-DEVOLUCAO
              END-START

              IF FS-DEVOLUCAO EQUAL "00"
                 READ ARQ-DEVOLUCAO NEXT
                 PERFORM 160-PROCURAR-CANCELAMENTO
                    UNTIL FS-DEVOLUCAO NOT EQUAL "00"
                       OR DV-COD-CLIENTE NOT EQUAL P-COD-CLIENTE
                       OR DV-DATA-PEDIDO NOT EQUAL P-DATA-PEDIDO
                       OR DV-SEQ-PEDIDO  NOT EQUAL P-SEQ-PEDIDO
                       OR DV-SEQ-ITEM    NOT EQUAL ZEROS
                       OR W-PEDIDO-CANCELADO
              END-IF

              MOVE "00" TO FS-DEVOLUCAO
           END-IF.

       160-PROCURAR-CANCELAMENTO.
           IF DV-CANCELAMENTO
              MOVE "S" TO W-PEDIDO-CANCELADO-SW
           END-IF

           READ ARQ-DEVOLUCAO NEXT.

       170-PROCURAR-AGUARDANDO.
           MOVE "N" TO W-PEDIDO-AGUARDANDO-SW

           PERFORM 175-COMPARAR-AGUARDANDO
              VARYING W-IDX-AGUARDANDO FROM 1 BY 1
              UNTIL W-IDX-AGUARDANDO GREATER W-QTD-TAB-AGUARDANDO
                 OR W-PEDIDO-AGUARDANDO.

       175-COMPARAR-AGUARDANDO.
           IF W-PED-AGUARDANDO (W-IDX-AGUARDANDO)
              EQUAL W-CHAVE-AGUARDANDO
              MOVE "S" TO W-PEDIDO-AGUARDANDO-SW
           END-IF.

      * GRAVA O REGISTRO DO PEDIDO E OS SEUS ITENS E MARCA O PEDIDO
      * COMO TRANSMITIDO NO LOTE - O REWRITE NAO MEXE NA CHAVE, A
      * VARREDURA SEGUE DO PONTO EM QUE ESTAVA.
       200-GRAVAR-PEDIDO.
           INITIALIZE REG-EXP-PED

           MOVE P-COD-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
             INVALID KEY
                MOVE SPACES TO RAZAO-SOCIAL
                MOVE SPACES TO CNPJ
           END-READ

           MOVE "P"            TO EXP-TIPO-REG
           MOVE P-COD-CLIENTE  TO EXP-COD-CLIENTE
           MOVE P-DATA-PEDIDO  TO EXP-DATA-PEDIDO
           MOVE P-SEQ-PEDIDO   TO EXP-SEQ-PEDIDO
           MOVE CNPJ           TO EXP-CNPJ
           MOVE RAZAO-SOCIAL   TO EXP-RAZAO-SOCIAL
           MOVE P-COD-VENDEDOR TO EXP-COD-VENDEDOR
           MOVE P-VALOR-PEDIDO TO EXP-VALOR-PEDIDO
           MOVE P-QTD-ITENS    TO EXP-QTD-ITENS
           MOVE W-LOTE         TO EXP-LOTE
           MOVE W-TIPO-ENVIO   TO EXP-TIPO-ENVIO

           WRITE REG-EXP-PED

           ADD 1 TO W-QTD-REGISTROS
           ADD 1 TO W-QTD-PEDIDOS
           IF W-TIPO-ENVIO EQUAL "R"
              ADD 1 TO W-QTD-REENVIADOS
           END-IF
           ADD P-COD-CLIENTE TO W-HASH-CLIENTES
             ON SIZE ERROR CONTINUE
           END-ADD
           ADD P-VALOR-PEDIDO TO W-VALOR-TOTAL
             ON SIZE ERROR CONTINUE
           END-ADD

           IF W-ITEMPED-ABERTO EQUAL "S"
              PERFORM 250-GRAVAR-ITENS
           END-IF

           SET P-ERP-TRANSMITIDO TO TRUE
           MOVE W-DATA-GERACAO   TO P-DATA-STATUS-ERP
           MOVE W-LOTE           TO P-LOTE-ERP
           MOVE SPACES           TO P-DOC-ERP

           REWRITE ARQ-PEDIDO-REG

           IF FS-PEDIDO NOT EQUAL "00"
              ADD 1 TO W-QTD-ERRO-GRAVACAO
              DISPLAY "EXPPEDIDO - ERRO AO MARCAR PEDIDO "
                      P-COD-CLIENTE "/" P-DATA-PEDIDO "/"
                      P-SEQ-PEDIDO " FS=" FS-PEDIDO
              MOVE "00" TO FS-PEDIDO
           END-IF.

       250-GRAVAR-ITENS.
           MOVE P-COD-CLIENTE TO I-COD-CLIENTE
           MOVE P-DATA-PEDIDO TO I-DATA-PEDIDO
           MOVE P-SEQ-PEDIDO  TO I-SEQ-PEDIDO
           MOVE ZEROS         TO I-SEQ-ITEM

           START ARQ-ITEMPED KEY IS NOT LESS I-CHAVE-ITEM
             INVALID KEY MOVE "23" TO FS-ITEMPED
           END-START

           IF FS-ITEMPED EQUAL "00"
              READ ARQ-ITEMPED NEXT
              PERFORM 260-GRAVAR-UM-ITEM
                 UNTIL FS-ITEMPED NOT EQUAL "00"
                    OR I-COD-CLIENTE NOT EQUAL P-COD-CLIENTE
                    OR I-DATA-PEDIDO NOT EQUAL P-DATA-PEDIDO
                    OR I-SEQ-PEDIDO  NOT EQUAL P-SEQ-PEDIDO
           END-IF

           MOVE "00" TO FS-ITEMPED.

       260-GRAVAR-UM-ITEM.
           INITIALIZE REG-EXP-ITEM

           MOVE "I"              TO ITE-TIPO-REG
           MOVE I-COD-CLIENTE    TO ITE-COD-CLIENTE
           MOVE I-DATA-PEDIDO    TO ITE-DATA-PEDIDO
           MOVE I-SEQ-PEDIDO     TO ITE-SEQ-PEDIDO
           MOVE I-SEQ-ITEM       TO ITE-SEQ-ITEM
           MOVE I-COD-PRODUTO    TO ITE-COD-PRODUTO
           MOVE I-QTD-PRODUTO    TO ITE-QTD-PRODUTO
           MOVE I-VALOR-UNITARIO TO ITE-VALOR-UNITARIO
           COMPUTE ITE-VALOR-TOTAL = I-QTD-PRODUTO * I-VALOR-UNITARIO

           WRITE REG-EXP-ITEM

           ADD 1 TO W-QTD-REGISTROS
           ADD 1 TO W-QTD-ITENS

           READ ARQ-ITEMPED NEXT.

       400-GRAVAR-LOG.
           OPEN EXTEND ARQ-LOGEXP

           IF FS-LOGEXP EQUAL "00" OR FS-LOGEXP EQUAL "05"
              MOVE W-DATA-GERACAO   TO LOG-DATA-GERACAO
              MOVE W-HORA-GERACAO   TO LOG-HORA-GERACAO
              MOVE W-LOTE           TO LOG-LOTE
              MOVE W-PARAM-REENVIO  TO LOG-REENVIO
              MOVE W-QTD-REGISTROS  TO LOG-QTD-REGISTROS
              MOVE W-QTD-PEDIDOS    TO LOG-QTD-PEDIDOS
              MOVE W-QTD-REENVIADOS TO LOG-QTD-REENVIADOS
              MOVE W-QTD-ITENS      TO LOG-QTD-ITENS
              MOVE W-VALOR-TOTAL    TO LOG-VALOR-TOTAL

              WRITE REG-LOGEXP

              CLOSE ARQ-LOGEXP
           END-IF.

       END PROGRAM EXPPEDIDO.
