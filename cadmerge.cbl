                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-CHAVE-PEDIDO
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDIDO.

                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ITEMPED.

           SELECT OPTIONAL ARQ-DEVOLUCAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DV-CHAVE-DEVOLUCAO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-DEVOLUCAO.

           SELECT OPTIONAL ARQ-PEDRET ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RT-CHAVE-RETIDO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDRET.

           SELECT OPTIONAL ARQ-APROV ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS AP-ID
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-APROV.

           SELECT OPTIONAL ARQ-VISITA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS V-CHAVE-VISITA
                  ALTERNATE RECORD KEY IS V-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VISITA.


       COPY "CADITEMPED.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADDEVOLUCAO'.

       COPY "CADDEVOLUCAO.CPY".

       FD  ARQ-PEDRET
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPEDRET'.

       COPY "CADPEDRET.CPY".

       FD  ARQ-APROV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADAPROV'.

       COPY "CADAPROV.CPY".

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVISITA'.
           03 AUD-HORA             PIC 9(008).
           03 AUD-OPERACAO         PIC X(003).
           03 AUD-COD-CLIENTE      PIC 9(007).
           03 AUD-CNPJ-ANTES       PIC X(014).
           03 AUD-CNPJ-DEPOIS      PIC X(014).
           03 AUD-RAZAO-ANTES      PIC X(040).
           03 AUD-RAZAO-DEPOIS     PIC X(040).
           03 AUD-LATITUDE-ANTES   PIC S9(003)V9(008).
           03 AUD-LONGITUDE-DEPOIS PIC S9(003)V9(008).
           03 AUD-STATUS-ANTES     PIC X(001).
           03 AUD-STATUS-DEPOIS    PIC X(001).
      * SEGMENTO E FREQUENCIA DE VISITA - BRANCOS NOS REGISTROS
      * GRAVADOS ANTES DE A TRILHA PASSAR A GUARDA-LOS.
           03 AUD-SEGMENTO-ANTES   PIC X(001).
           03 AUD-SEGMENTO-DEPOIS  PIC X(001).
           03 AUD-FREQ-ANTES       PIC X(001).
           03 AUD-FREQ-DEPOIS      PIC X(001).
      * ELO DA CORRENTE DE LACRE (AUDLACRE) - BRANCOS NOS REGISTROS
      * GRAVADOS ANTES DE A TRILHA PASSAR A SER LACRADA.
           03 AUD-SEQ-LACRE        PIC 9(009).
           03 AUD-LACRE            PIC 9(010).

       FD  ARQ-JORNALSEG
           LABEL RECORD IS STANDARD.
       77 FS-CLIENTE              PIC X(002)          VALUE "00".
       77 FS-PEDIDO               PIC X(002)          VALUE "00".
       77 FS-ITEMPED              PIC X(002)          VALUE "00".
       77 FS-DEVOLUCAO            PIC X(002)          VALUE "00".
       77 FS-PEDRET               PIC X(002)          VALUE "00".
       77 FS-APROV                PIC X(002)          VALUE "00".
       77 FS-VISITA               PIC X(002)          VALUE "00".
       77 FS-EXCECAO              PIC X(002)          VALUE "00".
       77 FS-TRIAGEM              PIC X(002)          VALUE "00".

       77 W-QTD-PEDIDOS-MOV       PIC 9(007)          VALUE ZEROS.
       77 W-QTD-ITENS-MOV         PIC 9(007)          VALUE ZEROS.
       77 W-QTD-DEVOL-MOV         PIC 9(007)          VALUE ZEROS.
       77 W-QTD-VISITAS-MOV       PIC 9(007)          VALUE ZEROS.
       77 W-QTD-VISITAS-DESC      PIC 9(007)          VALUE ZEROS.
       77 W-QTD-EXCECOES-MOV      PIC 9(007)          VALUE ZEROS.
           03 W-PG-VALOR          PIC 9(009)V9(002).
           03 W-PG-QTD-ITENS      PIC 9(005).
           03 W-PG-VENDEDOR       PIC 9(003).
           03 W-PG-STATUS-ERP     PIC X(001).
           03 W-PG-DATA-STATUS    PIC 9(008).
           03 W-PG-LOTE-ERP       PIC 9(016).
           03 W-PG-DOC-ERP        PIC X(015).

       01  W-ITEM-GUARDA.
           03 W-IG-SEQ-ITEM       PIC 9(003).
           03 W-IG-QTD            PIC 9(005).
           03 W-IG-VALOR          PIC 9(009)V9(002).

       01  W-DEVOLUCAO-GUARDA.
           03 W-DG-SEQ-ITEM       PIC 9(003).
           03 W-DG-SEQ-DEVOLUCAO  PIC 9(003).
           03 W-DG-TIPO           PIC X(001).
           03 W-DG-PRODUTO        PIC 9(005).
           03 W-DG-QTD            PIC 9(005).
           03 W-DG-VALOR          PIC 9(009)V9(002).
           03 W-DG-DATA           PIC 9(008).
           03 W-DG-MOTIVO         PIC 9(002).
           03 W-DG-OPERADOR       PIC X(008).

       01  W-VISITA-GUARDA.
           03 W-VG-DATA           PIC 9(008).
           03 W-VG-VENDEDOR       PIC 9(003).
           03 W-VG-MOTIVO         PIC X(003).
           03 W-VG-LATITUDE       PIC S9(003)V9(008).
           03 W-VG-LONGITUDE      PIC S9(003)V9(008).
           03 W-VG-HORA-CHECKIN   PIC 9(004).
           03 W-VG-HORA-CHECKOUT  PIC 9(004).

       01  W-EXCECAO-GUARDA.
           03 W-EG-VENDEDOR       PIC 9(003).
           03 WDET-DESCARTADOS    PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

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


      *-----------------------------------------------------------
      * FUSAO DE CADASTROS DUPLICADOS: MOVE O HISTORICO (ARQ-PEDIDO
      * COM SEUS ITENS E DEVOLUCOES, ARQ-VISITA, CADEXCECAO,
      * CADTRIAGEM) DA
      * VITIMA PARA O SOBREVIVENTE, INATIVA A VITIMA COM O PONTEIRO
      * CLIENTE-SUCESSOR, GRAVA A OPERACAO NA TRILHA DE AUDITORIA E
      * NO JORNAL DE SEGURANCA E IMPRIME O RELATORIO DA FUSAO
              END-IF

              CLOSE ARQ-CLIENTE
           END-IF

           IF WMSG EQUAL SPACES
              PERFORM 150-CONFERIR-PEDIDOS-ERP
           END-IF

           IF WMSG EQUAL SPACES
              PERFORM 160-CONFERIR-RETIDOS
           END-IF

           IF WMSG EQUAL SPACES
              PERFORM 170-CONFERIR-DESCONTOS
           END-IF.

      *-----------------------------------------------------------
      * PENDENCIAS PRESAS A CHAVE DO CLIENTE A ABSORVER: PEDIDO
      * TRANSMITIDO AGUARDANDO O RETORNO DO ERP (O IMPPEDRET
      * LOCALIZA O PEDIDO PELA CHAVE ORIGINAL), PEDIDO RETIDO NO
      * CREDITO (A LIBERACAO DO CADCREDITO GRAVA NO CLIENTE DA
      * RETENCAO) E ITEM COM DESCONTO AGUARDANDO O CADAPROV. A
      * FUSAO SO E FEITA DEPOIS DE RESOLVIDAS.
      *-----------------------------------------------------------
       150-CONFERIR-PEDIDOS-ERP.

           OPEN INPUT ARQ-PEDIDO

           IF FS-PEDIDO EQUAL "00" OR FS-PEDIDO EQUAL "05"
              MOVE W-COD-VITIMA TO P-COD-CLIENTE
              MOVE ZEROS        TO P-DATA-PEDIDO
              MOVE ZEROS        TO P-SEQ-PEDIDO

              START ARQ-PEDIDO KEY IS NOT LESS P-CHAVE-PEDIDO
                INVALID KEY MOVE "23" TO FS-PEDIDO
              END-START

              IF FS-PEDIDO EQUAL "00"
                 READ ARQ-PEDIDO NEXT
                 PERFORM 155-VARRER-PEDIDOS-ERP
                    UNTIL FS-PEDIDO NOT EQUAL "00"
                       OR P-COD-CLIENTE NOT EQUAL W-COD-VITIMA
                       OR WMSG NOT EQUAL SPACES
              END-IF

              CLOSE ARQ-PEDIDO
           END-IF

           MOVE "00" TO FS-PEDIDO.

       155-VARRER-PEDIDOS-ERP.
           IF P-ERP-TRANSMITIDO
              MOVE "CLIENTE A ABSORVER TEM PEDIDO NO ERP" TO WMSG
           ELSE
              READ ARQ-PEDIDO NEXT
           END-IF.

       160-CONFERIR-RETIDOS.

           OPEN INPUT ARQ-PEDRET

           IF FS-PEDRET EQUAL "00" OR FS-PEDRET EQUAL "05"
              MOVE W-COD-VITIMA TO RT-COD-CLIENTE
              MOVE ZEROS        TO RT-DATA-PEDIDO
              MOVE ZEROS        TO RT-SEQ-RETIDO

              START ARQ-PEDRET KEY IS NOT LESS RT-CHAVE-RETIDO
                INVALID KEY MOVE "23" TO FS-PEDRET
              END-START

              IF FS-PEDRET EQUAL "00"
                 READ ARQ-PEDRET NEXT
                 PERFORM 165-VARRER-RETIDOS
                    UNTIL FS-PEDRET NOT EQUAL "00"
                       OR RT-COD-CLIENTE NOT EQUAL W-COD-VITIMA
                       OR WMSG NOT EQUAL SPACES
              END-IF

              CLOSE ARQ-PEDRET
           END-IF

           MOVE "00" TO FS-PEDRET.

       165-VARRER-RETIDOS.
           IF RT-PENDENTE
              MOVE "CLIENTE A ABSORVER TEM PEDIDO RETIDO" TO WMSG
           ELSE
              READ ARQ-PEDRET NEXT
           END-IF.

      * O CADAPROV E CHAVEADO POR AP-ID - VARREDURA COMPLETA.
       170-CONFERIR-DESCONTOS.

           OPEN INPUT ARQ-APROV

           IF FS-APROV EQUAL "00" OR FS-APROV EQUAL "05"
              MOVE ZEROS TO AP-ID

              START ARQ-APROV KEY IS NOT LESS AP-ID
                INVALID KEY MOVE "23" TO FS-APROV
              END-START

              IF FS-APROV EQUAL "00"
                 READ ARQ-APROV NEXT
                 PERFORM 175-VARRER-DESCONTOS
                    UNTIL FS-APROV NOT EQUAL "00"
                       OR WMSG NOT EQUAL SPACES
              END-IF

              CLOSE ARQ-APROV
           END-IF

           MOVE "00" TO FS-APROV.

       175-VARRER-DESCONTOS.
           IF AP-ACAO-DESCONTO AND AP-PENDENTE
              IF AP-COD-CLIENTE EQUAL W-COD-VITIMA
                 MOVE "CLIENTE A ABSORVER TEM DESCONTO PENDENTE"
                   TO WMSG
              END-IF
           END-IF

           IF WMSG EQUAL SPACES
              READ ARQ-APROV NEXT
           END-IF.

       200-EXECUTAR-FUSAO.

           MOVE ZEROS TO W-QTD-PEDIDOS-MOV
           MOVE ZEROS TO W-QTD-ITENS-MOV
           MOVE ZEROS TO W-QTD-DEVOL-MOV
           MOVE ZEROS TO W-QTD-VISITAS-MOV
           MOVE ZEROS TO W-QTD-VISITAS-DESC
           MOVE ZEROS TO W-QTD-EXCECOES-MOV
      *-----------------------------------------------------------
      * PEDIDOS: CADA PEDIDO DA VITIMA RECEBE A PROXIMA SEQUENCIA
      * LIVRE DO SOBREVIVENTE NA MESMA DATA (AS SEQUENCIAS DOS DOIS
      * CADASTROS PODEM COLIDIR) E OS ITENS E AS DEVOLUCOES DO
      * PEDIDO SEGUEM JUNTO.
      *-----------------------------------------------------------
       300-MOVER-PEDIDOS.


           IF FS-PEDIDO EQUAL "00" OR FS-PEDIDO EQUAL "05"
              OPEN I-O ARQ-ITEMPED
              OPEN I-O ARQ-DEVOLUCAO

              MOVE "N" TO W-FIM-SATELITE-SW

              PERFORM 310-MOVER-UM-PEDIDO
                 UNTIL W-FIM-SATELITE

              CLOSE ARQ-DEVOLUCAO
              CLOSE ARQ-ITEMPED
              CLOSE ARQ-PEDIDO
           END-IF

           MOVE "00" TO FS-PEDIDO
           MOVE "00" TO FS-ITEMPED
           MOVE "00" TO FS-DEVOLUCAO.

      * SEMPRE REPOSICIONA NO PRIMEIRO PEDIDO RESTANTE DA VITIMA -
      * O DELETE DESFAZ A POSICAO DE LEITURA SEQUENCIAL.
              MOVE P-VALOR-PEDIDO TO W-PG-VALOR
              MOVE P-QTD-ITENS    TO W-PG-QTD-ITENS
              MOVE P-COD-VENDEDOR TO W-PG-VENDEDOR
              MOVE P-STATUS-ERP   TO W-PG-STATUS-ERP
              MOVE P-DATA-STATUS-ERP TO W-PG-DATA-STATUS
              MOVE P-LOTE-ERP     TO W-PG-LOTE-ERP
              MOVE P-DOC-ERP      TO W-PG-DOC-ERP

              DELETE ARQ-PEDIDO RECORD

              MOVE W-PG-VALOR         TO P-VALOR-PEDIDO
              MOVE W-PG-QTD-ITENS     TO P-QTD-ITENS
              MOVE W-PG-VENDEDOR      TO P-COD-VENDEDOR
              MOVE W-PG-STATUS-ERP    TO P-STATUS-ERP
              MOVE W-PG-DATA-STATUS   TO P-DATA-STATUS-ERP
              MOVE W-PG-LOTE-ERP      TO P-LOTE-ERP
              MOVE W-PG-DOC-ERP       TO P-DOC-ERP
              MOVE W-PG-VENDEDOR      TO P-VEND-VENDEDOR
              MOVE W-PG-DATA          TO P-VEND-DATA

              WRITE ARQ-PEDIDO-REG

              ADD 1 TO W-QTD-PEDIDOS-MOV

              PERFORM 350-MOVER-ITENS-PEDIDO
              PERFORM 370-MOVER-DEVOLUCOES
           END-IF.

      * PROXIMA SEQUENCIA LIVRE DO SOBREVIVENTE NA DATA DO PEDIDO
              ADD 1 TO W-QTD-ITENS-MOV
           END-IF.

      * DEVOLUCOES E CANCELAMENTOS PENDURADOS NO PEDIDO RECEM-MOVIDO
      * (INCLUSIVE O SALDO DO CABECALHO, DV-SEQ-ITEM ZERO) - MESMA
      * TROCA DE CHAVE DOS ITENS.
       370-MOVER-DEVOLUCOES.

           MOVE "00" TO FS-DEVOLUCAO

           PERFORM 375-MOVER-UMA-DEVOLUCAO
              UNTIL FS-DEVOLUCAO NOT EQUAL "00"

           MOVE "00" TO FS-DEVOLUCAO.

       375-MOVER-UMA-DEVOLUCAO.

           MOVE W-COD-VITIMA TO DV-COD-CLIENTE
           MOVE W-PG-DATA    TO DV-DATA-PEDIDO
           MOVE W-PG-SEQ     TO DV-SEQ-PEDIDO
           MOVE ZEROS        TO DV-SEQ-ITEM
           MOVE ZEROS        TO DV-SEQ-DEVOLUCAO

           START ARQ-DEVOLUCAO KEY IS NOT LESS DV-CHAVE-DEVOLUCAO
             INVALID KEY MOVE "23" TO FS-DEVOLUCAO
           END-START

           IF FS-DEVOLUCAO EQUAL "00"
              READ ARQ-DEVOLUCAO NEXT
           END-IF

           IF FS-DEVOLUCAO NOT EQUAL "00"
              OR DV-COD-CLIENTE NOT EQUAL W-COD-VITIMA
              OR DV-DATA-PEDIDO NOT EQUAL W-PG-DATA
              OR DV-SEQ-PEDIDO  NOT EQUAL W-PG-SEQ
              MOVE "10" TO FS-DEVOLUCAO
           ELSE
              MOVE DV-SEQ-ITEM        TO W-DG-SEQ-ITEM
              MOVE DV-SEQ-DEVOLUCAO   TO W-DG-SEQ-DEVOLUCAO
              MOVE DV-TIPO            TO W-DG-TIPO
              MOVE DV-COD-PRODUTO     TO W-DG-PRODUTO
              MOVE DV-QTD-DEVOLVIDA   TO W-DG-QTD
              MOVE DV-VALOR-DEVOLVIDO TO W-DG-VALOR
              MOVE DV-DATA-DEVOLUCAO  TO W-DG-DATA
              MOVE DV-COD-MOTIVO      TO W-DG-MOTIVO
              MOVE DV-OPERADOR        TO W-DG-OPERADOR

              DELETE ARQ-DEVOLUCAO RECORD

              MOVE W-COD-SOBREVIVENTE TO DV-COD-CLIENTE
              MOVE W-PG-DATA          TO DV-DATA-PEDIDO
              MOVE W-SEQ-NOVO         TO DV-SEQ-PEDIDO
              MOVE W-DG-SEQ-ITEM      TO DV-SEQ-ITEM
              MOVE W-DG-SEQ-DEVOLUCAO TO DV-SEQ-DEVOLUCAO
              MOVE W-DG-TIPO          TO DV-TIPO
              MOVE W-DG-PRODUTO       TO DV-COD-PRODUTO
              MOVE W-DG-QTD           TO DV-QTD-DEVOLVIDA
              MOVE W-DG-VALOR         TO DV-VALOR-DEVOLVIDO
              MOVE W-DG-DATA          TO DV-DATA-DEVOLUCAO
              MOVE W-DG-MOTIVO        TO DV-COD-MOTIVO
              MOVE W-DG-OPERADOR      TO DV-OPERADOR

              WRITE ARQ-DEVOLUCAO-REG

              ADD 1 TO W-QTD-DEVOL-MOV
           END-IF.

      * VISITAS: CHAVE CLIENTE+DATA - QUANDO O SOBREVIVENTE JA TEM
      * VISITA NA MESMA DATA, A DA VITIMA E DESCARTADA (E CONTADA NO
      * RELATORIO).
              MOVE V-MOTIVO       TO W-VG-MOTIVO
              MOVE V-LATITUDE     TO W-VG-LATITUDE
              MOVE V-LONGITUDE    TO W-VG-LONGITUDE
              MOVE V-HORA-CHECKIN  TO W-VG-HORA-CHECKIN
              MOVE V-HORA-CHECKOUT TO W-VG-HORA-CHECKOUT

              DELETE ARQ-VISITA RECORD

              MOVE W-VG-MOTIVO        TO V-MOTIVO
              MOVE W-VG-LATITUDE      TO V-LATITUDE
              MOVE W-VG-LONGITUDE     TO V-LONGITUDE
              MOVE W-VG-HORA-CHECKIN  TO V-HORA-CHECKIN
              MOVE W-VG-HORA-CHECKOUT TO V-HORA-CHECKOUT
              MOVE W-VG-VENDEDOR      TO V-VEND-VENDEDOR
              MOVE W-VG-DATA          TO V-VEND-DATA

              WRITE ARQ-VISITA-REG
                INVALID KEY ADD 1 TO W-QTD-VISITAS-DESC
              MOVE LONGITUDE-CLIENTE TO AUD-LONGITUDE-ANTES
              MOVE LONGITUDE-CLIENTE TO AUD-LONGITUDE-DEPOIS
              MOVE STATUS-CLIENTE    TO AUD-STATUS-DEPOIS
              MOVE SEGMENTO-CLIENTE  TO AUD-SEGMENTO-ANTES
              MOVE SEGMENTO-CLIENTE  TO AUD-SEGMENTO-DEPOIS
              MOVE FREQ-VISITA-CLIENTE TO AUD-FREQ-ANTES
              MOVE FREQ-VISITA-CLIENTE TO AUD-FREQ-DEPOIS

              PERFORM 710-GRAVAR-AUDITORIA
              PERFORM 720-GRAVAR-JORNAL-SEG
           MOVE W-OPERADOR-ID TO AUD-OPERADOR

           OPEN EXTEND ARQ-AUDCLIENTE

           MOVE "CADCLIENTE.AUD" TO PLA-TRILHA
           SET PLA-LACRAR TO TRUE
           MOVE ZEROS TO AUD-SEQ-LACRE
           MOVE ZEROS TO AUD-LACRE
           MOVE REG-AUDCLIENTE TO PLA-CONTEUDO
           CALL "AUDLACRE" USING W-PARAM-LACRE
           MOVE PLA-SEQ   TO AUD-SEQ-LACRE
           MOVE PLA-LACRE TO AUD-LACRE

           WRITE REG-AUDCLIENTE
           CLOSE ARQ-AUDCLIENTE.

              STRING W-COD-VITIMA ">" W-COD-SOBREVIVENTE
                INTO JRN-DETALHE

              MOVE "SEGURANCA.JRN" TO PLA-TRILHA
              SET PLA-LACRAR TO TRUE
              MOVE ZEROS TO JRN-SEQ-LACRE
              MOVE ZEROS TO JRN-LACRE
              MOVE REG-JORNALSEG TO PLA-CONTEUDO
              CALL "AUDLACRE" USING W-PARAM-LACRE
              MOVE PLA-SEQ   TO JRN-SEQ-LACRE
              MOVE PLA-LACRE TO JRN-LACRE

              WRITE REG-JORNALSEG

              CLOSE ARQ-JORNALSEG
           MOVE ZEROS         TO WDET-DESCARTADOS
           WRITE REG-MERGE FROM WDET-MERGE

           MOVE "CADDEVOLUCAO" TO WDET-ARQUIVO
           MOVE W-QTD-DEVOL-MOV TO WDET-MOVIDOS
           MOVE ZEROS         TO WDET-DESCARTADOS
           WRITE REG-MERGE FROM WDET-MERGE

           MOVE "CADVISITA"   TO WDET-ARQUIVO
           MOVE W-QTD-VISITAS-MOV  TO WDET-MOVIDOS
           MOVE W-QTD-VISITAS-DESC TO WDET-DESCARTADOS
