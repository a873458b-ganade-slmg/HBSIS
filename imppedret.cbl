       PROGRAM-ID.   IMPPEDRET.
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

      *-----------------------------------------------------------
      * ARQUIVO DE RETORNO ENVIADO PELO ERP APOS PROCESSAR O LOTE
      * DE PEDIDOS (EXPPEDIDO.TXT): UM REGISTRO POR PEDIDO COM A
      * SITUACAO (F-FATURADO, R-RECUSADO), O NUMERO DA NOTA FISCAL
      * OU O CODIGO DO MOTIVO DA RECUSA, A DATA NO ERP E O LOTE DE
      * TRANSMISSAO A QUE O RETORNO SE REFERE.
      *-----------------------------------------------------------
           SELECT RET-PEDIDO ASSIGN TO "EXPPEDRET.TXT"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  ACCESS MODE      IS SEQUENTIAL
                  FILE STATUS      IS FS-RET.

           SELECT REL-PEDRET ASSIGN TO "RELPEDRET.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPEDIDO'.

       COPY "CADPEDIDO.CPY".

       FD  RET-PEDIDO
           LABEL RECORD IS STANDARD.

       01  REG-RET-PEDIDO.
           03 RET-COD-CLIENTE      PIC 9(007).
           03 RET-DATA-PEDIDO      PIC 9(008).
           03 RET-SEQ-PEDIDO       PIC 9(003).
           03 RET-SITUACAO         PIC X(001).
              88 RET-FATURADO         VALUE "F".
              88 RET-RECUSADO         VALUE "R".
           03 RET-DOC-ERP          PIC X(015).
           03 RET-DATA-ERP         PIC 9(008).
           03 RET-LOTE             PIC 9(016).

       FD  REL-PEDRET.
       01  REG-PEDRET PIC X(150).

       WORKING-STORAGE SECTION.

       77 FS-PEDIDO               PIC  X(002)         VALUE "00".
       77 FS-RET                  PIC  X(002)         VALUE "00".

       77 W-QTD-LIDOS             PIC  9(009)         VALUE ZEROS.
       77 W-QTD-FATURADOS         PIC  9(009)         VALUE ZEROS.
       77 W-QTD-RECUSADOS         PIC  9(009)         VALUE ZEROS.
       77 W-QTD-INVALIDOS         PIC  9(009)         VALUE ZEROS.
       77 W-QTD-AGUARDANDO        PIC  9(009)         VALUE ZEROS.

       77 W-DATA-HOJE             PIC  9(008)         VALUE ZEROS.
       77 W-DIAS-AGUARDANDO       PIC  9(005)         VALUE ZEROS.

       01  WCAB.
           03 FILLER PIC X(100) VALUE "CODIGO CLIENTE;DATA PEDIDO;SEQ
      -"UENCIA;SITUACAO;DOCUMENTO ERP;LOTE;DIAS;OBSERVACAO;".

       01  WDET.
           03 WDET-COD-CLIENTE    PIC 9(007)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DATA-PEDIDO    PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-SEQ-PEDIDO     PIC 9(003)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-SITUACAO       PIC X(012)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DOC-ERP        PIC X(015)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-LOTE           PIC 9(016)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DIAS           PIC ZZZZ9           VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-OBS            PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * PROCESSA O RETORNO DO ERP: CONFERE CADA REGISTRO CONTRA O
      * PEDIDO TRANSMITIDO NO MESMO LOTE (P-LOTE-ERP), GRAVA NO
      * PEDIDO A SITUACAO FATURADO OU RECUSADO COM O DOCUMENTO E A
      * DATA DO ERP, E PRODUZ O RELPEDRET.CSV COM AS RECUSAS, OS
      * RETORNOS SEM PEDIDO/LOTE CORRESPONDENTE E, AO FINAL, OS
      * PEDIDOS QUE CONTINUAM TRANSMITIDOS AGUARDANDO FATURAMENTO,
      * COM OS DIAS DE ESPERA. RODAVEL PELO AGENDADOR, COMO OS
      * DEMAIS BATCHES (DISPLAY + RETURN-CODE).
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "IMPPEDRET - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT RET-PEDIDO

           IF FS-RET NOT EQUAL "00"
              DISPLAY "IMPPEDRET - ARQUIVO DE RETORNO NAO LOCALIZADO"
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN I-O    ARQ-PEDIDO
              OPEN OUTPUT REL-PEDRET

              WRITE REG-PEDRET FROM WCAB

              READ RET-PEDIDO
              PERFORM 100-PROCESSAR-RETORNO
                 UNTIL FS-RET NOT EQUAL "00"

              PERFORM 300-LISTAR-AGUARDANDO

              CLOSE ARQ-PEDIDO
              CLOSE REL-PEDRET
              CLOSE RET-PEDIDO

              DISPLAY "IMPPEDRET - RETORNOS LIDOS: " W-QTD-LIDOS
              DISPLAY "IMPPEDRET - FATURADOS: " W-QTD-FATURADOS
              DISPLAY "IMPPEDRET - RECUSADOS: " W-QTD-RECUSADOS
              DISPLAY "IMPPEDRET - SEM PEDIDO/LOTE CORRESPONDENTE: "
                      W-QTD-INVALIDOS
              DISPLAY "IMPPEDRET - AGUARDANDO FATURAMENTO: "
                      W-QTD-AGUARDANDO

              IF W-QTD-RECUSADOS GREATER ZEROS
                 OR W-QTD-INVALIDOS GREATER ZEROS
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY "IMPPEDRET - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       100-PROCESSAR-RETORNO.

           ADD 1 TO W-QTD-LIDOS

           MOVE RET-COD-CLIENTE TO WDET-COD-CLIENTE
           MOVE RET-DATA-PEDIDO TO WDET-DATA-PEDIDO
           MOVE RET-SEQ-PEDIDO  TO WDET-SEQ-PEDIDO
           MOVE RET-DOC-ERP     TO WDET-DOC-ERP
           MOVE RET-LOTE        TO WDET-LOTE
           MOVE ZEROS           TO WDET-DIAS
           MOVE SPACES          TO WDET-OBS

           MOVE RET-COD-CLIENTE TO P-COD-CLIENTE
           MOVE RET-DATA-PEDIDO TO P-DATA-PEDIDO
           MOVE RET-SEQ-PEDIDO  TO P-SEQ-PEDIDO

           READ ARQ-PEDIDO RECORD KEY IS P-CHAVE-PEDIDO
             INVALID KEY MOVE "23" TO FS-PEDIDO
           END-READ

           EVALUATE TRUE
              WHEN FS-PEDIDO NOT EQUAL "00"
                 MOVE "SEM PEDIDO" TO WDET-SITUACAO
                 MOVE "RETORNO SEM PEDIDO NO CADPEDIDO" TO WDET-OBS
              WHEN NOT RET-FATURADO AND NOT RET-RECUSADO
                 MOVE "INVALIDO"   TO WDET-SITUACAO
                 MOVE "SITUACAO DE RETORNO DESCONHECIDA" TO WDET-OBS
              WHEN NOT P-ERP-TRANSMITIDO
                 MOVE "DUPLICADO"  TO WDET-SITUACAO
                 MOVE "PEDIDO NAO ESTA AGUARDANDO RETORNO"
                   TO WDET-OBS
              WHEN P-LOTE-ERP NOT EQUAL RET-LOTE
                 MOVE "LOTE DIVERG" TO WDET-SITUACAO
                 MOVE "RETORNO DE LOTE ANTERIOR AO ULTIMO ENVIO"
                   TO WDET-OBS
           END-EVALUATE

           IF WDET-OBS NOT EQUAL SPACES
              ADD 1 TO W-QTD-INVALIDOS
              WRITE REG-PEDRET FROM WDET
              MOVE "00" TO FS-PEDIDO
           ELSE
              PERFORM 200-ATUALIZAR-PEDIDO
           END-IF

           READ RET-PEDIDO.

      * GRAVA NO PEDIDO A SITUACAO DEVOLVIDA PELO ERP - A CONSULTA
      * DO CADPEDIDO MOSTRA AO OPERADOR O QUE JA FOI FATURADO E O
      * QUE FOI RECUSADO.
       200-ATUALIZAR-PEDIDO.

           IF RET-FATURADO
              SET P-ERP-FATURADO TO TRUE
              ADD 1 TO W-QTD-FATURADOS
           ELSE
              SET P-ERP-RECUSADO TO TRUE
              ADD 1 TO W-QTD-RECUSADOS
           END-IF

           IF RET-DATA-ERP EQUAL ZEROS
              MOVE W-DATA-HOJE  TO P-DATA-STATUS-ERP
           ELSE
              MOVE RET-DATA-ERP TO P-DATA-STATUS-ERP
           END-IF

           MOVE RET-DOC-ERP TO P-DOC-ERP

           REWRITE ARQ-PEDIDO-REG

           IF FS-PEDIDO NOT EQUAL "00"
              MOVE "ERRO"    TO WDET-SITUACAO
              STRING "ERRO AO ATUALIZAR O PEDIDO - FS=" FS-PEDIDO
                DELIMITED BY SIZE INTO WDET-OBS
              WRITE REG-PEDRET FROM WDET
              MOVE "00" TO FS-PEDIDO
           ELSE
              IF RET-RECUSADO
                 MOVE "RECUSADO" TO WDET-SITUACAO
                 MOVE "PEDIDO RECUSADO PELO FATURAMENTO"
                   TO WDET-OBS
                 WRITE REG-PEDRET FROM WDET
              END-IF
           END-IF.

      * AO FINAL DO RETORNO, LISTA OS PEDIDOS QUE CONTINUAM
      * TRANSMITIDOS SEM RESPOSTA DO ERP, COM OS DIAS DESDE O ENVIO -
      * E A FILA DO QUE AINDA ESPERA FATURAMENTO.
       300-LISTAR-AGUARDANDO.

           MOVE ZEROS TO P-COD-CLIENTE
           MOVE ZEROS TO P-DATA-PEDIDO
           MOVE ZEROS TO P-SEQ-PEDIDO

           START ARQ-PEDIDO KEY IS NOT LESS P-CHAVE-PEDIDO
             INVALID KEY MOVE "23" TO FS-PEDIDO
           END-START

           IF FS-PEDIDO EQUAL "00"
              READ ARQ-PEDIDO NEXT
              PERFORM 310-LISTAR-UM-PEDIDO
                 UNTIL FS-PEDIDO NOT EQUAL "00"
           END-IF

           MOVE "00" TO FS-PEDIDO.

       310-LISTAR-UM-PEDIDO.

           IF P-ERP-TRANSMITIDO
              ADD 1 TO W-QTD-AGUARDANDO

              MOVE ZEROS TO W-DIAS-AGUARDANDO
              IF P-DATA-STATUS-ERP GREATER ZEROS
                 AND P-DATA-STATUS-ERP LESS W-DATA-HOJE
                 COMPUTE W-DIAS-AGUARDANDO =
                         FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)
                       - FUNCTION INTEGER-OF-DATE (P-DATA-STATUS-ERP)
              END-IF

              MOVE P-COD-CLIENTE     TO WDET-COD-CLIENTE
              MOVE P-DATA-PEDIDO     TO WDET-DATA-PEDIDO
              MOVE P-SEQ-PEDIDO      TO WDET-SEQ-PEDIDO
              MOVE "AGUARDANDO"      TO WDET-SITUACAO
              MOVE SPACES            TO WDET-DOC-ERP
              MOVE P-LOTE-ERP        TO WDET-LOTE
              MOVE W-DIAS-AGUARDANDO TO WDET-DIAS
              MOVE "TRANSMITIDO AGUARDANDO FATURAMENTO" TO WDET-OBS
              WRITE REG-PEDRET FROM WDET
           END-IF

           READ ARQ-PEDIDO NEXT.

       END PROGRAM IMPPEDRET.
