                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-CHAVE-PEDIDO
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDIDO.

                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-RUNCTL.

      * PEDIDOS RETIDOS POR LIMITE DE CREDITO - MESMA FILA DA
      * INCLUSAO EM TELA, DECIDIDA PELO FINANCEIRO NO CADCREDITO.
           SELECT OPTIONAL ARQ-PEDRET ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RT-CHAVE-RETIDO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDRET.

      *-----------------------------------------------------------
      * EXTRATO DIARIO DO FATURAMENTO, EM LAYOUT FIXO ENVELOPADO
      * POR HEADER ("H") E TRAILER ("T") COM CONTAGEM E TOTAL DE
           SELECT REJ-PEDIDO ASSIGN TO "IMPPEDIDO.REJ"
           ORGANIZATION IS LINE SEQUENTIAL.

      * CONTROLE DE CARGAS - A CARGA CONCLUIDA FICA REGISTRADA PARA
      * OS RELATORIOS CONFERIREM SE A ENTRADA ESTA EM DIA.
           SELECT OPTIONAL ARQ-CARGA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CG-ALIMENTACAO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CARGA.

       DATA DIVISION.
       FILE SECTION.


       COPY "CADRUNCTL.CPY".

       FD  ARQ-PEDRET
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPEDRET'.

       COPY "CADPEDRET.CPY".

       FD  IMP-PEDIDO
           LABEL RECORD IS STANDARD.

       FD  REJ-PEDIDO.
       01  REJ-REGISTRO PIC X(100).

       FD  ARQ-CARGA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCARGA'.

       COPY "CADCARGA.CPY".

       WORKING-STORAGE SECTION.

       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-PEDIDO               PIC  X(002)         VALUE "00".
       77 FS-IMP                  PIC  X(002)         VALUE "00".
       77 FS-CARGA                PIC  X(002)         VALUE "00".
       77 W-DATA-GERACAO-ENV      PIC  9(008)         VALUE ZEROS.
       77 W-HORA-GERACAO-ENV      PIC  9(008)         VALUE ZEROS.
       77 FS-VENDEDOR             PIC  X(002)         VALUE "00".
       77 FS-DISTRIB              PIC  X(002)         VALUE "00".
       77 FS-RUNCTL               PIC  X(002)         VALUE "00".
       77 W-RUNCTL-ABERTO         PIC  X(001)         VALUE "N".
       77 W-DISTRIB-ABERTO        PIC  X(001)         VALUE "N".
       77 FS-PEDRET               PIC  X(002)         VALUE "00".

      *-----------------------------------------------------------
      * CONFERENCIA DO TERRITORIO: O VENDEDOR DE CADA DETALHE E
       77 W-QTD-GRAVADOS          PIC  9(009)         VALUE ZEROS.
       77 W-QTD-REJEITADOS        PIC  9(009)         VALUE ZEROS.

      *-----------------------------------------------------------
      * LIMITE DE CREDITO: CADA DETALHE VALIDO PASSA PELO VERCREDITO
      * (TITULOS EM ABERTO DO CLIENTE + O PEDIDO CONTRA O LIMITE DO
      * CADCREDITO). O QUE ESTOURA NAO E CARREGADO NO ARQ-PEDIDO:
      * VAI PARA A FILA DE RETIDOS E SAI LISTADO NO IMPPEDIDO.REJ
      * COM O MOTIVO, SEM CONTAR COMO REJEICAO.
      *-----------------------------------------------------------
       01  W-PARAM-CREDITO.
           03 CRD-COD-CLIENTE      PIC  9(007)        VALUE ZEROS.
           03 CRD-VALOR-PEDIDO     PIC  9(009)V9(002) VALUE ZEROS.
           03 CRD-LIMITE           PIC  9(009)V9(002) VALUE ZEROS.
           03 CRD-VALOR-ABERTO     PIC  9(011)V9(002) VALUE ZEROS.
           03 CRD-EXPOSICAO        PIC  9(011)V9(002) VALUE ZEROS.
           03 CRD-SITUACAO         PIC  X(001)        VALUE "N".
              88 CRD-LIMITE-EXCEDIDO  VALUE "E".

       77 W-QTD-RETIDOS           PIC  9(009)         VALUE ZEROS.

      * COMPETENCIA FECHADA PELO FAZFECHAMES (VERPERIODO): DETALHE
      * DATADO EM MES FECHADO E REJEITADO - EXTRATO ATRASADO NAO
      * MEXE NA COMISSAO JA PAGA. REABERTURA SO PELO ADMINISTRADOR,
      * NO CADPERIODO, E ENTAO O EXTRATO E REPROCESSADO.
       01  W-PARAM-PERIODO.
           03 PPE-DATA-REF         PIC  9(008)        VALUE ZEROS.
           03 PPE-SITUACAO         PIC  X(001)        VALUE "A".
              88 PPE-FECHADO          VALUE "F".
       77 W-SEQ-RETIDO            PIC  9(003)         VALUE ZEROS.
       77 W-RETIDO-SW             PIC  X(001)         VALUE "N".
          88 W-DETALHE-RETIDO        VALUE "S".

      *-----------------------------------------------------------
      * CONFERENCIA DO ENVELOPE: A PRIMEIRA PASSADA SO CONTA E SOMA
      * OS DETALHES E CONFERE CONTRA O TRAILER - NADA E GRAVADO
           EVALUATE IMP-TIPO-REG
              WHEN "H"
                 MOVE "S" TO W-TEM-HEADER-SW
                 MOVE CAB-DATA-GERACAO TO W-DATA-GERACAO-ENV
                 MOVE CAB-HORA-GERACAO TO W-HORA-GERACAO-ENV
              WHEN "T"
                 MOVE "S"              TO W-TEM-TRAILER-SW
                 MOVE TRL-QTD-REGISTROS TO W-TRL-QTD
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VENDEDOR
           OPEN I-O   ARQ-PEDIDO
           OPEN I-O   ARQ-PEDRET
           OPEN OUTPUT REJ-PEDIDO

           PERFORM 070-ABRIR-DISTRIB
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-PEDRET
           CLOSE REJ-PEDIDO

           IF W-DISTRIB-ABERTO EQUAL "S"
              CLOSE ARQ-DISTRIB
           END-IF

           PERFORM 900-REGISTRAR-CARGA

           DISPLAY "IMPPEDIDO - DETALHES LIDOS: " W-QTD-LIDOS
           DISPLAY "IMPPEDIDO - PEDIDOS GRAVADOS: " W-QTD-GRAVADOS
           DISPLAY "IMPPEDIDO - REJEITADOS: " W-QTD-REJEITADOS
           DISPLAY "IMPPEDIDO - FORA DO TERRITORIO: " W-QTD-FORA-TERR
           DISPLAY "IMPPEDIDO - RETIDOS POR LIMITE DE CREDITO: "
                   W-QTD-RETIDOS

           IF W-QTD-REJEITADOS GREATER ZEROS
              MOVE 8 TO RETURN-CODE
           ELSE
              IF W-QTD-RETIDOS GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       110-PROCESSAR-DETALHE.
           IF IMP-TIPO-REG EQUAL "D"
              ADD 1 TO W-QTD-LIDOS

              MOVE "N" TO W-RETIDO-SW

              PERFORM 150-VALIDAR-DETALHE

              IF W-MOTIVO-REJEICAO EQUAL SPACES
                 PERFORM 170-VERIFICAR-CREDITO
              END-IF

              IF W-MOTIVO-REJEICAO EQUAL SPACES
                 AND NOT W-DETALHE-RETIDO
                 PERFORM 155-CONFERIR-TERRITORIO

                 PERFORM 160-PROXIMA-SEQUENCIA
                 MOVE IMP-VALOR-PEDIDO TO P-VALOR-PEDIDO
                 MOVE IMP-QTD-ITENS    TO P-QTD-ITENS
                 MOVE IMP-COD-VENDEDOR TO P-COD-VENDEDOR
                 SET P-ERP-DIGITADO    TO TRUE
                 ACCEPT P-DATA-STATUS-ERP FROM DATE YYYYMMDD
                 MOVE SPACES           TO P-DOC-ERP
                 MOVE ZEROS            TO P-LOTE-ERP
                 MOVE P-COD-VENDEDOR   TO P-VEND-VENDEDOR
                 MOVE P-DATA-PEDIDO    TO P-VEND-DATA

                 WRITE ARQ-PEDIDO-REG

              END-IF

              IF W-MOTIVO-REJEICAO NOT EQUAL SPACES
                 IF NOT W-DETALHE-RETIDO
                    ADD 1 TO W-QTD-REJEITADOS
                 END-IF
                 MOVE IMP-COD-CLIENTE   TO WDET-REJ-COD-CLIENTE
                 MOVE IMP-DATA-PEDIDO   TO WDET-REJ-DATA
                 MOVE IMP-VALOR-PEDIDO  TO WDET-REJ-VALOR
              END-IF
           END-IF

           IF W-MOTIVO-REJEICAO EQUAL SPACES
              MOVE IMP-DATA-PEDIDO TO PPE-DATA-REF
              CALL "VERPERIODO" USING W-PARAM-PERIODO
              IF PPE-FECHADO
                 MOVE "MES DO PEDIDO FECHADO - RETROATIVO"
                   TO W-MOTIVO-REJEICAO
              END-IF
           END-IF

           IF W-MOTIVO-REJEICAO EQUAL SPACES
              MOVE IMP-COD-CLIENTE TO COD-CLIENTE
              READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
              END-IF
           END-IF.

      *-----------------------------------------------------------
      * EXPOSICAO DE CREDITO DO DETALHE JA VALIDADO - ESTOURANDO O
      * LIMITE, O PEDIDO VAI PARA A FILA DE RETIDOS (ORIGEM CARGA) E
      * O MOTIVO E PREENCHIDO SO PARA A LINHA NO IMPPEDIDO.REJ.
      *-----------------------------------------------------------
       170-VERIFICAR-CREDITO.

           MOVE IMP-COD-CLIENTE  TO CRD-COD-CLIENTE
           MOVE IMP-VALOR-PEDIDO TO CRD-VALOR-PEDIDO

           CALL "VERCREDITO" USING W-PARAM-CREDITO

           IF CRD-LIMITE-EXCEDIDO
              PERFORM 175-RETER-DETALHE
           END-IF.

       175-RETER-DETALHE.

           PERFORM 176-PROXIMA-SEQ-RETIDO

           MOVE IMP-COD-CLIENTE  TO RT-COD-CLIENTE
           MOVE IMP-DATA-PEDIDO  TO RT-DATA-PEDIDO
           MOVE W-SEQ-RETIDO     TO RT-SEQ-RETIDO
           MOVE IMP-VALOR-PEDIDO TO RT-VALOR-PEDIDO
           MOVE IMP-QTD-ITENS    TO RT-QTD-ITENS
           MOVE IMP-COD-VENDEDOR TO RT-COD-VENDEDOR
           SET RT-ORIGEM-CARGA   TO TRUE
           MOVE "IMPPEDID"       TO RT-OPERADOR-SOLIC
           ACCEPT RT-DATA-RETENCAO FROM DATE YYYYMMDD
           MOVE CRD-LIMITE       TO RT-LIMITE-CREDITO
           MOVE CRD-VALOR-ABERTO TO RT-VALOR-ABERTO
           MOVE CRD-EXPOSICAO    TO RT-EXPOSICAO
           SET RT-PENDENTE       TO TRUE
           MOVE SPACES           TO RT-OPERADOR-DECISAO
           MOVE ZEROS            TO RT-DATA-DECISAO
           MOVE ZEROS            TO RT-SEQ-PEDIDO

           WRITE ARQ-PEDRET-REG

           IF FS-PEDRET EQUAL "00"
              MOVE "S" TO W-RETIDO-SW
              ADD 1 TO W-QTD-RETIDOS
              MOVE "RETIDO - LIMITE DE CREDITO EXCEDIDO"
                TO W-MOTIVO-REJEICAO
           ELSE
              STRING "ERRO AO RETER - FS=" FS-PEDRET
                INTO W-MOTIVO-REJEICAO
              MOVE "00" TO FS-PEDRET
           END-IF.

       176-PROXIMA-SEQ-RETIDO.

           MOVE ZEROS TO W-SEQ-RETIDO

           MOVE IMP-COD-CLIENTE TO RT-COD-CLIENTE
           MOVE IMP-DATA-PEDIDO TO RT-DATA-PEDIDO
           MOVE ZEROS           TO RT-SEQ-RETIDO

           START ARQ-PEDRET KEY IS NOT LESS RT-CHAVE-RETIDO
             INVALID KEY MOVE "23" TO FS-PEDRET
           END-START

           IF FS-PEDRET EQUAL "00"
              READ ARQ-PEDRET NEXT
              PERFORM 177-VARRER-SEQ-RETIDO
                 UNTIL FS-PEDRET NOT EQUAL "00"
                    OR RT-COD-CLIENTE NOT EQUAL IMP-COD-CLIENTE
                    OR RT-DATA-PEDIDO NOT EQUAL IMP-DATA-PEDIDO
           END-IF

           MOVE "00" TO FS-PEDRET

           ADD 1 TO W-SEQ-RETIDO.

       177-VARRER-SEQ-RETIDO.
           MOVE RT-SEQ-RETIDO TO W-SEQ-RETIDO

           READ ARQ-PEDRET NEXT.

      * ABRE O CADDISTRIB E LOCALIZA A RODADA COMPLETA MAIS RECENTE
      * UMA UNICA VEZ POR CARGA - A CONFERENCIA DE TERRITORIO LE
      * DIRETO PELA CHAVE RUN+CLIENTE.

           READ ARQ-PEDIDO NEXT.

      * A CARGA CONCLUIDA (MESMO COM REJEICOES) E A ULTIMA CARGA DA
      * ALIMENTACAO NO CONTROLE DE CARGAS.
       900-REGISTRAR-CARGA.
           OPEN I-O ARQ-CARGA

           IF FS-CARGA EQUAL "00" OR FS-CARGA EQUAL "05"
              MOVE "IMPPEDIDO" TO CG-ALIMENTACAO

              READ ARQ-CARGA RECORD WITH LOCK
                KEY IS CG-ALIMENTACAO
                INVALID KEY MOVE "23" TO FS-CARGA
              END-READ

              MOVE "IMPPEDIDO" TO CG-ALIMENTACAO
              ACCEPT CG-DATA-CARGA FROM DATE YYYYMMDD
              ACCEPT CG-HORA-CARGA FROM TIME
              MOVE W-DATA-GERACAO-ENV TO CG-DATA-GERACAO
              MOVE W-HORA-GERACAO-ENV TO CG-HORA-GERACAO
              MOVE W-QTD-LIDOS        TO CG-QTD-LIDOS
              MOVE W-QTD-GRAVADOS     TO CG-QTD-GRAVADOS
              MOVE W-QTD-REJEITADOS   TO CG-QTD-REJEITADOS

              IF FS-CARGA EQUAL "23"
                 WRITE ARQ-CARGA-REG
                   INVALID KEY CONTINUE
                 END-WRITE
              ELSE
                 REWRITE ARQ-CARGA-REG
                   INVALID KEY CONTINUE
                 END-REWRITE
              END-IF

              UNLOCK ARQ-CARGA
              CLOSE ARQ-CARGA
           END-IF

           MOVE "00" TO FS-CARGA.

       END PROGRAM IMPPEDIDO.
