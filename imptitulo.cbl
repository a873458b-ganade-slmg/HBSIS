           SELECT REJ-TITULO ASSIGN TO "IMPTITULO.REJ"
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

           03 IMP-DATA-VENCIMENTO  PIC 9(008).
           03 IMP-VALOR            PIC 9(009)V9(002).
           03 IMP-SITUACAO         PIC X(001).
           03 IMP-DATA-PEDIDO      PIC 9(008).
           03 IMP-SEQ-PEDIDO       PIC 9(003).

       01  REG-IMP-CAB REDEFINES REG-IMP-TITULO.
           03 CAB-TIPO-REG         PIC X(001).
           03 CAB-DATA-GERACAO     PIC 9(008).
           03 CAB-HORA-GERACAO     PIC 9(008).
           03 FILLER               PIC X(032).

       01  REG-IMP-TRL REDEFINES REG-IMP-TITULO.
           03 TRL-TIPO-REG         PIC X(001).
           03 TRL-QTD-REGISTROS    PIC 9(009).
           03 TRL-VALOR-TOTAL      PIC 9(013)V9(002).
           03 FILLER               PIC X(024).

       FD  REJ-TITULO.
       01  REJ-REGISTRO PIC X(100).

       FD  ARQ-CARGA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCARGA'.

       COPY "CADCARGA.CPY".

       WORKING-STORAGE SECTION.

       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-TITULO               PIC  X(002)         VALUE "00".
       77 FS-IMP                  PIC  X(002)         VALUE "00".
       77 FS-CARGA                PIC  X(002)         VALUE "00".
       77 W-DATA-GERACAO-ENV      PIC  9(008)         VALUE ZEROS.
       77 W-HORA-GERACAO-ENV      PIC  9(008)         VALUE ZEROS.

       77 W-QTD-LIDOS             PIC  9(009)         VALUE ZEROS.
       77 W-QTD-GRAVADOS          PIC  9(009)         VALUE ZEROS.
      * DO FINANCEIRO - E A BASE DA TRAVA DE INADIMPLENCIA DO
      * CADPEDIDO E DO AVISO NA FOLHA DE ROTA (VER VERINADIM). O
      * EXTRATO E UMA FOTOGRAFIA: TITULO JA CONHECIDO E REGRAVADO
      * (E ASSIM A BAIXA DE PAGAMENTO CHEGA AQUI), PRESERVANDO OS
      * PAGAMENTOS JA BAIXADOS PELO RETORNO BANCARIO (IMPBAIXA).
      * RODAVEL PELO AGENDADOR, COMO OS DEMAIS BATCHES.
      *-----------------------------------------------------------
       000-INICIO.

           EVALUATE IMP-TIPO-REG
              WHEN "H"
                 MOVE "S" TO W-TEM-HEADER-SW
                 MOVE CAB-DATA-GERACAO TO W-DATA-GERACAO-ENV
                 MOVE CAB-HORA-GERACAO TO W-HORA-GERACAO-ENV
              WHEN "T"
                 MOVE "S"               TO W-TEM-TRAILER-SW
                 MOVE TRL-QTD-REGISTROS TO W-TRL-QTD
           CLOSE ARQ-TITULO
           CLOSE REJ-TITULO

           PERFORM 900-REGISTRAR-CARGA

           DISPLAY "IMPTITULO - DETALHES LIDOS: " W-QTD-LIDOS
           DISPLAY "IMPTITULO - TITULOS GRAVADOS: " W-QTD-GRAVADOS
           DISPLAY "IMPTITULO - REJEITADOS: " W-QTD-REJEITADOS
              PERFORM 150-VALIDAR-DETALHE

              IF W-MOTIVO-REJEICAO EQUAL SPACES
                 PERFORM 160-PRESERVAR-BAIXA

                 MOVE IMP-DATA-VENCIMENTO TO TIT-DATA-VENCIMENTO
                 MOVE IMP-VALOR           TO TIT-VALOR
                 MOVE IMP-SITUACAO        TO TIT-SITUACAO
                 MOVE IMP-DATA-PEDIDO     TO TIT-DATA-PEDIDO
                 MOVE IMP-SEQ-PEDIDO      TO TIT-SEQ-PEDIDO

                 IF TIT-VALOR-PAGO GREATER ZEROS
                    AND TIT-VALOR-PAGO NOT LESS TIT-VALOR
                    SET TITULO-PAGO TO TRUE
                 END-IF

                 WRITE ARQ-TITULO-REG
                   INVALID KEY REWRITE ARQ-TITULO-REG

           IF IMP-SITUACAO NOT EQUAL "A"
              AND IMP-SITUACAO NOT EQUAL "P"
              AND IMP-SITUACAO NOT EQUAL "B"
              MOVE "SITUACAO INVALIDA - USE A, P OU B"
                TO W-MOTIVO-REJEICAO
           END-IF

      * EXTRATO NO LAYOUT ANTIGO (SEM O PEDIDO DE ORIGEM) CARREGA O
      * TITULO SEM VINCULO.
           IF IMP-DATA-PEDIDO NOT NUMERIC
              OR IMP-SEQ-PEDIDO NOT NUMERIC
              MOVE ZEROS TO IMP-DATA-PEDIDO
              MOVE ZEROS TO IMP-SEQ-PEDIDO
           END-IF

           IF W-MOTIVO-REJEICAO EQUAL SPACES
              MOVE IMP-COD-CLIENTE TO COD-CLIENTE
              READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
              END-IF
           END-IF.

      * A BAIXA JA APLICADA PELO RETORNO BANCARIO (IMPBAIXA) NAO VEM
      * NO EXTRATO - TITULO JA CONHECIDO MANTEM DATA E VALOR PAGOS;
      * TITULO NOVO ENTRA SEM PAGAMENTO.
       160-PRESERVAR-BAIXA.

           MOVE IMP-COD-CLIENTE TO TIT-COD-CLIENTE
           MOVE IMP-NUM-TITULO  TO TIT-NUM-TITULO

           READ ARQ-TITULO RECORD KEY IS TIT-CHAVE-TITULO
             INVALID KEY MOVE "23" TO FS-TITULO
           END-READ

           IF FS-TITULO NOT EQUAL "00"
              MOVE ZEROS TO TIT-DATA-PAGAMENTO
              MOVE ZEROS TO TIT-VALOR-PAGO
              MOVE ZEROS TO TIT-SEQ-RETORNO
              MOVE "00"  TO FS-TITULO
           END-IF.

      * A CARGA CONCLUIDA (MESMO COM REJEICOES) E A ULTIMA CARGA DA
      * ALIMENTACAO NO CONTROLE DE CARGAS.
       900-REGISTRAR-CARGA.
           OPEN I-O ARQ-CARGA

           IF FS-CARGA EQUAL "00" OR FS-CARGA EQUAL "05"
              MOVE "IMPTITULO" TO CG-ALIMENTACAO

              READ ARQ-CARGA RECORD WITH LOCK
                KEY IS CG-ALIMENTACAO
                INVALID KEY MOVE "23" TO FS-CARGA
              END-READ

              MOVE "IMPTITULO" TO CG-ALIMENTACAO
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

       END PROGRAM IMPTITULO.
