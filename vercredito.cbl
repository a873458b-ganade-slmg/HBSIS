       IDENTIFICATION DIVISION.
       PROGRAM-ID.   VERCREDITO.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ARQ-CREDITO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CR-COD-CLIENTE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CREDITO.

           SELECT OPTIONAL ARQ-TITULO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TIT-CHAVE-TITULO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-TITULO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CREDITO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCREDITO'.

       COPY "CADCREDITO.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADTITULO'.

       COPY "CADTITULO.CPY".

       WORKING-STORAGE SECTION.

       77 FS-CREDITO              PIC X(002)          VALUE "00".
       77 FS-TITULO               PIC X(002)          VALUE "00".

       LINKAGE SECTION.
       01  PARAM-CREDITO.
           03 CRD-COD-CLIENTE      PIC 9(007).
           03 CRD-VALOR-PEDIDO     PIC 9(009)V9(002).
           03 CRD-LIMITE           PIC 9(009)V9(002).
           03 CRD-VALOR-ABERTO     PIC 9(011)V9(002).
           03 CRD-EXPOSICAO        PIC 9(011)V9(002).
           03 CRD-SITUACAO         PIC X(001).
              88 CRD-SEM-LIMITE       VALUE "N".
              88 CRD-DENTRO-LIMITE    VALUE "D".
              88 CRD-LIMITE-EXCEDIDO  VALUE "E".

       PROCEDURE DIVISION USING PARAM-CREDITO.

      *-----------------------------------------------------------
      * CALCULA A EXPOSICAO DE CREDITO DE UM CLIENTE: SOMA OS
      * SALDOS DOS TITULOS EM ABERTO (VENCIDOS OU NAO, JA
      * DESCONTADOS OS PAGAMENTOS PARCIAIS) DO ARQ-TITULO E O VALOR
      * DO PEDIDO NOVO INFORMADO, E COMPARA COM O LIMITE DO
      * CADCREDITO. CLIENTE SEM LIMITE CADASTRADO VOLTA "N" (SEM
      * CONTROLE) - MAS O SALDO EM ABERTO E A EXPOSICAO SAEM
      * CALCULADOS DO MESMO JEITO, PARA A CONSULTA DO FINANCEIRO.
      * COMPLEMENTA O VERINADIM, QUE SO OLHA O SALDO VENCIDO.
      *-----------------------------------------------------------
       000-INICIO.

           MOVE ZEROS TO CRD-LIMITE
           MOVE ZEROS TO CRD-VALOR-ABERTO
           SET CRD-SEM-LIMITE TO TRUE

           OPEN INPUT ARQ-TITULO

           IF FS-TITULO EQUAL "00"
              MOVE CRD-COD-CLIENTE TO TIT-COD-CLIENTE
              MOVE ZEROS           TO TIT-NUM-TITULO

              START ARQ-TITULO KEY IS NOT LESS TIT-CHAVE-TITULO
                INVALID KEY MOVE "23" TO FS-TITULO
              END-START

              IF FS-TITULO EQUAL "00"
                 READ ARQ-TITULO NEXT
                 PERFORM 100-SOMAR-TITULO
                   UNTIL FS-TITULO NOT EQUAL "00"
                      OR TIT-COD-CLIENTE NOT EQUAL CRD-COD-CLIENTE
              END-IF

              CLOSE ARQ-TITULO
           ELSE
              IF FS-TITULO EQUAL "05"
                 CLOSE ARQ-TITULO
              END-IF
           END-IF

           COMPUTE CRD-EXPOSICAO = CRD-VALOR-ABERTO + CRD-VALOR-PEDIDO

           OPEN INPUT ARQ-CREDITO

           IF FS-CREDITO EQUAL "00"
              MOVE CRD-COD-CLIENTE TO CR-COD-CLIENTE
              READ ARQ-CREDITO RECORD KEY IS CR-COD-CLIENTE
                INVALID KEY MOVE "23" TO FS-CREDITO
              END-READ

              IF FS-CREDITO EQUAL "00"
                 MOVE CR-LIMITE-CREDITO TO CRD-LIMITE

                 IF CRD-EXPOSICAO GREATER CRD-LIMITE
                    SET CRD-LIMITE-EXCEDIDO TO TRUE
                 ELSE
                    SET CRD-DENTRO-LIMITE TO TRUE
                 END-IF
              END-IF

              CLOSE ARQ-CREDITO
           ELSE
              IF FS-CREDITO EQUAL "05"
                 CLOSE ARQ-CREDITO
              END-IF
           END-IF

           GOBACK.

       100-SOMAR-TITULO.
           IF TITULO-ABERTO
              COMPUTE CRD-VALOR-ABERTO = CRD-VALOR-ABERTO
                                       + TIT-VALOR - TIT-VALOR-PAGO
           END-IF

           READ ARQ-TITULO NEXT.

       END PROGRAM VERCREDITO.
