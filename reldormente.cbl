                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-CHAVE-PEDIDO
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDIDO.

                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS V-CHAVE-VISITA
                  ALTERNATE RECORD KEY IS V-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VISITA.

           03 CTR-RUN-ID          PIC 9(016)          VALUE ZEROS.
           03 CTR-OPERADOR        PIC X(008)          VALUE "SISTEMA".

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

      *-----------------------------------------------------------

           PERFORM 010-LER-PARAMETROS

           PERFORM 025-CONFERIR-DEFASAGEM

           IF W-BLOQUEAR-DEFASADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT ARQ-DISTRIB

           IF FS-DISTRIB NOT EQUAL "00"
              END-IF

              OPEN OUTPUT REL-DORMENTE
              PERFORM 027-IMPRIMIR-DEFASAGEM
                 VARYING W-IDX-DEFASAGEM FROM 1 BY 1
                 UNTIL W-IDX-DEFASAGEM GREATER W-QTD-DEFASAGEM
              WRITE REG-DORMENTE FROM WCAB

              PERFORM 100-VARRER-RODADA
                      W-QTD-CASOS-FECHADOS
           END-IF

           IF W-QTD-DEFASAGEM GREATER ZEROS
              AND RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "RELDORMENTE - PROCESSAMENTO CONCLUIDO"

           GOBACK.
                   W-MESES-DORMENCIA
           DISPLAY "RELDORMENTE - DATA DE CORTE: " W-DATA-CORTE.

      * ALIMENTACOES DE ENTRADA DO PROCESSAMENTO: IMPPEDIDO, IMPVISITA.
       025-CONFERIR-DEFASAGEM.
           MOVE ZEROS TO W-QTD-DEFASAGEM
           MOVE "N"   TO W-DEFASAGEM-SW

           MOVE "IMPPEDIDO" TO PDF-ALIMENTACAO
           PERFORM 026-CONFERIR-ALIMENTACAO
           MOVE "IMPVISITA" TO PDF-ALIMENTACAO
           PERFORM 026-CONFERIR-ALIMENTACAO

           IF W-BLOQUEAR-DEFASADO
              DISPLAY "RELDORMENTE - ENTRADA DEFASADA - PROCESSAMENTO "
                      "INTERROMPIDO (BLOQUEIO-DEFASAGEM)"
           END-IF.

       026-CONFERIR-ALIMENTACAO.
           CALL "VERDEFASA" USING W-PARAM-DEFASAGEM

           IF PDF-DEFASADA
              AND W-QTD-DEFASAGEM LESS 3
              ADD 1 TO W-QTD-DEFASAGEM
              MOVE PDF-MENSAGEM TO W-DEF-MENSAGEM (W-QTD-DEFASAGEM)
              DISPLAY "RELDORMENTE - " PDF-MENSAGEM

              IF PDF-BLOQUEAR
                 MOVE "S" TO W-DEFASAGEM-SW
              END-IF
           END-IF.

      * AVISO DE DEFASAGEM NO INICIO DA SAIDA, ANTES DO CABECALHO.
       027-IMPRIMIR-DEFASAGEM.
           WRITE REG-DORMENTE FROM W-DEF-MENSAGEM (W-IDX-DEFASAGEM).

      * LE DO CONTROLE DE EXECUCAO (CADRUNCTL) A RODADA COMPLETA
      * MAIS RECENTE - O SALTO PELA CHAVE DO CADDISTRIB FICA COMO
      * RESERVA PARA INSTALACOES AINDA SEM O CONTROLE.
