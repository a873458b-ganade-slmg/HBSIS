           03 WDET-OBS            PIC X(035)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".

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

           MOVE ZEROS TO RETURN-CODE

           PERFORM 025-CONFERIR-DEFASAGEM

           IF W-BLOQUEAR-DEFASADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT RET-CRM

           IF FS-RET NOT EQUAL "00"
              OPEN INPUT ARQ-DISTRIB
              OPEN OUTPUT REL-CRMRET

              PERFORM 027-IMPRIMIR-DEFASAGEM
                 VARYING W-IDX-DEFASAGEM FROM 1 BY 1
                 UNTIL W-IDX-DEFASAGEM GREATER W-QTD-DEFASAGEM
              WRITE REG-CRMRET FROM WCAB

              READ RET-CRM
              END-IF
           END-IF

           IF W-QTD-DEFASAGEM GREATER ZEROS
              AND RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "IMPCRMRET - PROCESSAMENTO CONCLUIDO"

           GOBACK.

      * ALIMENTACOES DE ENTRADA DO PROCESSAMENTO: EXPCRM (O FEED A
      * QUE O RETORNO SE REFERE).
       025-CONFERIR-DEFASAGEM.
           MOVE ZEROS TO W-QTD-DEFASAGEM
           MOVE "N"   TO W-DEFASAGEM-SW

           MOVE "EXPCRM" TO PDF-ALIMENTACAO
           PERFORM 026-CONFERIR-ALIMENTACAO

           IF W-BLOQUEAR-DEFASADO
              DISPLAY "IMPCRMRET - ENTRADA DEFASADA - PROCESSAMENTO "
                      "INTERROMPIDO (BLOQUEIO-DEFASAGEM)"
           END-IF.

       026-CONFERIR-ALIMENTACAO.
           CALL "VERDEFASA" USING W-PARAM-DEFASAGEM

           IF PDF-DEFASADA
              AND W-QTD-DEFASAGEM LESS 3
              ADD 1 TO W-QTD-DEFASAGEM
              MOVE PDF-MENSAGEM TO W-DEF-MENSAGEM (W-QTD-DEFASAGEM)
              DISPLAY "IMPCRMRET - " PDF-MENSAGEM

              IF PDF-BLOQUEAR
                 MOVE "S" TO W-DEFASAGEM-SW
              END-IF
           END-IF.

      * AVISO DE DEFASAGEM NO INICIO DA SAIDA, ANTES DO CABECALHO.
       027-IMPRIMIR-DEFASAGEM.
           WRITE REG-CRMRET FROM W-DEF-MENSAGEM (W-IDX-DEFASAGEM).

       100-PROCESSAR-RETORNO.

           ADD 1 TO W-QTD-LIDOS
