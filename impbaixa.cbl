       PROGRAM-ID.   IMPBAIXA.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-TITULO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TIT-CHAVE-TITULO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-TITULO.

      *-----------------------------------------------------------
      * ARQUIVO DE RETORNO DA COBRANCA BANCARIA NO LAYOUT CNAB DE
      * 400 POSICOES: HEADER ("0"), DETALHES ("1") E TRAILER ("9"),
      * CADA REGISTRO COM O SEU NUMERO SEQUENCIAL NAS POSICOES
      * 395-400. O TITULO E IDENTIFICADO PELO NUMERO DE CONTROLE DO
      * PARTICIPANTE (POSICOES 38-62), QUE O FINANCEIRO PREENCHE NA
      * REMESSA COM O CODIGO DO CLIENTE E O NUMERO DO TITULO.
      *-----------------------------------------------------------
           SELECT IMP-BAIXA ASSIGN TO "IMPBAIXA.RET"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  ACCESS MODE      IS SEQUENTIAL
                  FILE STATUS      IS FS-IMP.

           SELECT REJ-BAIXA ASSIGN TO "IMPBAIXA.REJ"
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------------------------------------------
      * LOG DOS RETORNOS APLICADOS: UM REGISTRO POR ARQUIVO BAIXADO,
      * COM O BANCO, O NUMERO DO RETORNO E AS CONTAGENS. O PROXIMO
      * RETORNO DO MESMO BANCO TEM QUE TRAZER NUMERO MAIOR.
      *-----------------------------------------------------------
           SELECT OPTIONAL ARQ-LOGBX ASSIGN TO "IMPBAIXA.LOG"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-LOGBX.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADTITULO'.

       COPY "CADTITULO.CPY".

       FD  IMP-BAIXA
           LABEL RECORD IS STANDARD.

       01  REG-IMP-BAIXA.
           03 BX-TIPO-REG          PIC X(001).
           03 FILLER               PIC X(036).
           03 BX-CONTROLE.
              05 BX-COD-CLIENTE    PIC 9(007).
              05 BX-NUM-TITULO     PIC 9(010).
              05 FILLER            PIC X(008).
           03 FILLER               PIC X(046).
           03 BX-OCORRENCIA        PIC X(002).
              88 BX-LIQUIDACAO        VALUE "06" "15" "17".
           03 BX-DATA-OCORRENCIA   PIC 9(006).
           03 FILLER               PIC X(036).
           03 BX-VALOR-TITULO      PIC 9(011)V9(002).
           03 FILLER               PIC X(088).
           03 BX-VALOR-PAGO        PIC 9(011)V9(002).
           03 FILLER               PIC X(128).
           03 BX-SEQ-REGISTRO      PIC 9(006).

       01  REG-BAIXA-CAB REDEFINES REG-IMP-BAIXA.
           03 CAB-TIPO-REG         PIC X(001).
           03 CAB-OPERACAO         PIC X(001).
           03 CAB-LITERAL          PIC X(007).
           03 FILLER               PIC X(067).
           03 CAB-COD-BANCO        PIC X(003).
           03 FILLER               PIC X(015).
           03 CAB-DATA-GRAVACAO    PIC 9(006).
           03 FILLER               PIC X(008).
           03 CAB-SEQ-RETORNO      PIC 9(005).
           03 FILLER               PIC X(281).
           03 CAB-SEQ-REGISTRO     PIC 9(006).

       01  REG-BAIXA-TRL REDEFINES REG-IMP-BAIXA.
           03 TRL-TIPO-REG         PIC X(001).
           03 FILLER               PIC X(393).
           03 TRL-SEQ-REGISTRO     PIC 9(006).

       FD  REJ-BAIXA.
       01  REJ-REGISTRO PIC X(120).

       FD  ARQ-LOGBX
           LABEL RECORD IS STANDARD.

       01  REG-LOGBX.
           03 LOGBX-COD-BANCO      PIC X(003).
           03 LOGBX-SEQ-RETORNO    PIC 9(007).
           03 LOGBX-DATA-PROC      PIC 9(008).
           03 LOGBX-HORA-PROC      PIC 9(008).
           03 LOGBX-QTD-LIDOS      PIC 9(009).
           03 LOGBX-QTD-LIQUIDADOS PIC 9(009).
           03 LOGBX-QTD-PARCIAIS   PIC 9(009).
           03 LOGBX-QTD-REJEITADOS PIC 9(009).
           03 LOGBX-VALOR-BAIXADO  PIC 9(013)V9(002).

       WORKING-STORAGE SECTION.

       77 FS-TITULO               PIC  X(002)         VALUE "00".
       77 FS-IMP                  PIC  X(002)         VALUE "00".
       77 FS-LOGBX                PIC  X(002)         VALUE "00".

       77 W-QTD-LIDOS             PIC  9(009)         VALUE ZEROS.
       77 W-QTD-LIQUIDADOS        PIC  9(009)         VALUE ZEROS.
       77 W-QTD-PARCIAIS          PIC  9(009)         VALUE ZEROS.
       77 W-QTD-IGNORADOS         PIC  9(009)         VALUE ZEROS.
       77 W-QTD-REJEITADOS        PIC  9(009)         VALUE ZEROS.
       77 W-VALOR-BAIXADO         PIC  9(013)V9(002)  VALUE ZEROS.

       77 W-QTD-REGISTROS         PIC  9(009)         VALUE ZEROS.
       77 W-TRL-SEQ               PIC  9(009)         VALUE ZEROS.
       77 W-SEQ-RETORNO           PIC  9(007)         VALUE ZEROS.
       77 W-COD-BANCO             PIC  X(003)         VALUE SPACES.
       77 W-ULT-SEQ-BANCO         PIC  9(007)         VALUE ZEROS.
       77 W-DATA-PROC             PIC  9(008)         VALUE ZEROS.
       77 W-HORA-PROC             PIC  9(008)         VALUE ZEROS.
       77 W-TEM-HEADER-SW         PIC  X(001)         VALUE "N".
          88 W-TEM-HEADER            VALUE "S".
       77 W-TEM-TRAILER-SW        PIC  X(001)         VALUE "N".
          88 W-TEM-TRAILER           VALUE "S".
       77 W-ENVELOPE-OK-SW        PIC  X(001)         VALUE "N".
          88 W-ENVELOPE-OK           VALUE "S".

      * DATAS DO CNAB VEM EM DDMMAA - CONVERTIDAS PARA AAAAMMDD COM
      * O SECULO 20.
       01  W-DATA-DDMMAA.
           03 W-DDMMAA-DIA        PIC 9(002).
           03 W-DDMMAA-MES        PIC 9(002).
           03 W-DDMMAA-ANO        PIC 9(002).

       01  W-DATA-PAGAMENTO.
           03 W-PAG-SECULO        PIC 9(002)          VALUE 20.
           03 W-PAG-ANO           PIC 9(002)          VALUE ZEROS.
           03 W-PAG-MES           PIC 9(002)          VALUE ZEROS.
           03 W-PAG-DIA           PIC 9(002)          VALUE ZEROS.
       01  W-DATA-PAGAMENTO-N REDEFINES W-DATA-PAGAMENTO
                                  PIC 9(008).

       77 W-MOTIVO-REJEICAO       PIC  X(040)         VALUE SPACES.

       01  WCAB-REJ.
           03 FILLER PIC X(120) VALUE "CODIGO CLIENTE;NUMERO TITULO;OCOR
      -"RENCIA;VALOR PAGO;MOTIVO REJEICAO;".

       01  WDET-REJ.
           03 WDET-REJ-COD-CLIENTE PIC X(007)         VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-REJ-NUM        PIC X(010)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-REJ-OCORRENCIA PIC X(002)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-REJ-VALOR      PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-REJ-MOTIVO     PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * BAIXA DOS TITULOS A RECEBER (ARQ-TITULO) PELO RETORNO DA
      * COBRANCA BANCARIA: CADA OCORRENCIA DE LIQUIDACAO (06, 15 OU
      * 17) SOMA O VALOR PAGO AO TITULO E GRAVA A DATA DO PAGAMENTO.
      * PAGAMENTO MENOR QUE O SALDO DEIXA O TITULO EM ABERTO COM O
      * SALDO RESTANTE; QUANDO O PAGO ALCANCA O VALOR, O TITULO
      * PASSA A "P". AS DEMAIS OCORRENCIAS (ENTRADA CONFIRMADA,
      * BAIXA, PROTESTO...) SO SAO CONTADAS. RETORNO QUE NAO CASA
      * COM TITULO ALGUM VAI PARA O IMPBAIXA.REJ. O NUMERO DO
      * RETORNO NO HEADER IMPEDE BAIXAR DUAS VEZES O MESMO ARQUIVO
      * OU UM RETORNO MAIS ANTIGO DEPOIS DE UM MAIS NOVO: O ARQUIVO
      * INTEIRO E RECUSADO QUANDO O NUMERO NAO E MAIOR QUE O ULTIMO
      * APLICADO DO BANCO (IMPBAIXA.LOG), E CADA TITULO RECUSA O
      * RETORNO QUE NAO E MAIS NOVO QUE O ULTIMO APLICADO A ELE.
      * RODAVEL PELO AGENDADOR, COMO OS DEMAIS BATCHES.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "IMPBAIXA - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           OPEN INPUT IMP-BAIXA

           IF FS-IMP NOT EQUAL "00"
              DISPLAY "IMPBAIXA - RETORNO BANCARIO NAO LOCALIZADO"
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 050-CONFERIR-ENVELOPE

              CLOSE IMP-BAIXA

              IF W-ENVELOPE-OK
                 PERFORM 070-CONFERIR-SEQUENCIA
              END-IF

              IF W-ENVELOPE-OK
                 PERFORM 100-BAIXAR-RETORNO
              ELSE
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY "IMPBAIXA - PROCESSAMENTO CONCLUIDO"

           GOBACK.

      * O RETORNO SO E APLICADO INTEIRO: HEADER DE RETORNO DE
      * COBRANCA, TRAILER PRESENTE E SEQUENCIAL DO TRAILER IGUAL A
      * QUANTIDADE DE REGISTROS LIDOS - ARQUIVO TRUNCADO NA
      * TRANSMISSAO E RECUSADO.
       050-CONFERIR-ENVELOPE.

           MOVE "N"   TO W-TEM-HEADER-SW
           MOVE "N"   TO W-TEM-TRAILER-SW
           MOVE "N"   TO W-ENVELOPE-OK-SW
           MOVE ZEROS TO W-QTD-REGISTROS
           MOVE ZEROS TO W-TRL-SEQ
           MOVE ZEROS TO W-SEQ-RETORNO

           READ IMP-BAIXA
           PERFORM 060-CONTAR-REGISTRO
              UNTIL FS-IMP NOT EQUAL "00"

           IF NOT W-TEM-HEADER
              DISPLAY "IMPBAIXA - RETORNO SEM HEADER - BAIXA RECUSADA"
           ELSE
              IF NOT W-TEM-TRAILER
                 DISPLAY "IMPBAIXA - RETORNO SEM TRAILER - "
                         "BAIXA RECUSADA"
              ELSE
                 IF W-QTD-REGISTROS NOT EQUAL W-TRL-SEQ
                    DISPLAY "IMPBAIXA - TRAILER DIVERGENTE - "
                            "BAIXA RECUSADA"
                 ELSE
                    MOVE "S" TO W-ENVELOPE-OK-SW
                 END-IF
              END-IF
           END-IF.

       060-CONTAR-REGISTRO.
           ADD 1 TO W-QTD-REGISTROS

           EVALUATE BX-TIPO-REG
              WHEN "0"
                 IF CAB-OPERACAO EQUAL "2"
                    AND CAB-LITERAL EQUAL "RETORNO"
                    MOVE "S"             TO W-TEM-HEADER-SW
                    MOVE CAB-SEQ-RETORNO TO W-SEQ-RETORNO
                    MOVE CAB-COD-BANCO   TO W-COD-BANCO
                 END-IF
              WHEN "9"
                 MOVE "S"              TO W-TEM-TRAILER-SW
                 MOVE TRL-SEQ-REGISTRO TO W-TRL-SEQ
           END-EVALUATE

           READ IMP-BAIXA.

      * ULTIMO RETORNO APLICADO DO BANCO NO LOG. RETORNO SEM NUMERO
      * NO HEADER (ZEROS) NAO TEM COMO SER CONFERIDO E SEGUE SO COM
      * A CONFERENCIA POR TITULO.
       070-CONFERIR-SEQUENCIA.

           MOVE ZEROS TO W-ULT-SEQ-BANCO

           OPEN INPUT ARQ-LOGBX
           IF FS-LOGBX EQUAL "00"
              READ ARQ-LOGBX
              PERFORM 075-GUARDAR-SEQUENCIA
                 UNTIL FS-LOGBX NOT EQUAL "00"
              CLOSE ARQ-LOGBX
           ELSE
              IF FS-LOGBX EQUAL "05"
                 CLOSE ARQ-LOGBX
              END-IF
           END-IF

           MOVE "00" TO FS-LOGBX

           IF W-SEQ-RETORNO GREATER ZEROS
              AND W-SEQ-RETORNO NOT GREATER W-ULT-SEQ-BANCO
              DISPLAY "IMPBAIXA - RETORNO " W-SEQ-RETORNO
                      " DO BANCO " W-COD-BANCO
                      " JA PROCESSADO (ULTIMO APLICADO: "
                      W-ULT-SEQ-BANCO ") - BAIXA RECUSADA"
              MOVE "N" TO W-ENVELOPE-OK-SW
           END-IF.

       075-GUARDAR-SEQUENCIA.
           IF LOGBX-COD-BANCO EQUAL W-COD-BANCO
              AND LOGBX-SEQ-RETORNO IS NUMERIC
              AND LOGBX-SEQ-RETORNO GREATER W-ULT-SEQ-BANCO
              MOVE LOGBX-SEQ-RETORNO TO W-ULT-SEQ-BANCO
           END-IF

           READ ARQ-LOGBX.

       100-BAIXAR-RETORNO.

           OPEN INPUT IMP-BAIXA
           OPEN I-O   ARQ-TITULO
           OPEN OUTPUT REJ-BAIXA

           WRITE REJ-REGISTRO FROM WCAB-REJ

           DISPLAY "IMPBAIXA - RETORNO NUMERO: " W-SEQ-RETORNO

           READ IMP-BAIXA
           PERFORM 110-PROCESSAR-DETALHE
              UNTIL FS-IMP NOT EQUAL "00"

           CLOSE IMP-BAIXA
           CLOSE ARQ-TITULO
           CLOSE REJ-BAIXA

           DISPLAY "IMPBAIXA - DETALHES LIDOS: " W-QTD-LIDOS
           DISPLAY "IMPBAIXA - TITULOS LIQUIDADOS: " W-QTD-LIQUIDADOS
           DISPLAY "IMPBAIXA - PAGAMENTOS PARCIAIS: " W-QTD-PARCIAIS
           DISPLAY "IMPBAIXA - OCORRENCIAS SEM BAIXA: " W-QTD-IGNORADOS
           DISPLAY "IMPBAIXA - VALOR BAIXADO: " W-VALOR-BAIXADO
           DISPLAY "IMPBAIXA - REJEITADOS: " W-QTD-REJEITADOS

           PERFORM 400-GRAVAR-LOG

           IF W-QTD-REJEITADOS GREATER ZEROS
              MOVE 8 TO RETURN-CODE
           END-IF.

       110-PROCESSAR-DETALHE.

           IF BX-TIPO-REG EQUAL "1"
              ADD 1 TO W-QTD-LIDOS

              IF NOT BX-LIQUIDACAO
                 ADD 1 TO W-QTD-IGNORADOS
              ELSE
                 PERFORM 150-VALIDAR-DETALHE

                 IF W-MOTIVO-REJEICAO EQUAL SPACES
                    PERFORM 170-APLICAR-PAGAMENTO
                 END-IF

                 IF W-MOTIVO-REJEICAO NOT EQUAL SPACES
                    PERFORM 190-REJEITAR
                 END-IF
              END-IF
           END-IF

           READ IMP-BAIXA.

       150-VALIDAR-DETALHE.

           MOVE SPACES TO W-MOTIVO-REJEICAO

           IF BX-COD-CLIENTE NOT NUMERIC
              OR BX-NUM-TITULO NOT NUMERIC
              MOVE "CONTROLE DO PARTICIPANTE INVALIDO"
                TO W-MOTIVO-REJEICAO
           END-IF

           IF W-MOTIVO-REJEICAO EQUAL SPACES
              IF BX-VALOR-PAGO NOT NUMERIC
                 OR BX-VALOR-PAGO EQUAL ZEROS
                 MOVE "VALOR PAGO INVALIDO" TO W-MOTIVO-REJEICAO
              END-IF
           END-IF

           IF W-MOTIVO-REJEICAO EQUAL SPACES
              PERFORM 160-CONVERTER-DATA
              IF BX-DATA-OCORRENCIA NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(W-DATA-PAGAMENTO-N)
                    NOT EQUAL ZERO
                 MOVE "DATA DE PAGAMENTO INVALIDA"
                   TO W-MOTIVO-REJEICAO
              END-IF
           END-IF

           IF W-MOTIVO-REJEICAO EQUAL SPACES
              MOVE BX-COD-CLIENTE TO TIT-COD-CLIENTE
              MOVE BX-NUM-TITULO  TO TIT-NUM-TITULO
              READ ARQ-TITULO RECORD KEY IS TIT-CHAVE-TITULO
                INVALID KEY MOVE "23" TO FS-TITULO
              END-READ

              IF FS-TITULO NOT EQUAL "00"
                 MOVE "TITULO NAO LOCALIZADO" TO W-MOTIVO-REJEICAO
                 MOVE "00" TO FS-TITULO
              ELSE
                 IF W-SEQ-RETORNO GREATER ZEROS
                    AND W-SEQ-RETORNO NOT GREATER TIT-SEQ-RETORNO
                    MOVE "RETORNO JA APLICADO AO TITULO"
                      TO W-MOTIVO-REJEICAO
                 ELSE
                    IF TITULO-PAGO
                       MOVE "TITULO JA LIQUIDADO" TO W-MOTIVO-REJEICAO
                    END-IF
                 END-IF
              END-IF
           END-IF.

       160-CONVERTER-DATA.
           MOVE BX-DATA-OCORRENCIA TO W-DATA-DDMMAA
           MOVE 20                 TO W-PAG-SECULO
           MOVE W-DDMMAA-ANO       TO W-PAG-ANO
           MOVE W-DDMMAA-MES       TO W-PAG-MES
           MOVE W-DDMMAA-DIA       TO W-PAG-DIA.

      * PAGAMENTO PARCIAL ACUMULA NO TITULO, QUE SEGUE EM ABERTO COM
      * O SALDO RESTANTE ATE O PAGO ALCANCAR O VALOR.
       170-APLICAR-PAGAMENTO.

           ADD BX-VALOR-PAGO        TO TIT-VALOR-PAGO
           MOVE W-DATA-PAGAMENTO-N  TO TIT-DATA-PAGAMENTO
           MOVE W-SEQ-RETORNO       TO TIT-SEQ-RETORNO

           IF TIT-VALOR-PAGO NOT LESS TIT-VALOR
              SET TITULO-PAGO TO TRUE
           END-IF

           REWRITE ARQ-TITULO-REG
             INVALID KEY MOVE "23" TO FS-TITULO
           END-REWRITE

           IF FS-TITULO EQUAL "00"
              ADD BX-VALOR-PAGO TO W-VALOR-BAIXADO
              IF TITULO-PAGO
                 ADD 1 TO W-QTD-LIQUIDADOS
              ELSE
                 ADD 1 TO W-QTD-PARCIAIS
              END-IF
           ELSE
              STRING "ERRO AO GRAVAR - FS=" FS-TITULO
                INTO W-MOTIVO-REJEICAO
              MOVE "00" TO FS-TITULO
           END-IF.

       190-REJEITAR.
           ADD 1 TO W-QTD-REJEITADOS
           MOVE BX-CONTROLE (1:7)  TO WDET-REJ-COD-CLIENTE
           MOVE BX-CONTROLE (8:10) TO WDET-REJ-NUM
           MOVE BX-OCORRENCIA      TO WDET-REJ-OCORRENCIA
           IF BX-VALOR-PAGO NUMERIC
              MOVE BX-VALOR-PAGO   TO WDET-REJ-VALOR
           ELSE
              MOVE ZEROS           TO WDET-REJ-VALOR
           END-IF
           MOVE W-MOTIVO-REJEICAO  TO WDET-REJ-MOTIVO
           WRITE REJ-REGISTRO FROM WDET-REJ.

       400-GRAVAR-LOG.
           ACCEPT W-DATA-PROC FROM DATE YYYYMMDD
           ACCEPT W-HORA-PROC FROM TIME

           OPEN EXTEND ARQ-LOGBX

           IF FS-LOGBX EQUAL "00" OR FS-LOGBX EQUAL "05"
              MOVE W-COD-BANCO      TO LOGBX-COD-BANCO
              MOVE W-SEQ-RETORNO    TO LOGBX-SEQ-RETORNO
              MOVE W-DATA-PROC      TO LOGBX-DATA-PROC
              MOVE W-HORA-PROC      TO LOGBX-HORA-PROC
              MOVE W-QTD-LIDOS      TO LOGBX-QTD-LIDOS
              MOVE W-QTD-LIQUIDADOS TO LOGBX-QTD-LIQUIDADOS
              MOVE W-QTD-PARCIAIS   TO LOGBX-QTD-PARCIAIS
              MOVE W-QTD-REJEITADOS TO LOGBX-QTD-REJEITADOS
              MOVE W-VALOR-BAIXADO  TO LOGBX-VALOR-BAIXADO

              WRITE REG-LOGBX

              CLOSE ARQ-LOGBX
           END-IF.

       END PROGRAM IMPBAIXA.
