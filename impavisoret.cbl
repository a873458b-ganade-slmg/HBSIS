       PROGRAM-ID.   IMPAVISORET.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-AVISO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS AVS-CHAVE-AVISO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-AVISO.

      *-----------------------------------------------------------
      * ARQUIVO DE RETORNO DO GATEWAY DE SMS/E-MAIL APOS O ENVIO
      * DO EXPAVISO.TXT: UM REGISTRO POR MENSAGEM, IDENTIFICADA
      * PELA DATA + SEQUENCIA DO AVISO, COM A SITUACAO (ENVIADO OU
      * FALHOU), DATA/HORA DO ENVIO E O MOTIVO DA FALHA.
      *-----------------------------------------------------------
           SELECT RET-AVISO ASSIGN TO "EXPAVISO.RET"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  ACCESS MODE      IS SEQUENTIAL
                  FILE STATUS      IS FS-RET.

           SELECT REL-AVISORET ASSIGN TO "RELAVISORET.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-AVISO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADAVISO'.

       COPY "CADAVISO.CPY".

       FD  RET-AVISO
           LABEL RECORD IS STANDARD.

       01  REG-RET-AVISO.
           03 RET-DATA             PIC 9(008).
           03 RET-SEQ              PIC 9(006).
           03 RET-SITUACAO         PIC X(001).
              88 RET-ENVIADO          VALUE "E".
              88 RET-FALHOU           VALUE "F".
           03 RET-DATA-ENVIO       PIC 9(008).
           03 RET-HORA-ENVIO       PIC 9(008).
           03 RET-MOTIVO           PIC X(040).

       FD  REL-AVISORET.
       01  REG-AVISORET PIC X(250).

       WORKING-STORAGE SECTION.

       77 FS-AVISO                PIC  X(002)         VALUE "00".
       77 FS-RET                  PIC  X(002)         VALUE "00".

       77 W-QTD-LIDOS             PIC  9(009)         VALUE ZEROS.
       77 W-QTD-ENVIADOS          PIC  9(009)         VALUE ZEROS.
       77 W-QTD-FALHAS            PIC  9(009)         VALUE ZEROS.
       77 W-QTD-SEM-AVISO         PIC  9(009)         VALUE ZEROS.

       01  WCAB.
           03 FILLER PIC X(120) VALUE "DATA AVISO;SEQUENCIA;VENDEDOR;T
      -"IPO;CODIGO CLIENTE;SITUACAO;TELEFONE;E-MAIL;MOTIVO;OBSERVACAO;
      -"".

       01  WDET.
           03 WDET-DATA           PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-SEQ            PIC 9(006)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-VENDEDOR       PIC 9(003)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-TIPO           PIC X(001)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-COD-CLIENTE    PIC 9(007)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-SITUACAO       PIC X(009)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-TELEFONE       PIC X(015)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-EMAIL          PIC X(050)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-MOTIVO         PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-OBS            PIC X(035)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * PROCESSA O RETORNO DO GATEWAY DE SMS/E-MAIL: CADA REGISTRO
      * E CONFERIDO CONTRA O AVISO GERADO PELO EXPAVISO (LEITURA
      * DIRETA NO CADAVISO PELA CHAVE DATA+SEQUENCIA), QUE RECEBE
      * A SITUACAO (ENVIADO/FALHOU), A DATA/HORA DO ENVIO E O
      * MOTIVO DA FALHA. O RELAVISORET.CSV LISTA AS FALHAS E OS
      * RETORNOS SEM AVISO CORRESPONDENTE - O VENDEDOR QUE NAO
      * RECEBEU A MENSAGEM PRECISA SER AVISADO POR OUTRO MEIO.
      * RODAVEL PELO AGENDADOR, COMO OS DEMAIS BATCHES (DISPLAY +
      * RETURN-CODE).
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "IMPAVISORET - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           OPEN INPUT RET-AVISO

           IF FS-RET NOT EQUAL "00"
              DISPLAY "IMPAVISORET - ARQUIVO DE RETORNO NAO LOCALIZADO"
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN I-O ARQ-AVISO

              IF FS-AVISO NOT EQUAL "00"
                 DISPLAY "IMPAVISORET - CADAVISO NAO LOCALIZADO"
                 MOVE 16 TO RETURN-CODE
                 IF FS-AVISO EQUAL "05"
                    CLOSE ARQ-AVISO
                 END-IF
                 CLOSE RET-AVISO
              ELSE
                 OPEN OUTPUT REL-AVISORET

                 WRITE REG-AVISORET FROM WCAB

                 READ RET-AVISO
                 PERFORM 100-PROCESSAR-RETORNO
                    UNTIL FS-RET NOT EQUAL "00"

                 CLOSE ARQ-AVISO
                 CLOSE REL-AVISORET
                 CLOSE RET-AVISO

                 DISPLAY "IMPAVISORET - RETORNOS LIDOS: " W-QTD-LIDOS
                 DISPLAY "IMPAVISORET - ENVIADOS: " W-QTD-ENVIADOS
                 DISPLAY "IMPAVISORET - FALHAS: " W-QTD-FALHAS
                 DISPLAY "IMPAVISORET - SEM AVISO CORRESPONDENTE: "
                         W-QTD-SEM-AVISO

                 IF W-QTD-FALHAS GREATER ZEROS
                    OR W-QTD-SEM-AVISO GREATER ZEROS
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF

           DISPLAY "IMPAVISORET - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       100-PROCESSAR-RETORNO.

           ADD 1 TO W-QTD-LIDOS

           MOVE RET-DATA TO AVS-DATA
           MOVE RET-SEQ  TO AVS-SEQ

           READ ARQ-AVISO RECORD KEY IS AVS-CHAVE-AVISO
             INVALID KEY MOVE "23" TO FS-AVISO
           END-READ

           IF FS-AVISO NOT EQUAL "00"
              ADD 1 TO W-QTD-SEM-AVISO
              MOVE RET-DATA        TO WDET-DATA
              MOVE RET-SEQ         TO WDET-SEQ
              MOVE ZEROS           TO WDET-VENDEDOR
              MOVE SPACES          TO WDET-TIPO
              MOVE ZEROS           TO WDET-COD-CLIENTE
              MOVE "SEM AVISO"     TO WDET-SITUACAO
              MOVE SPACES          TO WDET-TELEFONE
              MOVE SPACES          TO WDET-EMAIL
              MOVE RET-MOTIVO      TO WDET-MOTIVO
              MOVE "RETORNO SEM AVISO GERADO" TO WDET-OBS
              WRITE REG-AVISORET FROM WDET
              MOVE "00" TO FS-AVISO
           ELSE
              PERFORM 200-ATUALIZAR-AVISO

              IF RET-ENVIADO
                 ADD 1 TO W-QTD-ENVIADOS
              ELSE
                 ADD 1 TO W-QTD-FALHAS
                 MOVE AVS-DATA         TO WDET-DATA
                 MOVE AVS-SEQ          TO WDET-SEQ
                 MOVE AVS-COD-VENDEDOR TO WDET-VENDEDOR
                 MOVE AVS-TIPO         TO WDET-TIPO
                 MOVE AVS-COD-CLIENTE  TO WDET-COD-CLIENTE
                 MOVE "FALHOU"         TO WDET-SITUACAO
                 MOVE AVS-TELEFONE     TO WDET-TELEFONE
                 MOVE AVS-EMAIL        TO WDET-EMAIL
                 MOVE RET-MOTIVO       TO WDET-MOTIVO
                 MOVE "AVISAR O VENDEDOR POR OUTRO MEIO"
                   TO WDET-OBS
                 WRITE REG-AVISORET FROM WDET
              END-IF
           END-IF

           READ RET-AVISO.

      * GRAVA NO LOG DO AVISO O DESFECHO DO ENVIO. SITUACAO QUE NAO
      * SEJA "E" CONTA COMO FALHA - O GATEWAY NAO CONFIRMOU O ENVIO.
       200-ATUALIZAR-AVISO.

           IF RET-ENVIADO
              SET AVS-ENVIADO TO TRUE
              MOVE SPACES TO AVS-MOTIVO-FALHA
           ELSE
              SET AVS-FALHOU TO TRUE
              MOVE RET-MOTIVO TO AVS-MOTIVO-FALHA
              IF AVS-MOTIVO-FALHA EQUAL SPACES
                 MOVE "SITUACAO NAO INFORMADA PELO GATEWAY"
                   TO AVS-MOTIVO-FALHA
              END-IF
           END-IF

           MOVE RET-DATA-ENVIO TO AVS-DATA-RETORNO
           MOVE RET-HORA-ENVIO TO AVS-HORA-RETORNO

           REWRITE ARQ-AVISO-REG.

       END PROGRAM IMPAVISORET.
