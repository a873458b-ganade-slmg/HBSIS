       PROGRAM-ID.   IMPCLIERPRET.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CLIENTE.

      *-----------------------------------------------------------
      * ARQUIVO DE RETORNO DO ERP APOS O PROCESSAMENTO DO
      * EXPCLIERP.TXT: UM REGISTRO POR CLIENTE COM ACEITE/REJEICAO,
      * CODIGO DE MOTIVO E A SEQUENCIA DA TRANSMISSAO A QUE O
      * RETORNO SE REFERE.
      *-----------------------------------------------------------
           SELECT RET-ERP ASSIGN TO "EXPCLIERP.RET"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  ACCESS MODE      IS SEQUENTIAL
                  FILE STATUS      IS FS-RET.

           SELECT REL-CLIERPRET ASSIGN TO "RELCLIERPRET.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLIENTE'.

       COPY "CADCLIENTE.CPY".

       FD  RET-ERP
           LABEL RECORD IS STANDARD.

       01  REG-RET-ERP.
           03 RET-COD-CLIENTE      PIC 9(007).
           03 RET-SITUACAO         PIC X(001).
              88 RET-ACEITO           VALUE "A".
              88 RET-REJEITADO        VALUE "R".
           03 RET-MOTIVO           PIC X(003).
           03 RET-SEQ-TRANSMISSAO  PIC 9(006).

       FD  REL-CLIERPRET.
       01  REG-CLIERPRET PIC X(150).

       WORKING-STORAGE SECTION.

       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-RET                  PIC  X(002)         VALUE "00".

       77 W-QTD-LIDOS             PIC  9(009)         VALUE ZEROS.
       77 W-QTD-ACEITOS           PIC  9(009)         VALUE ZEROS.
       77 W-QTD-REJEITADOS        PIC  9(009)         VALUE ZEROS.
       77 W-QTD-SEM-CLIENTE       PIC  9(009)         VALUE ZEROS.
       77 W-QTD-SUPERADOS         PIC  9(009)         VALUE ZEROS.

       01  WCAB.
           03 FILLER PIC X(100) VALUE "CODIGO CLIENTE;RAZAO SOCIAL;SIT
      -"UACAO;MOTIVO;TRANSMISSAO;OBSERVACAO;".

       01  WDET.
           03 WDET-COD-CLIENTE    PIC 9(007)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-RAZAO-SOCIAL   PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-SITUACAO       PIC X(011)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-MOTIVO         PIC X(003)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-SEQ            PIC 9(006)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-OBS            PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * PROCESSA O RETORNO DO ERP: CONFERE CADA REGISTRO CONTRA O
      * CLIENTE (PELA SEQUENCIA DA TRANSMISSAO GRAVADA PELO
      * EXPCLIERP), GRAVA NO CLIENTE A SITUACAO JUNTO AO ERP
      * (SINCRONIZADO OU REJEITADO, COM O MOTIVO) E PRODUZ O
      * RELCLIERPRET.CSV COM AS REJEICOES, OS RETORNOS SEM CLIENTE
      * E OS QUE CHEGARAM DEPOIS DE UMA TRANSMISSAO MAIS NOVA DO
      * MESMO CLIENTE (SUPERADOS - NAO ALTERAM A SITUACAO). CLIENTE
      * REJEITADO VOLTA NO PROXIMO DELTA (COMO INCLUSAO, SE O ERP
      * AINDA NAO ACEITOU O CLIENTE).
      * RODAVEL PELO AGENDADOR, COMO OS DEMAIS BATCHES.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "IMPCLIERPRET - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           OPEN INPUT RET-ERP

           IF FS-RET NOT EQUAL "00"
              DISPLAY "IMPCLIERPRET - ARQUIVO DE RETORNO NAO "
                      "LOCALIZADO"
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN I-O    ARQ-CLIENTE
              OPEN OUTPUT REL-CLIERPRET

              WRITE REG-CLIERPRET FROM WCAB

              READ RET-ERP
              PERFORM 100-PROCESSAR-RETORNO
                 UNTIL FS-RET NOT EQUAL "00"

              CLOSE ARQ-CLIENTE
              CLOSE REL-CLIERPRET
              CLOSE RET-ERP

              DISPLAY "IMPCLIERPRET - RETORNOS LIDOS: " W-QTD-LIDOS
              DISPLAY "IMPCLIERPRET - ACEITOS: " W-QTD-ACEITOS
              DISPLAY "IMPCLIERPRET - REJEITADOS: " W-QTD-REJEITADOS
              DISPLAY "IMPCLIERPRET - SEM CLIENTE: "
                      W-QTD-SEM-CLIENTE
              DISPLAY "IMPCLIERPRET - SUPERADOS: " W-QTD-SUPERADOS

              IF W-QTD-REJEITADOS GREATER ZEROS
                 OR W-QTD-SEM-CLIENTE GREATER ZEROS
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY "IMPCLIERPRET - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       100-PROCESSAR-RETORNO.

           ADD 1 TO W-QTD-LIDOS

           MOVE RET-COD-CLIENTE     TO WDET-COD-CLIENTE
           MOVE RET-MOTIVO          TO WDET-MOTIVO
           MOVE RET-SEQ-TRANSMISSAO TO WDET-SEQ

           MOVE RET-COD-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
             INVALID KEY MOVE "23" TO FS-CLIENTE
           END-READ

           EVALUATE TRUE
              WHEN FS-CLIENTE NOT EQUAL "00"
                 ADD 1 TO W-QTD-SEM-CLIENTE
                 MOVE SPACES        TO WDET-RAZAO-SOCIAL
                 MOVE "SEM CLIENTE" TO WDET-SITUACAO
                 MOVE "RETORNO DE CLIENTE INEXISTENTE" TO WDET-OBS
                 WRITE REG-CLIERPRET FROM WDET
                 MOVE "00" TO FS-CLIENTE
              WHEN SEQ-TRANSMISSAO-ERP NOT EQUAL RET-SEQ-TRANSMISSAO
                 ADD 1 TO W-QTD-SUPERADOS
                 MOVE RAZAO-SOCIAL  TO WDET-RAZAO-SOCIAL
                 MOVE "SUPERADO"    TO WDET-SITUACAO
                 MOVE "CLIENTE JA REENVIADO EM TRANSMISSAO POSTERIOR"
                   TO WDET-OBS
                 WRITE REG-CLIERPRET FROM WDET
              WHEN OTHER
                 PERFORM 200-ATUALIZAR-CLIENTE
           END-EVALUATE

           READ RET-ERP.

       200-ATUALIZAR-CLIENTE.

           IF RET-REJEITADO
              SET ERP-REJEITADO TO TRUE
              MOVE RET-MOTIVO TO MOTIVO-ERP
              ADD 1 TO W-QTD-REJEITADOS

              MOVE RAZAO-SOCIAL TO WDET-RAZAO-SOCIAL
              MOVE "REJEITADO"  TO WDET-SITUACAO
              MOVE "CORRIGIR O CADASTRO - VOLTA NO PROXIMO DELTA"
                TO WDET-OBS
              WRITE REG-CLIERPRET FROM WDET
           ELSE
              SET ERP-SINCRONIZADO TO TRUE
              MOVE SPACES TO MOTIVO-ERP
              ADD 1 TO W-QTD-ACEITOS
           END-IF

           REWRITE ARQ-CLIENTE-REG.

       END PROGRAM IMPCLIERPRET.
