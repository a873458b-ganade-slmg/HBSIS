                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS V-CHAVE-VISITA
                  ALTERNATE RECORD KEY IS V-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VISITA.

                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CHAMADO.

      * SEGMENTO E REGIAO DO CLIENTE PARA O HISTORICO DE SATISFACAO.
           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CLIENTE.

           SELECT OPTIONAL ARQ-NPS ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NPS-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-NPS.

      *-----------------------------------------------------------
      * ARQUIVO DE RESULTADOS PRODUZIDO PELO COLETOR DE CAMPO, EM
      * LAYOUT FIXO - UM REGISTRO POR VISITA, COM O MESMO CONTEUDO
           SELECT REJ-VISITA ASSIGN TO "IMPVISITA.REJ"
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


       COPY "CADCHAMADO.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLIENTE'.

       COPY "CADCLIENTE.CPY".

       FD  ARQ-NPS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADNPS'.

       COPY "CADNPS.CPY".

       FD  IMP-VISITA
           LABEL RECORD IS STANDARD.

      * PREENCHIDA VIRA UM REGISTRO DO CADOBSERV E SAI NA PROXIMA
      * FOLHA DE ROTA DO CLIENTE.
           03 IMP-OBSERVACAO       PIC X(060).
      * PESQUISA DE SATISFACAO (OPCIONAL): NOTA DE 00 A 10 DA
      * PERGUNTA DE RECOMENDACAO, COM ZERO A ESQUERDA, E UM
      * COMENTARIO CURTO DO COMPRADOR. NOTA EM BRANCO = PERGUNTA NAO
      * FEITA (E O LAYOUT ANTIGO, SEM ESTAS POSICOES). SO VALE PARA
      * VISITA REALIZADA.
           03 IMP-NOTA-NPS         PIC X(002).
           03 IMP-NOTA-NPS-NUM REDEFINES IMP-NOTA-NPS PIC 9(002).
           03 IMP-COMENTARIO-NPS   PIC X(060).
      * HORARIOS DE CHEGADA E DE SAIDA NO CLIENTE MARCADOS PELO
      * COLETOR (HHMM). EM BRANCO = MARCACAO NAO FEITA (E O LAYOUT
      * ANTIGO, SEM ESTAS POSICOES); PODE VIR SO UM DOS DOIS.
           03 IMP-HORA-CHECKIN     PIC X(004).
           03 IMP-CHECKIN-NUM REDEFINES IMP-HORA-CHECKIN.
              05 IMP-CHECKIN-HH    PIC 9(002).
              05 IMP-CHECKIN-MM    PIC 9(002).
           03 IMP-HORA-CHECKOUT    PIC X(004).
           03 IMP-CHECKOUT-NUM REDEFINES IMP-HORA-CHECKOUT.
              05 IMP-CHECKOUT-HH   PIC 9(002).
              05 IMP-CHECKOUT-MM   PIC 9(002).

       FD  REJ-VISITA.
       01  REJ-REGISTRO PIC X(100).

       FD  ARQ-CARGA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCARGA'.

       COPY "CADCARGA.CPY".

       WORKING-STORAGE SECTION.

       77 FS-PLANO                PIC  X(002)         VALUE "00".
       77 FS-VISITA               PIC  X(002)         VALUE "00".
       77 FS-IMP                  PIC  X(002)         VALUE "00".
       77 FS-CARGA                PIC  X(002)         VALUE "00".
       77 FS-OBSERV               PIC  X(002)         VALUE "00".
       77 FS-CHAMADO              PIC  X(002)         VALUE "00".
       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-NPS                  PIC  X(002)         VALUE "00".
       77 W-CHAMADO-DISPONIVEL    PIC  X(001)         VALUE "N".
          88 W-TEM-ARQ-CHAMADO       VALUE "S".

       77 W-QTD-LIDOS             PIC  9(009)         VALUE ZEROS.
       77 W-QTD-GRAVADOS          PIC  9(009)         VALUE ZEROS.
       77 W-QTD-REJEITADOS        PIC  9(009)         VALUE ZEROS.
       77 W-QTD-NPS               PIC  9(009)         VALUE ZEROS.
       77 W-QTD-CHAMADOS-NPS      PIC  9(009)         VALUE ZEROS.

       77 W-DATA-HOJE             PIC  9(008)         VALUE ZEROS.
       77 W-NPS-EXISTE-SW         PIC  X(001)         VALUE "N".
          88 W-NPS-EXISTE            VALUE "S".
       77 W-CHAMADO-NPS-ANT       PIC  X(001)         VALUE "N".

      *-----------------------------------------------------------
      * FOTOGRAFIA DO PLANO SEMANAL EM MEMORIA (MESMA TECNICA DA

       77 W-MOTIVO-REJEICAO       PIC X(040)          VALUE SPACES.

      * INTERFACE DO VERMOTIVO - TABELA DE MOTIVOS DE VISITA NAO
      * REALIZADA (CADMOTIVO).
       01  W-PARAM-MOTIVO.
           03 PMO-CODIGO          PIC X(003)          VALUE SPACES.
           03 PMO-DESCRICAO       PIC X(030)          VALUE SPACES.
           03 PMO-CATEGORIA       PIC X(001)          VALUE SPACES.
           03 PMO-SITUACAO        PIC X(001)          VALUE SPACES.
              88 PMO-VALIDO          VALUE "S".
              88 PMO-INATIVO         VALUE "I".
              88 PMO-INEXISTENTE     VALUE "N".
              88 PMO-SEM-TABELA      VALUE "T".

       01  WCAB-REJ               PIC X(100) VALUE
           "CODIGO CLIENTE;DATA;CODIGO VENDEDOR;DIA;MOTIVO REJEICAO;".


           MOVE "N" TO W-CHAMADO-DISPONIVEL
           OPEN I-O ARQ-CHAMADO
      * ARQUIVO AINDA INEXISTENTE (05) FICA ABERTO - O DETRATOR DO
      * SEGMENTO A PODE ABRIR O PRIMEIRO CHAMADO.
           IF FS-CHAMADO EQUAL "00" OR FS-CHAMADO EQUAL "05"
              MOVE "S" TO W-CHAMADO-DISPONIVEL
           END-IF
           MOVE "00" TO FS-CHAMADO

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT ARQ-CLIENTE
           OPEN I-O   ARQ-NPS

           WRITE REJ-REGISTRO FROM WCAB-REJ

              CLOSE ARQ-CHAMADO
           END-IF

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-NPS

           PERFORM 900-REGISTRAR-CARGA

           DISPLAY "IMPVISITA - RESULTADOS LIDOS: " W-QTD-LIDOS
           DISPLAY "IMPVISITA - VISITAS GRAVADAS: " W-QTD-GRAVADOS
           DISPLAY "IMPVISITA - NOTAS DE SATISFACAO: " W-QTD-NPS
           DISPLAY "IMPVISITA - CHAMADOS POR DETRATOR: "
                   W-QTD-CHAMADOS-NPS
           DISPLAY "IMPVISITA - REJEITADOS: " W-QTD-REJEITADOS

           IF W-QTD-REJEITADOS GREATER ZEROS
                 COMPUTE V-LONGITUDE = V-LONGITUDE * -1
              END-IF

              MOVE V-COD-VENDEDOR TO V-VEND-VENDEDOR
              MOVE V-DATA-VISITA  TO V-VEND-DATA

              MOVE ZEROS TO V-HORA-CHECKIN
              MOVE ZEROS TO V-HORA-CHECKOUT
              IF IMP-HORA-CHECKIN NOT EQUAL SPACES
                 MOVE IMP-HORA-CHECKIN  TO V-HORA-CHECKIN
              END-IF
              IF IMP-HORA-CHECKOUT NOT EQUAL SPACES
                 MOVE IMP-HORA-CHECKOUT TO V-HORA-CHECKOUT
              END-IF

              WRITE ARQ-VISITA-REG
                INVALID KEY REWRITE ARQ-VISITA-REG
              END-WRITE
                 IF W-TEM-ARQ-CHAMADO
                    PERFORM 180-ENCERRAR-CHAMADOS
                 END-IF

      * DEPOIS DO ENCERRAMENTO DOS CHAMADOS - O CHAMADO ABERTO POR
      * DETRATOR NAO PODE SER FECHADO PELA PROPRIA VISITA.
                 IF IMP-NOTA-NPS NOT EQUAL SPACES
                    PERFORM 190-GRAVAR-NPS
                 END-IF
              ELSE
                 STRING "ERRO AO GRAVAR - FS=" FS-VISITA
                   INTO W-MOTIVO-REJEICAO
                 MOVE "VISITA NAO CONSTA DO PLANO SEMANAL"
                   TO W-MOTIVO-REJEICAO
              END-IF
           END-IF

      * VISITA NAO REALIZADA SO LEVA MOTIVO ATIVO DA TABELA DE
      * MOTIVOS (CADMOTIVO) - O CODIGO DO COLETOR E GRAVADO EM
      * MAIUSCULAS.
           IF W-MOTIVO-REJEICAO EQUAL SPACES
              AND IMP-SITUACAO EQUAL "N"
              MOVE IMP-MOTIVO TO PMO-CODIGO
              CALL "VERMOTIVO" USING W-PARAM-MOTIVO
              MOVE PMO-CODIGO TO IMP-MOTIVO

              EVALUATE TRUE
                 WHEN PMO-INATIVO
                    MOVE "MOTIVO DESATIVADO NA TABELA DE MOTIVOS"
                      TO W-MOTIVO-REJEICAO
                 WHEN PMO-INEXISTENTE
                    MOVE SPACES TO W-MOTIVO-REJEICAO
                    STRING "MOTIVO NAO CADASTRADO: " IMP-MOTIVO
                      DELIMITED BY SIZE
                      INTO W-MOTIVO-REJEICAO
              END-EVALUATE
           END-IF

           IF W-MOTIVO-REJEICAO EQUAL SPACES
              AND IMP-NOTA-NPS NOT EQUAL SPACES
              IF IMP-NOTA-NPS NOT NUMERIC
                 OR IMP-NOTA-NPS-NUM GREATER 10
                 MOVE "NOTA NPS INVALIDA - USE 00 A 10"
                   TO W-MOTIVO-REJEICAO
              ELSE
                 IF IMP-SITUACAO NOT EQUAL "R"
                    MOVE "NOTA NPS EM VISITA NAO REALIZADA"
                      TO W-MOTIVO-REJEICAO
                 END-IF
              END-IF
           END-IF

           IF W-MOTIVO-REJEICAO EQUAL SPACES
              AND IMP-HORA-CHECKIN NOT EQUAL SPACES
              IF IMP-HORA-CHECKIN NOT NUMERIC
                 OR IMP-CHECKIN-HH GREATER 23
                 OR IMP-CHECKIN-MM GREATER 59
                 MOVE "HORA DE CHEGADA INVALIDA - USE HHMM"
                   TO W-MOTIVO-REJEICAO
              END-IF
           END-IF

           IF W-MOTIVO-REJEICAO EQUAL SPACES
              AND IMP-HORA-CHECKOUT NOT EQUAL SPACES
              IF IMP-HORA-CHECKOUT NOT NUMERIC
                 OR IMP-CHECKOUT-HH GREATER 23
                 OR IMP-CHECKOUT-MM GREATER 59
                 MOVE "HORA DE SAIDA INVALIDA - USE HHMM"
                   TO W-MOTIVO-REJEICAO
              END-IF
           END-IF

           IF W-MOTIVO-REJEICAO EQUAL SPACES
              AND IMP-HORA-CHECKIN  NOT EQUAL SPACES
              AND IMP-HORA-CHECKOUT NOT EQUAL SPACES
              IF IMP-HORA-CHECKOUT LESS IMP-HORA-CHECKIN
                 MOVE "HORA DE SAIDA ANTERIOR A DE CHEGADA"
                   TO W-MOTIVO-REJEICAO
              END-IF
           END-IF.

       170-GRAVAR-OBSERVACAO.

           READ ARQ-CHAMADO NEXT.

      *-----------------------------------------------------------
      * NOTA DE SATISFACAO DA VISITA NO HISTORICO (CADNPS). A CARGA
      * REPETIDA DO MESMO ARQUIVO REGRAVA A NOTA E NAO ABRE SEGUNDO
      * CHAMADO: A MARCA DE CHAMADO ABERTO DO REGISTRO EXISTENTE E
      * PRESERVADA.
      *-----------------------------------------------------------
       190-GRAVAR-NPS.

           MOVE IMP-COD-CLIENTE TO NPS-COD-CLIENTE
           MOVE IMP-DATA-VISITA TO NPS-DATA-VISITA

           MOVE "N" TO W-NPS-EXISTE-SW
           MOVE "N" TO W-CHAMADO-NPS-ANT
           READ ARQ-NPS RECORD KEY IS NPS-CHAVE
             INVALID KEY MOVE "23" TO FS-NPS
           END-READ
           IF FS-NPS EQUAL "00"
              MOVE "S"         TO W-NPS-EXISTE-SW
              MOVE NPS-CHAMADO TO W-CHAMADO-NPS-ANT
           END-IF

           MOVE IMP-COD-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
             INVALID KEY
                MOVE SPACES TO REGIAO-CLIENTE
                MOVE SPACES TO SEGMENTO-CLIENTE
           END-READ

           INITIALIZE ARQ-NPS-REG
           MOVE IMP-COD-CLIENTE    TO NPS-COD-CLIENTE
           MOVE IMP-DATA-VISITA    TO NPS-DATA-VISITA
           MOVE IMP-COD-VENDEDOR   TO NPS-COD-VENDEDOR
           MOVE IMP-NOTA-NPS-NUM   TO NPS-NOTA
           MOVE IMP-COMENTARIO-NPS TO NPS-COMENTARIO
           MOVE REGIAO-CLIENTE     TO NPS-REGIAO
           MOVE SEGMENTO-CLIENTE   TO NPS-SEGMENTO
           MOVE W-DATA-HOJE        TO NPS-DATA-CARGA
           MOVE W-CHAMADO-NPS-ANT  TO NPS-CHAMADO

           IF NPS-DETRATOR
              AND NPS-SEGMENTO EQUAL "A"
              AND NOT NPS-CHAMADO-ABERTO
              AND W-TEM-ARQ-CHAMADO
              PERFORM 195-ABRIR-CHAMADO-NPS
           END-IF

           IF W-NPS-EXISTE
              REWRITE ARQ-NPS-REG
           ELSE
              WRITE ARQ-NPS-REG
           END-IF

           IF FS-NPS EQUAL "00"
              ADD 1 TO W-QTD-NPS
           END-IF

           MOVE "00" TO FS-NPS.

      * DETRATOR DE CLIENTE SEGMENTO A: CHAMADO DE VISITA URGENTE
      * PARA O VENDEDOR VOLTAR AO CLIENTE, COM A DATA DA CARGA COMO
      * SOLICITACAO. CHAMADO DO MESMO CLIENTE NO MESMO DIA E
      * SUBSTITUIDO, COMO NO CADCHAMADO.
       195-ABRIR-CHAMADO-NPS.

           INITIALIZE ARQ-CHAMADO-REG
           MOVE IMP-COD-CLIENTE TO CH-COD-CLIENTE
           MOVE W-DATA-HOJE     TO CH-DATA-SOLIC
           STRING "NPS DETRATOR - NOTA " DELIMITED BY SIZE
                  IMP-NOTA-NPS           DELIMITED BY SIZE
                  INTO CH-MOTIVO
           END-STRING
           SET CH-URGENTE TO TRUE
           SET CH-ABERTO  TO TRUE
           MOVE ZEROS     TO CH-DATA-ATENDIMENTO

           WRITE ARQ-CHAMADO-REG
             INVALID KEY REWRITE ARQ-CHAMADO-REG
           END-WRITE

           IF FS-CHAMADO EQUAL "00"
              MOVE "S" TO NPS-CHAMADO
              ADD 1 TO W-QTD-CHAMADOS-NPS
           END-IF

           MOVE "00" TO FS-CHAMADO.

       160-PROCURAR-NO-PLANO.
           IF W-PLA-COD-CLIENTE (W-IDX-PLANO)
                 EQUAL IMP-COD-CLIENTE
              MOVE "S" TO W-PLANO-ACHADO-SW
           END-IF.

      * A CARGA CONCLUIDA (MESMO COM REJEICOES) E A ULTIMA CARGA DA
      * ALIMENTACAO NO CONTROLE DE CARGAS.
       900-REGISTRAR-CARGA.
           OPEN I-O ARQ-CARGA

           IF FS-CARGA EQUAL "00" OR FS-CARGA EQUAL "05"
              MOVE "IMPVISITA" TO CG-ALIMENTACAO

              READ ARQ-CARGA RECORD WITH LOCK
                KEY IS CG-ALIMENTACAO
                INVALID KEY MOVE "23" TO FS-CARGA
              END-READ

              MOVE "IMPVISITA" TO CG-ALIMENTACAO
              ACCEPT CG-DATA-CARGA FROM DATE YYYYMMDD
              ACCEPT CG-HORA-CARGA FROM TIME
              MOVE ZEROS              TO CG-DATA-GERACAO
              MOVE ZEROS              TO CG-HORA-GERACAO
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

       END PROGRAM IMPVISITA.
