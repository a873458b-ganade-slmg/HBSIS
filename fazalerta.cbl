                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-APROV.

      * CHAMADOS DE VISITA (CADCHAMADO) ABERTOS ALEM DO PRAZO; O
      * VENDEDOR DO CLIENTE VEM DA ULTIMA RODADA COMPLETA DO
      * FAZDISTRIB E O SUPERVISOR, DA EQUIPE DO VENDEDOR.
           SELECT OPTIONAL ARQ-CHAMADO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CH-CHAVE-CHAMADO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CHAMADO.

           SELECT OPTIONAL ARQ-DISTRIB ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS D-CHAVE-DISTRIB
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-DISTRIB.

           SELECT OPTIONAL ARQ-EQUIPE ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EQ-COD-EQUIPE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-EQUIPE.

           SELECT OPTIONAL ARQ-EQUIPEVEN ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EV-CHAVE-EQUIPEVEN
                  ALTERNATE RECORD KEY IS EV-COD-VENDEDOR
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-EQUIPEVEN.

           SELECT OPTIONAL ARQ-JORNALSEG ASSIGN TO "SEGURANCA.JRN"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL

       COPY "CADAPROV.CPY".

       FD  ARQ-CHAMADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCHAMADO'.

       COPY "CADCHAMADO.CPY".

       FD  ARQ-DISTRIB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADDISTRIB'.

       COPY "CADDISTRIB.CPY".

       FD  ARQ-EQUIPE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADEQUIPE'.

       COPY "CADEQUIPE.CPY".

       FD  ARQ-EQUIPEVEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADEQUIPEVEN'.

       COPY "CADEQUIPEVEN.CPY".

       FD  ARQ-JORNALSEG
           LABEL RECORD IS STANDARD.

       77 FS-RUNCTL               PIC  X(002)         VALUE "00".
       77 FS-APROV                PIC  X(002)         VALUE "00".
       77 FS-JORNALSEG            PIC  X(002)         VALUE "00".
       77 FS-CHAMADO              PIC  X(002)         VALUE "00".
       77 FS-DISTRIB              PIC  X(002)         VALUE "00".
       77 FS-EQUIPE               PIC  X(002)         VALUE "00".
       77 FS-EQUIPEVEN            PIC  X(002)         VALUE "00".
       77 W-DISTRIB-ABERTO        PIC  X(001)         VALUE "N".
       77 W-EQUIPE-ABERTO         PIC  X(001)         VALUE "N".

       77 W-DATA-HOJE             PIC  9(008)         VALUE ZEROS.
       77 W-HORA-AGORA            PIC  9(008)         VALUE ZEROS.
       77 W-DATA-CORTE-APROV      PIC  9(008)         VALUE ZEROS.
       77 W-INT-CORTE             PIC  9(009)         VALUE ZEROS.

      *-----------------------------------------------------------
      * PRAZO DE ATENDIMENTO DOS CHAMADOS DE VISITA, EM DIAS
      * CORRIDOS DESDE A SOLICITACAO, POR URGENCIA (CADPARAM
      * PRAZO-CHAMADO-URG E PRAZO-CHAMADO-NORMAL) - OS MESMOS DO
      * RELCHAMADO E DA CONSULTA DO CADCHAMADO.
      *-----------------------------------------------------------
       77 W-PRAZO-URGENTE         PIC  9(003)         VALUE 2.
       77 W-PRAZO-NORMAL          PIC  9(003)         VALUE 10.
       77 W-INT-HOJE              PIC  9(009)         VALUE ZEROS.
       77 W-DIAS-ESPERA           PIC S9(009)         VALUE ZEROS.
       77 W-PRAZO-CHAMADO         PIC  9(003)         VALUE ZEROS.
       77 W-VENDEDOR-CHAMADO      PIC  9(003)         VALUE ZEROS.

       01  W-PARAM-SIS.
           03 SIS-NOME            PIC X(020)          VALUE SPACES.
           03 SIS-DATA-REF        PIC 9(008)          VALUE ZEROS.
       77 W-SEVERIDADE-NOVA       PIC X(001)          VALUE "A".
       77 W-FONTE-NOVA            PIC X(012)          VALUE SPACES.
       77 W-MENSAGEM-NOVA         PIC X(060)          VALUE SPACES.
       77 W-DESTINATARIO-NOVO     PIC X(008)          VALUE SPACES.

       77 W-RUN-ULT-COMPLETO      PIC 9(016)          VALUE ZEROS.
       77 W-NAO-ATRIB-ULT         PIC 9(009)          VALUE ZEROS.
      * FILA DE ALERTAS OPERACIONAIS: VARRE AS FONTES ONDE OS
      * PROBLEMAS HOJE MORREM QUIETOS (RODADA ABORTADA NO CADRUNCTL,
      * NAO ATRIBUIDOS ALEM DO LIMITE, APROVACAO PARADA NO
      * ARQ-APROV, BLOQUEIO DE OPERADOR NO SEGURANCA.JRN, CHAMADO DE
      * VISITA FORA DO PRAZO NO CADCHAMADO) E GRAVA UM ALERTA POR
      * CONDICAO NOVA. A PRIMEIRA TELA DO DIA (CONSALERTA
      * NO MENU) MOSTRA O QUE DEU ERRADO DE MADRUGADA SEM ABRIR SEIS
      * RELATORIOS. RODAVEL PELO AGENDADOR, COMO OS DEMAIS BATCHES.
      *-----------------------------------------------------------
              PERFORM 100-VARRER-RODADAS
              PERFORM 200-VARRER-APROVACOES
              PERFORM 300-VARRER-JORNAL
              PERFORM 400-VARRER-CHAMADOS

              CLOSE ARQ-ALERTA

              MOVE SIS-VALOR TO W-DIAS-APROV-ALERTA
           END-IF

           MOVE "PRAZO-CHAMADO-URG" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR GREATER ZEROS
              MOVE SIS-VALOR TO W-PRAZO-URGENTE
           END-IF

           MOVE "PRAZO-CHAMADO-NORMAL" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR GREATER ZEROS
              MOVE SIS-VALOR TO W-PRAZO-NORMAL
           END-IF

           COMPUTE W-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)

           COMPUTE W-INT-CORTE =
                   FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
                   - W-DIAS-APROV-ALERTA
              SET AL-ABERTO TO TRUE
              MOVE SPACES TO AL-OPERADOR-RECON
              MOVE ZEROS  TO AL-DATA-RECON
              MOVE W-DESTINATARIO-NOVO TO AL-DESTINATARIO

              WRITE ARQ-ALERTA-REG
                INVALID KEY REWRITE ARQ-ALERTA-REG
                 MOVE W-MENSAGEM-NOVA
                   TO W-EXI-MENSAGEM (W-QTD-EXISTENTES)
              END-IF
           END-IF

           MOVE SPACES TO W-DESTINATARIO-NOVO.

      * CHAMADOS DE VISITA ABERTOS OU AGENDADOS HA MAIS DIAS QUE O
      * PRAZO DA URGENCIA. O URGENTE SAI GRAVE E ESCALADO AO
      * SUPERVISOR DA EQUIPE DO VENDEDOR DO CLIENTE; SEM VENDEDOR
      * OU SEM EQUIPE FICA NA FILA GERAL.
       400-VARRER-CHAMADOS.

           OPEN INPUT ARQ-CHAMADO

           IF FS-CHAMADO EQUAL "00"
              MOVE "N" TO W-DISTRIB-ABERTO
              IF W-RUN-ULT-COMPLETO GREATER ZEROS
                 OPEN INPUT ARQ-DISTRIB
                 IF FS-DISTRIB EQUAL "00"
                    MOVE "S" TO W-DISTRIB-ABERTO
                 ELSE
                    IF FS-DISTRIB EQUAL "05"
                       CLOSE ARQ-DISTRIB
                    END-IF
                 END-IF
              END-IF

              MOVE "N" TO W-EQUIPE-ABERTO
              OPEN INPUT ARQ-EQUIPEVEN
              IF FS-EQUIPEVEN EQUAL "00"
                 OPEN INPUT ARQ-EQUIPE
                 IF FS-EQUIPE EQUAL "00"
                    MOVE "S" TO W-EQUIPE-ABERTO
                 ELSE
                    IF FS-EQUIPE EQUAL "05"
                       CLOSE ARQ-EQUIPE
                    END-IF
                    CLOSE ARQ-EQUIPEVEN
                 END-IF
              ELSE
                 IF FS-EQUIPEVEN EQUAL "05"
                    CLOSE ARQ-EQUIPEVEN
                 END-IF
              END-IF

              MOVE ZEROS TO CH-COD-CLIENTE
              MOVE ZEROS TO CH-DATA-SOLIC
              START ARQ-CHAMADO KEY IS NOT LESS CH-CHAVE-CHAMADO
                INVALID KEY MOVE "23" TO FS-CHAMADO
              END-START

              IF FS-CHAMADO EQUAL "00"
                 READ ARQ-CHAMADO NEXT
                 PERFORM 410-AVALIAR-CHAMADO
                    UNTIL FS-CHAMADO NOT EQUAL "00"
              END-IF

              CLOSE ARQ-CHAMADO

              IF W-DISTRIB-ABERTO EQUAL "S"
                 CLOSE ARQ-DISTRIB
              END-IF
              IF W-EQUIPE-ABERTO EQUAL "S"
                 CLOSE ARQ-EQUIPEVEN
                 CLOSE ARQ-EQUIPE
              END-IF
           ELSE
              IF FS-CHAMADO EQUAL "05"
                 CLOSE ARQ-CHAMADO
              END-IF
           END-IF

           MOVE "00" TO FS-CHAMADO
           MOVE "00" TO FS-DISTRIB
           MOVE "00" TO FS-EQUIPE
           MOVE "00" TO FS-EQUIPEVEN.

       410-AVALIAR-CHAMADO.

           IF (CH-ABERTO OR CH-AGENDADO)
              AND CH-DATA-SOLIC GREATER ZEROS
              IF CH-URGENTE
                 MOVE W-PRAZO-URGENTE TO W-PRAZO-CHAMADO
              ELSE
                 MOVE W-PRAZO-NORMAL  TO W-PRAZO-CHAMADO
              END-IF

              COMPUTE W-DIAS-ESPERA = W-INT-HOJE
                      - FUNCTION INTEGER-OF-DATE(CH-DATA-SOLIC)

              IF W-DIAS-ESPERA GREATER W-PRAZO-CHAMADO
                 MOVE "CADCHAMADO" TO W-FONTE-NOVA
                 MOVE SPACES TO W-MENSAGEM-NOVA

                 IF CH-URGENTE
                    MOVE "G" TO W-SEVERIDADE-NOVA
                    PERFORM 420-ACHAR-SUPERVISOR
                    STRING "CHAMADO URGENTE FORA DO PRAZO - CLIENTE "
                           CH-COD-CLIENTE " DE " CH-DATA-SOLIC
                      INTO W-MENSAGEM-NOVA
                 ELSE
                    MOVE "A" TO W-SEVERIDADE-NOVA
                    STRING "CHAMADO FORA DO PRAZO - CLIENTE "
                           CH-COD-CLIENTE " DE " CH-DATA-SOLIC
                      INTO W-MENSAGEM-NOVA
                 END-IF

                 PERFORM 500-GRAVAR-ALERTA
              END-IF
           END-IF

           READ ARQ-CHAMADO NEXT.

      * VENDEDOR ATRIBUIDO AO CLIENTE NA ULTIMA RODADA COMPLETA E O
      * SUPERVISOR DA EQUIPE DESSE VENDEDOR.
       420-ACHAR-SUPERVISOR.

           MOVE SPACES TO W-DESTINATARIO-NOVO
           MOVE ZEROS  TO W-VENDEDOR-CHAMADO

           IF W-DISTRIB-ABERTO EQUAL "S"
              MOVE W-RUN-ULT-COMPLETO TO D-RUN-ID
              MOVE CH-COD-CLIENTE     TO D-COD-CLIENTE

              READ ARQ-DISTRIB RECORD KEY IS D-CHAVE-DISTRIB
                INVALID KEY MOVE "23" TO FS-DISTRIB
              END-READ

              IF FS-DISTRIB EQUAL "00" AND D-ATRIBUIDO
                 MOVE D-COD-VENDEDOR TO W-VENDEDOR-CHAMADO
              END-IF
              MOVE "00" TO FS-DISTRIB
           END-IF

           IF W-VENDEDOR-CHAMADO GREATER ZEROS
              AND W-EQUIPE-ABERTO EQUAL "S"
              MOVE W-VENDEDOR-CHAMADO TO EV-COD-VENDEDOR

              READ ARQ-EQUIPEVEN RECORD KEY IS EV-COD-VENDEDOR
                INVALID KEY MOVE "23" TO FS-EQUIPEVEN
              END-READ

              IF FS-EQUIPEVEN EQUAL "00"
                 MOVE EV-COD-EQUIPE TO EQ-COD-EQUIPE

                 READ ARQ-EQUIPE RECORD KEY IS EQ-COD-EQUIPE
                   INVALID KEY MOVE "23" TO FS-EQUIPE
                 END-READ

                 IF FS-EQUIPE EQUAL "00"
                    MOVE EQ-SUPERVISOR TO W-DESTINATARIO-NOVO
                 END-IF
              END-IF

              MOVE "00" TO FS-EQUIPEVEN
              MOVE "00" TO FS-EQUIPE
           END-IF.

       510-PROCURAR-EXISTENTE.
