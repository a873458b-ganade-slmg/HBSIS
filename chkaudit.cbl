       PROGRAM-ID.   CHKAUDIT.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ARQ-AUDCLIENTE ASSIGN TO "CADCLIENTE.AUD"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUDCLIENTE.

           SELECT OPTIONAL ARQ-AUDVENDEDOR ASSIGN TO "CADVENDEDOR.AUD"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUDVENDEDOR.

      * TRILHAS GENERICAS DAS TABELAS DE APOIO (LAYOUT AUDGERAL) -
      * O NOME DO ARQUIVO VEM DA TABELA DE TRILHAS.
           SELECT OPTIONAL ARQ-AUDGERAL ASSIGN TO W-NOME-AUDGERAL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUDGERAL.

           SELECT OPTIONAL ARQ-JORNALSEG ASSIGN TO "SEGURANCA.JRN"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-JORNALSEG.

           SELECT OPTIONAL ARQ-LACRE ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS LAC-TRILHA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-LACRE.

           SELECT OPTIONAL ARQ-ALERTA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS AL-CHAVE-ALERTA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ALERTA.

           SELECT REL-AUDIT ASSIGN TO "CHKAUDIT.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * MESMO LAYOUT GRAVADO POR 700-GRAVAR-AUDITORIA DO CADCLIENTE -
      * PARA A CONFERENCIA BASTA O CONTEUDO EM BLOCO E O ELO.
       FD  ARQ-AUDCLIENTE
           LABEL RECORD IS STANDARD.

       01  REG-AUDCLIENTE.
           03 AC-CONTEUDO          PIC X(192).
           03 AC-SEQ-LACRE         PIC 9(009).
           03 AC-LACRE             PIC 9(010).

      * MESMO LAYOUT GRAVADO POR 700-GRAVAR-AUDITORIA DO CADVENDEDOR.
       FD  ARQ-AUDVENDEDOR
           LABEL RECORD IS STANDARD.

       01  REG-AUDVENDEDOR.
           03 AV-CONTEUDO          PIC X(178).
           03 AV-SEQ-LACRE         PIC 9(009).
           03 AV-LACRE             PIC 9(010).

       FD  ARQ-AUDGERAL
           LABEL RECORD IS STANDARD.

       COPY "AUDGERAL.CPY".

       FD  ARQ-JORNALSEG
           LABEL RECORD IS STANDARD.

       COPY "SEGJORNAL.CPY".

       FD  ARQ-LACRE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADLACRE'.

       COPY "CADLACRE.CPY".

       FD  ARQ-ALERTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADALERTA'.

       COPY "CADALERTA.CPY".

       FD  REL-AUDIT.
       01  REG-AUDIT PIC X(150).

       WORKING-STORAGE SECTION.

       77 FS-AUDCLIENTE           PIC  X(002)         VALUE "00".
       77 FS-AUDVENDEDOR          PIC  X(002)         VALUE "00".
       77 FS-AUDGERAL             PIC  X(002)         VALUE "00".
       77 FS-JORNALSEG            PIC  X(002)         VALUE "00".
       77 FS-LACRE                PIC  X(002)         VALUE "00".
       77 FS-ALERTA               PIC  X(002)         VALUE "00".
       77 W-NOME-AUDGERAL         PIC  X(020)         VALUE SPACES.

      *-----------------------------------------------------------
      * TRILHAS CONFERIDAS, COM O LAYOUT DE CADA UMA: "C" CLIENTES,
      * "V" VENDEDORES, "G" GENERICA (AUDGERAL), "J" JORNAL DE
      * SEGURANCA. O NOME E O MESMO QUE OS GRAVADORES INFORMAM AO
      * AUDLACRE E A CHAVE DA ANCORA NO CADLACRE.
      *-----------------------------------------------------------
       01  TAB-TRILHAS-DADOS.
           03 FILLER PIC X(001) VALUE "C".
           03 FILLER PIC X(020) VALUE "CADCLIENTE.AUD".
           03 FILLER PIC X(001) VALUE "V".
           03 FILLER PIC X(020) VALUE "CADVENDEDOR.AUD".
           03 FILLER PIC X(001) VALUE "G".
           03 FILLER PIC X(020) VALUE "CADPARAM.AUD".
           03 FILLER PIC X(001) VALUE "G".
           03 FILLER PIC X(020) VALUE "CADEXCECAO.AUD".
           03 FILLER PIC X(001) VALUE "G".
           03 FILLER PIC X(020) VALUE "CADAUSENCIA.AUD".
           03 FILLER PIC X(001) VALUE "G".
           03 FILLER PIC X(020) VALUE "CADCIDADE.AUD".
           03 FILLER PIC X(001) VALUE "G".
           03 FILLER PIC X(020) VALUE "CADPEDIDO.AUD".
           03 FILLER PIC X(001) VALUE "G".
           03 FILLER PIC X(020) VALUE "CADCREDITO.AUD".
           03 FILLER PIC X(001) VALUE "G".
           03 FILLER PIC X(020) VALUE "CADACELER.AUD".
           03 FILLER PIC X(001) VALUE "G".
           03 FILLER PIC X(020) VALUE "CADDEVOLUCAO.AUD".
           03 FILLER PIC X(001) VALUE "G".
           03 FILLER PIC X(020) VALUE "CADPRECO.AUD".
           03 FILLER PIC X(001) VALUE "G".
           03 FILLER PIC X(020) VALUE "CADGRUPO.AUD".
           03 FILLER PIC X(001) VALUE "G".
           03 FILLER PIC X(020) VALUE "CADEQUIPE.AUD".
           03 FILLER PIC X(001) VALUE "G".
           03 FILLER PIC X(020) VALUE "CADPROSPECT.AUD".
           03 FILLER PIC X(001) VALUE "G".
           03 FILLER PIC X(020) VALUE "CADPERIODO.AUD".
           03 FILLER PIC X(001) VALUE "G".
           03 FILLER PIC X(020) VALUE "CADREGIAO.AUD".
           03 FILLER PIC X(001) VALUE "J".
           03 FILLER PIC X(020) VALUE "SEGURANCA.JRN".

       01  TAB-TRILHAS REDEFINES TAB-TRILHAS-DADOS.
           03 TTR-ITEM OCCURS 17 TIMES.
              05 TTR-LAYOUT       PIC X(001).
              05 TTR-NOME         PIC X(020).

       77 W-QTD-TRILHAS           PIC  9(002) COMP    VALUE 17.
       77 W-IDX-TRILHA            PIC  9(002) COMP    VALUE ZEROS.

      * SITUACAO DA TRILHA EM CONFERENCIA.
       77 W-QTD-REGISTROS         PIC  9(009)         VALUE ZEROS.
       77 W-QTD-LEGADOS           PIC  9(009)         VALUE ZEROS.
       77 W-QTD-LACRADOS          PIC  9(009)         VALUE ZEROS.
       77 W-ULT-SEQ               PIC  9(009)         VALUE ZEROS.
       77 W-ULT-LACRE             PIC  9(010)         VALUE ZEROS.
       77 W-SEQ-ESPERADA          PIC  9(009)         VALUE ZEROS.
       77 W-SEQ-LIDA              PIC  9(009)         VALUE ZEROS.
       77 W-LACRE-LIDO            PIC  9(010)         VALUE ZEROS.
       77 W-REG-QUEBRA            PIC  9(009)         VALUE ZEROS.
       77 W-DETALHE               PIC  X(060)         VALUE SPACES.

       77 W-TRILHA-EXISTE-SW      PIC  X(001)         VALUE "N".
          88 W-TRILHA-EXISTE         VALUE "S".
       77 W-TRILHA-VIOLADA-SW     PIC  X(001)         VALUE "N".
          88 W-TRILHA-VIOLADA        VALUE "S".
       77 W-REG-LACRADO-SW        PIC  X(001)         VALUE "N".
          88 W-REG-LACRADO           VALUE "S".
       77 W-ANCORA-ABERTA-SW      PIC  X(001)         VALUE "N".
          88 W-ANCORA-ABERTA         VALUE "S".

      * TOTAIS DA EXECUCAO.
       77 W-QTD-INTEGRAS          PIC  9(002)         VALUE ZEROS.
       77 W-QTD-VIOLADAS          PIC  9(002)         VALUE ZEROS.
       77 W-QTD-SEM-LACRE         PIC  9(002)         VALUE ZEROS.

      * PARAMETRO DO AUDLACRE - AQUI SO NO MODO DE CALCULO.
       01  W-PARAM-LACRE.
           03 PLA-ACAO            PIC X(001)          VALUE "C".
              88 PLA-LACRAR          VALUE "L".
              88 PLA-CALCULAR        VALUE "C".
           03 PLA-TRILHA          PIC X(020)          VALUE SPACES.
           03 PLA-CONTEUDO        PIC X(300)          VALUE SPACES.
           03 PLA-SEQ             PIC 9(009)          VALUE ZEROS.
           03 PLA-LACRE-ANTERIOR  PIC 9(010)          VALUE ZEROS.
           03 PLA-LACRE           PIC 9(010)          VALUE ZEROS.

      * ALERTAS JA GRAVADOS NA FILA (CADALERTA), PARA A MESMA
      * DEDUPLICACAO PELA MENSAGEM DO FAZALERTA - A MESMA QUEBRA
      * VIRA UM ALERTA SO UMA VEZ, NAO UM POR NOITE.
       01  W-TAB-EXISTENTES.
           03 W-EXI-MENSAGEM OCCURS 3000 TIMES PIC X(060).

       77 W-QTD-EXISTENTES        PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-EXISTENTE         PIC 9(004) COMP     VALUE ZEROS.
       77 W-JA-EXISTE-SW          PIC X(001)          VALUE "N".
          88 W-ALERTA-JA-EXISTE      VALUE "S".
       77 W-ALERTA-ABERTO         PIC X(001)          VALUE "N".
       77 W-SEQ-ALERTA            PIC 9(003)          VALUE ZEROS.
       77 W-MENSAGEM-NOVA         PIC X(060)          VALUE SPACES.
       77 W-QTD-ALERTAS-NOVOS     PIC 9(005)          VALUE ZEROS.
       77 W-DATA-HOJE             PIC 9(008)          VALUE ZEROS.
       77 W-HORA-AGORA            PIC 9(008)          VALUE ZEROS.

       01  WCAB.
           03 FILLER PIC X(100) VALUE "TRILHA;SITUACAO;REGISTROS;LEGADO
      -"S SEM LACRE;ELOS CONFERIDOS;ULTIMO ELO;DETALHE;".

       01  WDET.
           03 WDET-TRILHA         PIC X(020)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-SITUACAO       PIC X(010)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-REGISTROS      PIC ZZZZZZZZ9       VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-LEGADOS        PIC ZZZZZZZZ9       VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-LACRADOS       PIC ZZZZZZZZ9       VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-ULT-SEQ        PIC ZZZZZZZZ9       VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DETALHE        PIC X(060)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * CONFERENCIA DAS CORRENTES DE LACRE DAS TRILHAS DE AUDITORIA
      * (CADCLIENTE.AUD, CADVENDEDOR.AUD, AS TRILHAS AUDGERAL E
      * SEGURANCA.JRN). PERCORRE CADA TRILHA RECALCULANDO O LACRE
      * DE CADA REGISTRO PELO AUDLACRE E CONFERE O ULTIMO ELO CONTRA
      * A ANCORA DO CADLACRE. OS REGISTROS SEM LACRE NO INICIO DA
      * TRILHA SAO O LEGADO GRAVADO ANTES DO LACRE E SO SAO
      * CONTADOS; DEPOIS DO PRIMEIRO ELO, REGISTRO SEM LACRE, ELO
      * FORA DE SEQUENCIA, LACRE QUE NAO CONFERE OU FIM DE TRILHA
      * AQUEM DA ANCORA SAO VIOLACAO. A PRIMEIRA QUEBRA DE CADA
      * TRILHA SAI NO CHKAUDIT.CSV E VIRA ALERTA GRAVE NA FILA DO
      * FAZALERTA (CADALERTA). RETURN-CODE 4 COM TRILHA VIOLADA - O
      * ALERTA E A RESPOSTA, A CADEIA NOTURNA NAO PARA POR ISSO.
      * RODAVEL PELO AGENDADOR E COMO PASSO DO FAZCADEIA.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "CHKAUDIT - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           ACCEPT W-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT W-HORA-AGORA FROM TIME

           MOVE "N" TO W-ANCORA-ABERTA-SW
           OPEN INPUT ARQ-LACRE
           IF FS-LACRE EQUAL "00"
              MOVE "S" TO W-ANCORA-ABERTA-SW
           ELSE
              IF FS-LACRE EQUAL "05"
                 CLOSE ARQ-LACRE
              END-IF
           END-IF
           MOVE "00" TO FS-LACRE

           PERFORM 070-ABRIR-ALERTAS

           OPEN OUTPUT REL-AUDIT
           WRITE REG-AUDIT FROM WCAB

           PERFORM 100-CONFERIR-TRILHA
              VARYING W-IDX-TRILHA FROM 1 BY 1
              UNTIL W-IDX-TRILHA GREATER W-QTD-TRILHAS

           CLOSE REL-AUDIT

           IF W-ANCORA-ABERTA
              CLOSE ARQ-LACRE
           END-IF

           IF W-ALERTA-ABERTO EQUAL "S"
              CLOSE ARQ-ALERTA
           END-IF

           DISPLAY "CHKAUDIT - TRILHAS INTEGRAS: " W-QTD-INTEGRAS
           DISPLAY "CHKAUDIT - TRILHAS VIOLADAS: " W-QTD-VIOLADAS
           DISPLAY "CHKAUDIT - TRILHAS AINDA SEM LACRE: "
                   W-QTD-SEM-LACRE
           DISPLAY "CHKAUDIT - ALERTAS NOVOS: " W-QTD-ALERTAS-NOVOS

           IF W-QTD-VIOLADAS GREATER ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "CHKAUDIT - PROCESSAMENTO CONCLUIDO"

           GOBACK.

      * FILA DE ALERTAS ABERTA PARA GRAVACAO, COM AS MENSAGENS JA
      * EXISTENTES FOTOGRAFADAS. SEM A FILA A CONFERENCIA SAI IGUAL,
      * SO NAO HA ALERTA.
       070-ABRIR-ALERTAS.

           MOVE "N"   TO W-ALERTA-ABERTO
           MOVE ZEROS TO W-QTD-EXISTENTES

           OPEN I-O ARQ-ALERTA

           IF FS-ALERTA EQUAL "00" OR FS-ALERTA EQUAL "05"
              MOVE "S" TO W-ALERTA-ABERTO

              MOVE ZEROS TO AL-DATA
              MOVE ZEROS TO AL-HORA
              MOVE ZEROS TO AL-SEQ

              START ARQ-ALERTA KEY IS NOT LESS AL-CHAVE-ALERTA
                INVALID KEY MOVE "23" TO FS-ALERTA
              END-START

              IF FS-ALERTA EQUAL "00"
                 READ ARQ-ALERTA NEXT
                 PERFORM 075-GUARDAR-EXISTENTE
                    UNTIL FS-ALERTA NOT EQUAL "00"
                       OR W-QTD-EXISTENTES NOT LESS 3000
              END-IF
           ELSE
              DISPLAY "CHKAUDIT - ERRO AO ABRIR CADALERTA - FS="
                      FS-ALERTA
           END-IF

           MOVE "00" TO FS-ALERTA.

       075-GUARDAR-EXISTENTE.
           ADD 1 TO W-QTD-EXISTENTES
           MOVE AL-MENSAGEM TO W-EXI-MENSAGEM (W-QTD-EXISTENTES)

           READ ARQ-ALERTA NEXT.

       100-CONFERIR-TRILHA.

           MOVE ZEROS  TO W-QTD-REGISTROS
           MOVE ZEROS  TO W-QTD-LEGADOS
           MOVE ZEROS  TO W-QTD-LACRADOS
           MOVE ZEROS  TO W-ULT-SEQ
           MOVE ZEROS  TO W-ULT-LACRE
           MOVE ZEROS  TO W-REG-QUEBRA
           MOVE SPACES TO W-DETALHE
           MOVE "N"    TO W-TRILHA-EXISTE-SW
           MOVE "N"    TO W-TRILHA-VIOLADA-SW

           EVALUATE TTR-LAYOUT (W-IDX-TRILHA)
              WHEN "C"
                 PERFORM 200-LER-AUDCLIENTE
              WHEN "V"
                 PERFORM 210-LER-AUDVENDEDOR
              WHEN "G"
                 MOVE TTR-NOME (W-IDX-TRILHA) TO W-NOME-AUDGERAL
                 PERFORM 220-LER-AUDGERAL
              WHEN "J"
                 PERFORM 230-LER-JORNALSEG
           END-EVALUATE

           IF NOT W-TRILHA-VIOLADA
              PERFORM 400-CONFERIR-ANCORA
           END-IF

           PERFORM 500-IMPRIMIR-TRILHA.

      *-----------------------------------------------------------
      * LEITURA DE CADA LAYOUT: GUARDA A SEQUENCIA E O LACRE LIDOS,
      * ZERA OS CAMPOS DE LACRE (COMO O GRAVADOR OS PASSOU AO
      * AUDLACRE) E ENTREGA O REGISTRO A 300-CONFERIR-ELO. REGISTRO
      * LEGADO, MAIS CURTO, CHEGA COM O ELO EM BRANCO.
      *-----------------------------------------------------------
       200-LER-AUDCLIENTE.

           OPEN INPUT ARQ-AUDCLIENTE

           IF FS-AUDCLIENTE EQUAL "00"
              MOVE "S" TO W-TRILHA-EXISTE-SW
              READ ARQ-AUDCLIENTE
              PERFORM 205-ELO-AUDCLIENTE
                 UNTIL FS-AUDCLIENTE NOT EQUAL "00"
              CLOSE ARQ-AUDCLIENTE
           ELSE
              IF FS-AUDCLIENTE EQUAL "05"
                 CLOSE ARQ-AUDCLIENTE
              END-IF
           END-IF

           MOVE "00" TO FS-AUDCLIENTE.

       205-ELO-AUDCLIENTE.

           MOVE "N" TO W-REG-LACRADO-SW
           IF AC-SEQ-LACRE NUMERIC AND AC-LACRE NUMERIC
              AND AC-SEQ-LACRE GREATER ZEROS
              MOVE "S"          TO W-REG-LACRADO-SW
              MOVE AC-SEQ-LACRE TO W-SEQ-LIDA
              MOVE AC-LACRE     TO W-LACRE-LIDO
              MOVE ZEROS        TO AC-SEQ-LACRE
              MOVE ZEROS        TO AC-LACRE
              MOVE REG-AUDCLIENTE TO PLA-CONTEUDO
           END-IF

           PERFORM 300-CONFERIR-ELO

           READ ARQ-AUDCLIENTE.

       210-LER-AUDVENDEDOR.

           OPEN INPUT ARQ-AUDVENDEDOR

           IF FS-AUDVENDEDOR EQUAL "00"
              MOVE "S" TO W-TRILHA-EXISTE-SW
              READ ARQ-AUDVENDEDOR
              PERFORM 215-ELO-AUDVENDEDOR
                 UNTIL FS-AUDVENDEDOR NOT EQUAL "00"
              CLOSE ARQ-AUDVENDEDOR
           ELSE
              IF FS-AUDVENDEDOR EQUAL "05"
                 CLOSE ARQ-AUDVENDEDOR
              END-IF
           END-IF

           MOVE "00" TO FS-AUDVENDEDOR.

       215-ELO-AUDVENDEDOR.

           MOVE "N" TO W-REG-LACRADO-SW
           IF AV-SEQ-LACRE NUMERIC AND AV-LACRE NUMERIC
              AND AV-SEQ-LACRE GREATER ZEROS
              MOVE "S"          TO W-REG-LACRADO-SW
              MOVE AV-SEQ-LACRE TO W-SEQ-LIDA
              MOVE AV-LACRE     TO W-LACRE-LIDO
              MOVE ZEROS        TO AV-SEQ-LACRE
              MOVE ZEROS        TO AV-LACRE
              MOVE REG-AUDVENDEDOR TO PLA-CONTEUDO
           END-IF

           PERFORM 300-CONFERIR-ELO

           READ ARQ-AUDVENDEDOR.

       220-LER-AUDGERAL.

           OPEN INPUT ARQ-AUDGERAL

           IF FS-AUDGERAL EQUAL "00"
              MOVE "S" TO W-TRILHA-EXISTE-SW
              READ ARQ-AUDGERAL
              PERFORM 225-ELO-AUDGERAL
                 UNTIL FS-AUDGERAL NOT EQUAL "00"
              CLOSE ARQ-AUDGERAL
           ELSE
              IF FS-AUDGERAL EQUAL "05"
                 CLOSE ARQ-AUDGERAL
              END-IF
           END-IF

           MOVE "00" TO FS-AUDGERAL.

       225-ELO-AUDGERAL.

           MOVE "N" TO W-REG-LACRADO-SW
           IF AG-SEQ-LACRE NUMERIC AND AG-LACRE NUMERIC
              AND AG-SEQ-LACRE GREATER ZEROS
              MOVE "S"          TO W-REG-LACRADO-SW
              MOVE AG-SEQ-LACRE TO W-SEQ-LIDA
              MOVE AG-LACRE     TO W-LACRE-LIDO
              MOVE ZEROS        TO AG-SEQ-LACRE
              MOVE ZEROS        TO AG-LACRE
              MOVE REG-AUDGERAL TO PLA-CONTEUDO
           END-IF

           PERFORM 300-CONFERIR-ELO

           READ ARQ-AUDGERAL.

       230-LER-JORNALSEG.

           OPEN INPUT ARQ-JORNALSEG

           IF FS-JORNALSEG EQUAL "00"
              MOVE "S" TO W-TRILHA-EXISTE-SW
              READ ARQ-JORNALSEG
              PERFORM 235-ELO-JORNALSEG
                 UNTIL FS-JORNALSEG NOT EQUAL "00"
              CLOSE ARQ-JORNALSEG
           ELSE
              IF FS-JORNALSEG EQUAL "05"
                 CLOSE ARQ-JORNALSEG
              END-IF
           END-IF

           MOVE "00" TO FS-JORNALSEG.

       235-ELO-JORNALSEG.

           MOVE "N" TO W-REG-LACRADO-SW
           IF JRN-SEQ-LACRE NUMERIC AND JRN-LACRE NUMERIC
              AND JRN-SEQ-LACRE GREATER ZEROS
              MOVE "S"           TO W-REG-LACRADO-SW
              MOVE JRN-SEQ-LACRE TO W-SEQ-LIDA
              MOVE JRN-LACRE     TO W-LACRE-LIDO
              MOVE ZEROS         TO JRN-SEQ-LACRE
              MOVE ZEROS         TO JRN-LACRE
              MOVE REG-JORNALSEG TO PLA-CONTEUDO
           END-IF

           PERFORM 300-CONFERIR-ELO

           READ ARQ-JORNALSEG.

      *-----------------------------------------------------------
      * CONFERE UM REGISTRO CONTRA O ELO ANTERIOR. SO A PRIMEIRA
      * QUEBRA DA TRILHA E APONTADA - DAI EM DIANTE TODOS OS ELOS
      * SEGUINTES ESTAO QUEBRADOS POR CONSTRUCAO E SO SE CONTA.
      *-----------------------------------------------------------
       300-CONFERIR-ELO.

           ADD 1 TO W-QTD-REGISTROS

           IF NOT W-TRILHA-VIOLADA
              COMPUTE W-SEQ-ESPERADA = W-ULT-SEQ + 1

              EVALUATE TRUE
                 WHEN NOT W-REG-LACRADO
                  AND W-QTD-LACRADOS EQUAL ZEROS
                    ADD 1 TO W-QTD-LEGADOS
                 WHEN NOT W-REG-LACRADO
                    MOVE "S" TO W-TRILHA-VIOLADA-SW
                    MOVE W-QTD-REGISTROS TO W-REG-QUEBRA
                    STRING "REGISTRO SEM LACRE APOS O ELO "
                           W-ULT-SEQ
                      INTO W-DETALHE
                 WHEN W-SEQ-LIDA NOT EQUAL W-SEQ-ESPERADA
                    MOVE "S" TO W-TRILHA-VIOLADA-SW
                    MOVE W-QTD-REGISTROS TO W-REG-QUEBRA
                    STRING "ELO AUSENTE - ESPERADO " W-SEQ-ESPERADA
                           " LIDO " W-SEQ-LIDA
                      INTO W-DETALHE
                 WHEN OTHER
                    SET PLA-CALCULAR TO TRUE
                    MOVE TTR-NOME (W-IDX-TRILHA) TO PLA-TRILHA
                    MOVE W-SEQ-LIDA  TO PLA-SEQ
                    MOVE W-ULT-LACRE TO PLA-LACRE-ANTERIOR
                    CALL "AUDLACRE" USING W-PARAM-LACRE

                    IF PLA-LACRE EQUAL W-LACRE-LIDO
                       ADD 1 TO W-QTD-LACRADOS
                       MOVE W-SEQ-LIDA   TO W-ULT-SEQ
                       MOVE W-LACRE-LIDO TO W-ULT-LACRE
                    ELSE
                       MOVE "S" TO W-TRILHA-VIOLADA-SW
                       MOVE W-QTD-REGISTROS TO W-REG-QUEBRA
                       STRING "LACRE NAO CONFERE - REGISTRO ALTERADO"
                              " NO ELO " W-SEQ-LIDA
                         INTO W-DETALHE
                    END-IF
              END-EVALUATE
           END-IF.

      *-----------------------------------------------------------
      * O ULTIMO ELO DA TRILHA TEM DE SER O DA ANCORA - REGISTROS
      * APAGADOS DO FIM (OU A TRILHA INTEIRA) NAO QUEBRAM ELO NENHUM
      * E SO APARECEM AQUI.
      *-----------------------------------------------------------
       400-CONFERIR-ANCORA.

           IF W-ANCORA-ABERTA
              MOVE TTR-NOME (W-IDX-TRILHA) TO LAC-TRILHA
              READ ARQ-LACRE RECORD KEY IS LAC-TRILHA
                INVALID KEY MOVE "23" TO FS-LACRE
              END-READ
           ELSE
              MOVE "23" TO FS-LACRE
           END-IF

           IF FS-LACRE EQUAL "00"
              IF LAC-ULTIMA-SEQ NOT EQUAL W-ULT-SEQ
                 OR LAC-ULTIMO-LACRE NOT EQUAL W-ULT-LACRE
                 MOVE "S" TO W-TRILHA-VIOLADA-SW
                 COMPUTE W-REG-QUEBRA = W-QTD-REGISTROS + 1
                 IF W-TRILHA-EXISTE
                    STRING "FIM DA TRILHA NO ELO " W-ULT-SEQ
                           " - ANCORA NO ELO " LAC-ULTIMA-SEQ
                      INTO W-DETALHE
                 ELSE
                    STRING "TRILHA AUSENTE - ANCORA NO ELO "
                           LAC-ULTIMA-SEQ
                      INTO W-DETALHE
                 END-IF
              END-IF
           ELSE
              IF W-QTD-LACRADOS GREATER ZEROS
                 MOVE "S" TO W-TRILHA-VIOLADA-SW
                 COMPUTE W-REG-QUEBRA = W-QTD-REGISTROS + 1
                 MOVE "TRILHA LACRADA SEM ANCORA NO CADLACRE"
                   TO W-DETALHE
              END-IF
           END-IF

           MOVE "00" TO FS-LACRE.

       500-IMPRIMIR-TRILHA.

           MOVE TTR-NOME (W-IDX-TRILHA) TO WDET-TRILHA
           MOVE W-QTD-REGISTROS TO WDET-REGISTROS
           MOVE W-QTD-LEGADOS   TO WDET-LEGADOS
           MOVE W-QTD-LACRADOS  TO WDET-LACRADOS
           MOVE W-ULT-SEQ       TO WDET-ULT-SEQ
           MOVE W-DETALHE       TO WDET-DETALHE

           EVALUATE TRUE
              WHEN W-TRILHA-VIOLADA
                 MOVE "VIOLADA"   TO WDET-SITUACAO
                 ADD 1 TO W-QTD-VIOLADAS
                 DISPLAY "CHKAUDIT - TRILHA VIOLADA: "
                         TTR-NOME (W-IDX-TRILHA) " - " W-DETALHE
                 PERFORM 600-GRAVAR-ALERTA
              WHEN NOT W-TRILHA-EXISTE
                 MOVE "AUSENTE"   TO WDET-SITUACAO
              WHEN W-QTD-LACRADOS EQUAL ZEROS
                 MOVE "SEM LACRE" TO WDET-SITUACAO
                 ADD 1 TO W-QTD-SEM-LACRE
              WHEN OTHER
                 MOVE "INTEGRA"   TO WDET-SITUACAO
                 ADD 1 TO W-QTD-INTEGRAS
           END-EVALUATE

           WRITE REG-AUDIT FROM WDET.

      * ALERTA GRAVE DA TRILHA VIOLADA NA FILA DO FAZALERTA, QUANDO
      * A QUEBRA AINDA NAO CONSTA DELA - A SEQUENCIA DESEMPATA
      * ALERTAS GRAVADOS NO MESMO INSTANTE.
       600-GRAVAR-ALERTA.

           IF W-ALERTA-ABERTO EQUAL "S"
              MOVE SPACES TO W-MENSAGEM-NOVA
              STRING "AUDITORIA VIOLADA - " DELIMITED BY SIZE
                     TTR-NOME (W-IDX-TRILHA) DELIMITED BY SPACE
                     " REGISTRO " DELIMITED BY SIZE
                     W-REG-QUEBRA DELIMITED BY SIZE
                INTO W-MENSAGEM-NOVA

              MOVE "N" TO W-JA-EXISTE-SW

              PERFORM 610-PROCURAR-EXISTENTE
                 VARYING W-IDX-EXISTENTE FROM 1 BY 1
                 UNTIL W-IDX-EXISTENTE GREATER W-QTD-EXISTENTES
                    OR W-ALERTA-JA-EXISTE

              IF NOT W-ALERTA-JA-EXISTE
                 ADD 1 TO W-SEQ-ALERTA

                 MOVE W-DATA-HOJE     TO AL-DATA
                 MOVE W-HORA-AGORA    TO AL-HORA
                 MOVE W-SEQ-ALERTA    TO AL-SEQ
                 MOVE "G"             TO AL-SEVERIDADE
                 MOVE "CHKAUDIT"      TO AL-FONTE
                 MOVE W-MENSAGEM-NOVA TO AL-MENSAGEM
                 SET AL-ABERTO TO TRUE
                 MOVE SPACES TO AL-OPERADOR-RECON
                 MOVE ZEROS  TO AL-DATA-RECON
                 MOVE SPACES TO AL-DESTINATARIO

                 WRITE ARQ-ALERTA-REG
                   INVALID KEY REWRITE ARQ-ALERTA-REG
                 END-WRITE

                 ADD 1 TO W-QTD-ALERTAS-NOVOS

                 IF W-QTD-EXISTENTES LESS 3000
                    ADD 1 TO W-QTD-EXISTENTES
                    MOVE W-MENSAGEM-NOVA
                      TO W-EXI-MENSAGEM (W-QTD-EXISTENTES)
                 END-IF
              END-IF
           END-IF.

       610-PROCURAR-EXISTENTE.
           IF W-EXI-MENSAGEM (W-IDX-EXISTENTE) EQUAL W-MENSAGEM-NOVA
              MOVE "S" TO W-JA-EXISTE-SW
           END-IF.

       END PROGRAM CHKAUDIT.
