       PROGRAM-ID.   RELCHAMADO.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CHAMADO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CH-CHAVE-CHAMADO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CHAMADO.

           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CLIENTE.

           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VENDEDOR.

      * A VISITA QUE ENCERROU O CHAMADO DIZ QUEM ATENDEU; O CHAMADO
      * AINDA ABERTO FICA COM O VENDEDOR DA ULTIMA RODADA COMPLETA.
           SELECT OPTIONAL ARQ-VISITA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS V-CHAVE-VISITA
                  ALTERNATE RECORD KEY IS V-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VISITA.

           SELECT OPTIONAL ARQ-DISTRIB ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS D-CHAVE-DISTRIB
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-DISTRIB.

           SELECT OPTIONAL ARQ-RUNCTL ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RC-RUN-ID
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-RUNCTL.

           SELECT ARQ-PARAM ASSIGN TO "RELCHAMADO.PAR"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-PARAM.

           SELECT REL-CHAMADO ASSIGN TO "RELCHAMADO.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CHAMADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCHAMADO'.

       COPY "CADCHAMADO.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLIENTE'.

       COPY "CADCLIENTE.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.

       COPY "CADVENDEDOR.CPY".

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVISITA'.

       COPY "CADVISITA.CPY".

       FD  ARQ-DISTRIB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADDISTRIB'.

       COPY "CADDISTRIB.CPY".

       FD  ARQ-RUNCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADRUNCTL'.

       COPY "CADRUNCTL.CPY".

      * PERIODO DE SOLICITACAO DOS CHAMADOS - EM BRANCO OU ZERADO =
      * TODOS.
       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.

       01  REG-PARAM.
           03 PARAM-DATA-INI      PIC 9(008).
           03 PARAM-DATA-FIM      PIC 9(008).

       FD  REL-CHAMADO.
       01  REG-CHAMADO-REL PIC X(250).

       WORKING-STORAGE SECTION.

       77 FS-CHAMADO              PIC  X(002)         VALUE "00".
       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-VENDEDOR             PIC  X(002)         VALUE "00".
       77 FS-VISITA               PIC  X(002)         VALUE "00".
       77 FS-DISTRIB              PIC  X(002)         VALUE "00".
       77 FS-RUNCTL               PIC  X(002)         VALUE "00".
       77 FS-PARAM                PIC  X(002)         VALUE "00".
       77 W-VISITA-ABERTO         PIC  X(001)         VALUE "N".
       77 W-DISTRIB-ABERTO        PIC  X(001)         VALUE "N".
       77 W-RUNCTL-ABERTO         PIC  X(001)         VALUE "N".

       77 W-DATA-HOJE             PIC  9(008)         VALUE ZEROS.
       77 W-DATA-INI              PIC  9(008)         VALUE ZEROS.
       77 W-DATA-FIM              PIC  9(008)         VALUE 99999999.
       77 W-RUN-ID-MAX            PIC  9(016)         VALUE ZEROS.

      *-----------------------------------------------------------
      * PRAZO DE ATENDIMENTO EM DIAS CORRIDOS DESDE A SOLICITACAO,
      * POR URGENCIA (CADPARAM PRAZO-CHAMADO-URG E
      * PRAZO-CHAMADO-NORMAL) - OS MESMOS DO FAZALERTA.
      *-----------------------------------------------------------
       77 W-PRAZO-URGENTE         PIC  9(003)         VALUE 2.
       77 W-PRAZO-NORMAL          PIC  9(003)         VALUE 10.

       01  W-PARAM-SIS.
           03 SIS-NOME            PIC X(020)          VALUE SPACES.
           03 SIS-DATA-REF        PIC 9(008)          VALUE ZEROS.
           03 SIS-VALOR           PIC 9(011)V9(002)   VALUE ZEROS.
           03 SIS-ACHOU           PIC X(001)          VALUE "N".

      *-----------------------------------------------------------
      * ACUMULADORES POR GRUPO E URGENCIA (1 URGENTE, 2 NORMAL): A
      * POSICAO 1 E O TOTAL GERAL; 2 A 1001 OS VENDEDORES (CODIGO +
      * 2, O ZERO E "SEM VENDEDOR"); DE 1002 EM DIANTE AS REGIOES,
      * EM ORDEM DE CODIGO. A POSICAO 1302 SO SERVE DE FOLGA PARA A
      * INSERCAO EM ORDEM.
      *-----------------------------------------------------------
       01  W-TAB-GRUPO.
           03 W-GRP-ITEM OCCURS 1302 TIMES.
              05 W-GRP-REGIAO       PIC X(003).
              05 W-GRP-URG          OCCURS 2 TIMES.
                 07 W-GRP-QTD          PIC 9(007) COMP.
                 07 W-GRP-NO-PRAZO     PIC 9(007) COMP.
                 07 W-GRP-FORA-PRAZO   PIC 9(007) COMP.
                 07 W-GRP-ABERTO-PRAZO PIC 9(007) COMP.
                 07 W-GRP-ABERTO-ATRASO PIC 9(007) COMP.
                 07 W-GRP-SOMA-DIAS    PIC 9(009) COMP.

       77 W-PRIMEIRA-REGIAO       PIC 9(004) COMP     VALUE 1002.
       77 W-ULTIMA-REGIAO         PIC 9(004) COMP     VALUE 1001.
       77 W-LIMITE-REGIAO         PIC 9(004) COMP     VALUE 1301.
       77 W-IDX-GRUPO             PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-REG               PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-VEN               PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-AUX               PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-DESLOC            PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-URG               PIC 9(001) COMP     VALUE ZEROS.

      * SITUACAO DO CHAMADO FRENTE AO PRAZO: "P" ATENDIDO NO PRAZO,
      * "F" ATENDIDO FORA DO PRAZO, "A" ABERTO DENTRO DO PRAZO, "T"
      * ABERTO E ATRASADO.
       77 W-SITUACAO-PRAZO        PIC X(001)          VALUE SPACES.
       77 W-PRAZO-CHAMADO         PIC 9(003)          VALUE ZEROS.
       77 W-DIAS-CHAMADO          PIC S9(009)         VALUE ZEROS.
       77 W-REGIAO-CHA            PIC X(003)          VALUE SPACES.
       77 W-VENDEDOR-CHA          PIC 9(003)          VALUE ZEROS.

       77 W-QTD-CHAMADOS          PIC 9(007)          VALUE ZEROS.
       77 W-QTD-VIOLADOS          PIC 9(007)          VALUE ZEROS.
       77 W-QTD-LINHAS            PIC 9(005)          VALUE ZEROS.
       77 W-QTD-AVALIADOS         PIC 9(007)          VALUE ZEROS.
       77 W-QTD-ATENDIDOS         PIC 9(007)          VALUE ZEROS.
       77 W-PCT-CALC              PIC 9(005)V9(002)   VALUE ZEROS.
       77 W-MEDIA-CALC            PIC 9(005)V9(001)   VALUE ZEROS.
       77 W-COD-VENDEDOR-REL      PIC 9(003)          VALUE ZEROS.

      * DESCRICAO DA REGIAO NA TABELA DE REGIOES (VERREGIAO) - SEM A
      * TABELA OU SEM O CODIGO NELA A DESCRICAO SAI EM BRANCO.
       01  W-PARAM-REGIAO.
           03 PRG-CODIGO          PIC X(003)          VALUE SPACES.
           03 PRG-DESCRICAO       PIC X(030)          VALUE SPACES.
           03 PRG-FILIAL          PIC X(002)          VALUE SPACES.
           03 PRG-GERENTE         PIC X(008)          VALUE SPACES.
           03 PRG-SITUACAO        PIC X(001)          VALUE SPACES.
              88 PRG-VALIDA          VALUE "S".
              88 PRG-INATIVA         VALUE "I".
              88 PRG-INEXISTENTE     VALUE "N".
              88 PRG-SEM-TABELA      VALUE "T".

      * ARQUIVAMENTO DA GERACAO NO CATALOGO DE RELATORIOS (CATRELAT)
      * - A COPIA DATADA SOBREVIVE A PROXIMA SOBRESCRITA DO NOME
      * FIXO.
       01  W-PARAM-CATALOGO.
           03 CTR-PROGRAMA        PIC X(012)          VALUE SPACES.
           03 CTR-ARQUIVO         PIC X(020)          VALUE SPACES.
           03 CTR-RUN-ID          PIC 9(016)          VALUE ZEROS.
           03 CTR-OPERADOR        PIC X(008)          VALUE "SISTEMA".

       01  WCAB.
           03 FILLER PIC X(250) VALUE "PRAZO DOS CHAMADOS DE VISITA;VISA
      -"O;CHAVE;DESCRICAO;URGENCIA;PRAZO DIAS;TOTAL;ATENDIDOS NO PRAZO;A
      -"TENDIDOS FORA DO PRAZO;ABERTOS NO PRAZO;ABERTOS ATRASADOS;PCT NO
      -" PRAZO;MEDIA DIAS ATENDIMENTO;".

       01  WDET.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-VISAO          PIC X(008)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-CHAVE          PIC X(003)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DESCRICAO      PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-URGENCIA       PIC X(007)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-PRAZO          PIC ZZ9             VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-QTD            PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-NO-PRAZO       PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-FORA-PRAZO     PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-ABERTO-PRAZO   PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-ABERTO-ATRASO  PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-PCT-NO-PRAZO   PIC ZZ9,99          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-MEDIA-DIAS     PIC ZZZZ9,9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * CUMPRIMENTO DO PRAZO DOS CHAMADOS DE VISITA (CADCHAMADO):
      * POR VENDEDOR E POR REGIAO DO CLIENTE, SEPARADO POR
      * URGENCIA, QUANTOS CHAMADOS FORAM ATENDIDOS NO PRAZO E FORA
      * DELE, QUANTOS SEGUEM ABERTOS DENTRO DO PRAZO OU JA
      * ATRASADOS, O PERCENTUAL NO PRAZO (SOBRE OS ATENDIDOS MAIS
      * OS ATRASADOS) E A MEDIA DE DIAS ATE O ATENDIMENTO. O PRAZO
      * EM DIAS CORRIDOS POR URGENCIA VEM DO CADPARAM; O
      * RELCHAMADO.PAR PODE RESTRINGIR O PERIODO DE SOLICITACAO
      * (AAAAMMDDAAAAMMDD).
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "RELCHAMADO - INICIO DO PROCESSAMENTO"

           INITIALIZE W-TAB-GRUPO

           PERFORM 010-LER-PARAMETROS

           OPEN INPUT ARQ-CHAMADO

           IF FS-CHAMADO NOT EQUAL "00"
              IF FS-CHAMADO EQUAL "05"
                 CLOSE ARQ-CHAMADO
              END-IF
              DISPLAY "RELCHAMADO - NENHUM CHAMADO CADASTRADO"
           ELSE
              OPEN INPUT ARQ-CLIENTE
              OPEN INPUT ARQ-VENDEDOR

              MOVE "N" TO W-VISITA-ABERTO
              OPEN INPUT ARQ-VISITA
              IF FS-VISITA EQUAL "00"
                 MOVE "S" TO W-VISITA-ABERTO
              ELSE
                 IF FS-VISITA EQUAL "05"
                    CLOSE ARQ-VISITA
                 END-IF
              END-IF
              MOVE "00" TO FS-VISITA

              PERFORM 050-ACHAR-ULTIMO-RUN

              PERFORM 100-APURAR-CHAMADOS

              OPEN OUTPUT REL-CHAMADO
              WRITE REG-CHAMADO-REL FROM WCAB

              PERFORM 400-GRAVAR-RELATORIO

              CLOSE REL-CHAMADO

              MOVE "RELCHAMADO"     TO CTR-PROGRAMA
              MOVE "RELCHAMADO.CSV" TO CTR-ARQUIVO
              CALL "CATRELAT" USING W-PARAM-CATALOGO

              IF W-VISITA-ABERTO EQUAL "S"
                 CLOSE ARQ-VISITA
              END-IF
              IF W-DISTRIB-ABERTO EQUAL "S"
                 CLOSE ARQ-DISTRIB
              END-IF
              CLOSE ARQ-VENDEDOR
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-CHAMADO

              DISPLAY "RELCHAMADO - PERIODO DE SOLICITACAO: "
                      W-DATA-INI " A " W-DATA-FIM
              DISPLAY "RELCHAMADO - PRAZO URGENTE/NORMAL (DIAS): "
                      W-PRAZO-URGENTE "/" W-PRAZO-NORMAL
              DISPLAY "RELCHAMADO - CHAMADOS AVALIADOS: "
                      W-QTD-CHAMADOS
              DISPLAY "RELCHAMADO - FORA DO PRAZO: " W-QTD-VIOLADOS
              DISPLAY "RELCHAMADO - LINHAS GRAVADAS: " W-QTD-LINHAS
           END-IF

           DISPLAY "RELCHAMADO - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       010-LER-PARAMETROS.

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-DATA-HOJE TO SIS-DATA-REF

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

           OPEN INPUT ARQ-PARAM
           IF FS-PARAM EQUAL "00"
              READ ARQ-PARAM
              IF FS-PARAM EQUAL "00"
                 IF PARAM-DATA-INI IS NUMERIC
                    AND PARAM-DATA-INI GREATER ZEROS
                    MOVE PARAM-DATA-INI TO W-DATA-INI
                 END-IF
                 IF PARAM-DATA-FIM IS NUMERIC
                    AND PARAM-DATA-FIM GREATER ZEROS
                    MOVE PARAM-DATA-FIM TO W-DATA-FIM
                 END-IF
              END-IF
              CLOSE ARQ-PARAM
           END-IF.

      * ULTIMA RODADA COMPLETA DO FAZDISTRIB - DE ONDE SAI O
      * VENDEDOR DOS CHAMADOS AINDA SEM VISITA.
       050-ACHAR-ULTIMO-RUN.

           MOVE ZEROS TO W-RUN-ID-MAX
           MOVE "N"   TO W-RUNCTL-ABERTO

           OPEN INPUT ARQ-RUNCTL
           IF FS-RUNCTL EQUAL "00" OR FS-RUNCTL EQUAL "05"
              MOVE "S" TO W-RUNCTL-ABERTO
           END-IF

           IF FS-RUNCTL EQUAL "00"
              MOVE ZEROS TO RC-RUN-ID
              START ARQ-RUNCTL KEY IS NOT LESS RC-RUN-ID
                INVALID KEY MOVE "23" TO FS-RUNCTL
              END-START

              IF FS-RUNCTL EQUAL "00"
                 READ ARQ-RUNCTL NEXT
                 PERFORM 055-GUARDAR-RUN-COMPLETO
                    UNTIL FS-RUNCTL NOT EQUAL "00"
              END-IF
           END-IF

           IF W-RUNCTL-ABERTO EQUAL "S"
              CLOSE ARQ-RUNCTL
           END-IF
           MOVE "00" TO FS-RUNCTL

           MOVE "N" TO W-DISTRIB-ABERTO
           IF W-RUN-ID-MAX GREATER ZEROS
              OPEN INPUT ARQ-DISTRIB
              IF FS-DISTRIB EQUAL "00"
                 MOVE "S" TO W-DISTRIB-ABERTO
              ELSE
                 IF FS-DISTRIB EQUAL "05"
                    CLOSE ARQ-DISTRIB
                 END-IF
              END-IF
           END-IF
           MOVE "00" TO FS-DISTRIB.

       055-GUARDAR-RUN-COMPLETO.
           IF RC-RUN-COMPLETO
              MOVE RC-RUN-ID TO W-RUN-ID-MAX
           END-IF

           READ ARQ-RUNCTL NEXT.

       100-APURAR-CHAMADOS.

           MOVE ZEROS TO W-QTD-CHAMADOS
           MOVE ZEROS TO W-QTD-VIOLADOS

           MOVE ZEROS TO CH-COD-CLIENTE
           MOVE ZEROS TO CH-DATA-SOLIC
           START ARQ-CHAMADO KEY IS NOT LESS CH-CHAVE-CHAMADO
             INVALID KEY MOVE "23" TO FS-CHAMADO
           END-START

           IF FS-CHAMADO EQUAL "00"
              READ ARQ-CHAMADO NEXT
              PERFORM 110-AVALIAR-CHAMADO
                 UNTIL FS-CHAMADO NOT EQUAL "00"
           END-IF

           MOVE "00" TO FS-CHAMADO.

       110-AVALIAR-CHAMADO.

           IF CH-DATA-SOLIC NOT LESS W-DATA-INI
              AND CH-DATA-SOLIC NOT GREATER W-DATA-FIM
              AND CH-DATA-SOLIC GREATER ZEROS
              ADD 1 TO W-QTD-CHAMADOS

              IF CH-URGENTE
                 MOVE 1               TO W-IDX-URG
                 MOVE W-PRAZO-URGENTE TO W-PRAZO-CHAMADO
              ELSE
                 MOVE 2               TO W-IDX-URG
                 MOVE W-PRAZO-NORMAL  TO W-PRAZO-CHAMADO
              END-IF

              PERFORM 120-CLASSIFICAR-PRAZO
              PERFORM 130-ACHAR-VENDEDOR
              PERFORM 140-ACHAR-REGIAO

              MOVE 1 TO W-IDX-GRUPO
              PERFORM 200-SOMAR-GRUPO

              COMPUTE W-IDX-GRUPO = W-VENDEDOR-CHA + 2
              PERFORM 200-SOMAR-GRUPO

              PERFORM 150-ACHAR-GRUPO-REGIAO
              IF W-IDX-REG GREATER ZEROS
                 MOVE W-IDX-REG TO W-IDX-GRUPO
                 PERFORM 200-SOMAR-GRUPO
              END-IF
           END-IF

           READ ARQ-CHAMADO NEXT.

      * DIAS CORRIDOS DA SOLICITACAO AO ATENDIMENTO (OU ATE HOJE,
      * PARA O CHAMADO AINDA ABERTO OU AGENDADO) CONTRA O PRAZO.
       120-CLASSIFICAR-PRAZO.

           IF CH-ATENDIDO AND CH-DATA-ATENDIMENTO GREATER ZEROS
              COMPUTE W-DIAS-CHAMADO =
                      FUNCTION INTEGER-OF-DATE(CH-DATA-ATENDIMENTO)
                      - FUNCTION INTEGER-OF-DATE(CH-DATA-SOLIC)
              IF W-DIAS-CHAMADO LESS ZEROS
                 MOVE ZEROS TO W-DIAS-CHAMADO
              END-IF

              IF W-DIAS-CHAMADO GREATER W-PRAZO-CHAMADO
                 MOVE "F" TO W-SITUACAO-PRAZO
              ELSE
                 MOVE "P" TO W-SITUACAO-PRAZO
              END-IF
           ELSE
              COMPUTE W-DIAS-CHAMADO =
                      FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
                      - FUNCTION INTEGER-OF-DATE(CH-DATA-SOLIC)

              IF W-DIAS-CHAMADO GREATER W-PRAZO-CHAMADO
                 MOVE "T" TO W-SITUACAO-PRAZO
              ELSE
                 MOVE "A" TO W-SITUACAO-PRAZO
              END-IF
           END-IF

           IF W-SITUACAO-PRAZO EQUAL "F"
              OR W-SITUACAO-PRAZO EQUAL "T"
              ADD 1 TO W-QTD-VIOLADOS
           END-IF.

       130-ACHAR-VENDEDOR.

           MOVE ZEROS TO W-VENDEDOR-CHA

           IF W-SITUACAO-PRAZO EQUAL "P" OR W-SITUACAO-PRAZO EQUAL "F"
              IF W-VISITA-ABERTO EQUAL "S"
                 MOVE CH-COD-CLIENTE      TO V-COD-CLIENTE
                 MOVE CH-DATA-ATENDIMENTO TO V-DATA-VISITA

                 READ ARQ-VISITA RECORD KEY IS V-CHAVE-VISITA
                   INVALID KEY MOVE "23" TO FS-VISITA
                 END-READ

                 IF FS-VISITA EQUAL "00"
                    MOVE V-COD-VENDEDOR TO W-VENDEDOR-CHA
                 END-IF
                 MOVE "00" TO FS-VISITA
              END-IF
           END-IF

           IF W-VENDEDOR-CHA EQUAL ZEROS
              AND W-DISTRIB-ABERTO EQUAL "S"
              MOVE W-RUN-ID-MAX   TO D-RUN-ID
              MOVE CH-COD-CLIENTE TO D-COD-CLIENTE

              READ ARQ-DISTRIB RECORD KEY IS D-CHAVE-DISTRIB
                INVALID KEY MOVE "23" TO FS-DISTRIB
              END-READ

              IF FS-DISTRIB EQUAL "00" AND D-ATRIBUIDO
                 MOVE D-COD-VENDEDOR TO W-VENDEDOR-CHA
              END-IF
              MOVE "00" TO FS-DISTRIB
           END-IF.

       140-ACHAR-REGIAO.

           MOVE SPACES TO W-REGIAO-CHA

           MOVE CH-COD-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
             INVALID KEY MOVE "23" TO FS-CLIENTE
           END-READ

           IF FS-CLIENTE EQUAL "00"
              MOVE REGIAO-CLIENTE TO W-REGIAO-CHA
           END-IF
           MOVE "00" TO FS-CLIENTE.

      * POSICAO DA REGIAO W-REGIAO-CHA NA TABELA DE GRUPOS, INCLUIDA
      * EM ORDEM QUANDO AINDA NAO EXISTE. TABELA CHEIA DEVOLVE ZERO
      * (A REGIAO FICA SO NO TOTAL GERAL E NO VENDEDOR).
       150-ACHAR-GRUPO-REGIAO.

           MOVE W-PRIMEIRA-REGIAO TO W-IDX-AUX
           PERFORM 151-AVANCAR-REGIAO
              UNTIL W-IDX-AUX GREATER W-ULTIMA-REGIAO
                 OR W-GRP-REGIAO (W-IDX-AUX) NOT LESS W-REGIAO-CHA

           IF W-IDX-AUX NOT GREATER W-ULTIMA-REGIAO
              AND W-GRP-REGIAO (W-IDX-AUX) EQUAL W-REGIAO-CHA
              MOVE W-IDX-AUX TO W-IDX-REG
           ELSE
              IF W-ULTIMA-REGIAO NOT LESS W-LIMITE-REGIAO
                 MOVE ZEROS TO W-IDX-REG
              ELSE
                 PERFORM 152-DESLOCAR-REGIAO
                    VARYING W-IDX-DESLOC FROM W-ULTIMA-REGIAO BY -1
                    UNTIL W-IDX-DESLOC LESS W-IDX-AUX

                 INITIALIZE W-GRP-ITEM (W-IDX-AUX)
                 MOVE W-REGIAO-CHA TO W-GRP-REGIAO (W-IDX-AUX)
                 ADD 1 TO W-ULTIMA-REGIAO
                 MOVE W-IDX-AUX TO W-IDX-REG
              END-IF
           END-IF.

       151-AVANCAR-REGIAO.
           ADD 1 TO W-IDX-AUX.

       152-DESLOCAR-REGIAO.
           MOVE W-GRP-ITEM (W-IDX-DESLOC)
             TO W-GRP-ITEM (W-IDX-DESLOC + 1).

       200-SOMAR-GRUPO.

           ADD 1 TO W-GRP-QTD (W-IDX-GRUPO W-IDX-URG)

           EVALUATE W-SITUACAO-PRAZO
              WHEN "P"
                 ADD 1 TO W-GRP-NO-PRAZO (W-IDX-GRUPO W-IDX-URG)
                 ADD W-DIAS-CHAMADO
                  TO W-GRP-SOMA-DIAS (W-IDX-GRUPO W-IDX-URG)
              WHEN "F"
                 ADD 1 TO W-GRP-FORA-PRAZO (W-IDX-GRUPO W-IDX-URG)
                 ADD W-DIAS-CHAMADO
                  TO W-GRP-SOMA-DIAS (W-IDX-GRUPO W-IDX-URG)
              WHEN "A"
                 ADD 1 TO W-GRP-ABERTO-PRAZO (W-IDX-GRUPO W-IDX-URG)
              WHEN "T"
                 ADD 1 TO W-GRP-ABERTO-ATRASO (W-IDX-GRUPO W-IDX-URG)
           END-EVALUATE.

      * TOTAL GERAL, DEPOIS CADA REGIAO E CADA VENDEDOR COM ALGUM
      * CHAMADO NO PERIODO - UMA LINHA POR URGENCIA.
       400-GRAVAR-RELATORIO.

           MOVE ZEROS TO W-QTD-LINHAS

           MOVE 1                  TO W-IDX-GRUPO
           MOVE "GERAL"            TO WDET-VISAO
           MOVE SPACES             TO WDET-CHAVE
           MOVE "TODOS OS CHAMADOS" TO WDET-DESCRICAO
           PERFORM 410-GRAVAR-URGENCIAS

           PERFORM 420-GRAVAR-REGIAO
              VARYING W-IDX-GRUPO FROM W-PRIMEIRA-REGIAO BY 1
              UNTIL W-IDX-GRUPO GREATER W-ULTIMA-REGIAO

           PERFORM 430-GRAVAR-VENDEDOR
              VARYING W-IDX-GRUPO FROM 2 BY 1
              UNTIL W-IDX-GRUPO GREATER 1001.

       410-GRAVAR-URGENCIAS.

           PERFORM 415-GRAVAR-LINHA
              VARYING W-IDX-URG FROM 1 BY 1
              UNTIL W-IDX-URG GREATER 2.

       415-GRAVAR-LINHA.

           IF W-GRP-QTD (W-IDX-GRUPO W-IDX-URG) GREATER ZEROS
              IF W-IDX-URG EQUAL 1
                 MOVE "URGENTE"       TO WDET-URGENCIA
                 MOVE W-PRAZO-URGENTE TO WDET-PRAZO
              ELSE
                 MOVE "NORMAL"        TO WDET-URGENCIA
                 MOVE W-PRAZO-NORMAL  TO WDET-PRAZO
              END-IF

              MOVE W-GRP-QTD (W-IDX-GRUPO W-IDX-URG) TO WDET-QTD
              MOVE W-GRP-NO-PRAZO (W-IDX-GRUPO W-IDX-URG)
                TO WDET-NO-PRAZO
              MOVE W-GRP-FORA-PRAZO (W-IDX-GRUPO W-IDX-URG)
                TO WDET-FORA-PRAZO
              MOVE W-GRP-ABERTO-PRAZO (W-IDX-GRUPO W-IDX-URG)
                TO WDET-ABERTO-PRAZO
              MOVE W-GRP-ABERTO-ATRASO (W-IDX-GRUPO W-IDX-URG)
                TO WDET-ABERTO-ATRASO

      * O ABERTO AINDA DENTRO DO PRAZO NAO ENTRA NO PERCENTUAL -
      * AINDA PODE SER ATENDIDO A TEMPO.
              COMPUTE W-QTD-ATENDIDOS =
                      W-GRP-NO-PRAZO   (W-IDX-GRUPO W-IDX-URG)
                    + W-GRP-FORA-PRAZO (W-IDX-GRUPO W-IDX-URG)
              COMPUTE W-QTD-AVALIADOS = W-QTD-ATENDIDOS
                    + W-GRP-ABERTO-ATRASO (W-IDX-GRUPO W-IDX-URG)

              MOVE ZEROS TO W-PCT-CALC
              IF W-QTD-AVALIADOS GREATER ZEROS
                 COMPUTE W-PCT-CALC ROUNDED =
                         W-GRP-NO-PRAZO (W-IDX-GRUPO W-IDX-URG) * 100
                         / W-QTD-AVALIADOS
              END-IF
              MOVE W-PCT-CALC TO WDET-PCT-NO-PRAZO

              MOVE ZEROS TO W-MEDIA-CALC
              IF W-QTD-ATENDIDOS GREATER ZEROS
                 COMPUTE W-MEDIA-CALC ROUNDED =
                         W-GRP-SOMA-DIAS (W-IDX-GRUPO W-IDX-URG)
                         / W-QTD-ATENDIDOS
              END-IF
              MOVE W-MEDIA-CALC TO WDET-MEDIA-DIAS

              WRITE REG-CHAMADO-REL FROM WDET
              ADD 1 TO W-QTD-LINHAS
           END-IF.

       420-GRAVAR-REGIAO.

           MOVE "REGIAO"                   TO WDET-VISAO
           MOVE W-GRP-REGIAO (W-IDX-GRUPO) TO WDET-CHAVE

           IF W-GRP-REGIAO (W-IDX-GRUPO) EQUAL SPACES
              MOVE "SEM REGIAO" TO WDET-DESCRICAO
           ELSE
              MOVE W-GRP-REGIAO (W-IDX-GRUPO) TO PRG-CODIGO
              CALL "VERREGIAO" USING W-PARAM-REGIAO
              MOVE PRG-DESCRICAO TO WDET-DESCRICAO
           END-IF

           PERFORM 410-GRAVAR-URGENCIAS.

       430-GRAVAR-VENDEDOR.

           IF W-GRP-QTD (W-IDX-GRUPO 1) GREATER ZEROS
              OR W-GRP-QTD (W-IDX-GRUPO 2) GREATER ZEROS
              COMPUTE W-COD-VENDEDOR-REL = W-IDX-GRUPO - 2

              MOVE "VENDEDOR"         TO WDET-VISAO
              MOVE W-COD-VENDEDOR-REL TO WDET-CHAVE

              IF W-COD-VENDEDOR-REL EQUAL ZEROS
                 MOVE "SEM VENDEDOR" TO WDET-DESCRICAO
              ELSE
                 MOVE W-COD-VENDEDOR-REL TO COD-VENDEDOR
                 READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR
                   INVALID KEY MOVE "23" TO FS-VENDEDOR
                 END-READ

                 IF FS-VENDEDOR EQUAL "00"
                    MOVE NOME-VENDEDOR TO WDET-DESCRICAO
                 ELSE
                    MOVE "VENDEDOR NAO CADASTRADO" TO WDET-DESCRICAO
                    MOVE "00" TO FS-VENDEDOR
                 END-IF
              END-IF

              PERFORM 410-GRAVAR-URGENCIAS
           END-IF.

       END PROGRAM RELCHAMADO.
