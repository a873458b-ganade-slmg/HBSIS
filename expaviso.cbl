       PROGRAM-ID.   EXPAVISO.
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

           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VENDEDOR.

           SELECT OPTIONAL ARQ-DISTRIB ASSIGN TO DISK
                  ORGANIZATION     IS INDEXED
                  ACCESS MODE      IS DYNAMIC
                  RECORD  KEY      IS D-CHAVE-DISTRIB
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS FS-DISTRIB.

           SELECT OPTIONAL ARQ-RUNCTL ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RC-RUN-ID
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-RUNCTL.

           SELECT OPTIONAL ARQ-CHAMADO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CH-CHAVE-CHAMADO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CHAMADO.

           SELECT OPTIONAL ARQ-TITULO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TIT-CHAVE-TITULO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-TITULO.

           SELECT OPTIONAL ARQ-PLANO ASSIGN TO DISK
                  ORGANIZATION     IS LINE SEQUENTIAL
                  ACCESS MODE      IS SEQUENTIAL
                  FILE STATUS      IS FS-PLANO.

      *-----------------------------------------------------------
      * FOLHA DE MUDANCAS DO PLANO EMITIDA PELO RELROTA NA ULTIMA
      * REGERACAO - SO E LIDA QUANDO O PLANO ATIVO FOI GERADO NO
      * DIA DE REFERENCIA.
      *-----------------------------------------------------------
           SELECT OPTIONAL REL-MUDANCA ASSIGN TO "RELMUDANCA.CSV"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-MUDANCA.

      *-----------------------------------------------------------
      * LOG DOS AVISOS GERADOS (CADAVISO) - TAMBEM E O QUE IMPEDE
      * O MESMO DIA DE SER DISPARADO DUAS VEZES AO GATEWAY.
      *-----------------------------------------------------------
           SELECT OPTIONAL ARQ-AVISO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS AVS-CHAVE-AVISO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-AVISO.

           SELECT ARQ-PARAM ASSIGN TO "EXPAVISO.PAR"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-PARAM.

           SELECT ARQ-SORT      ASSIGN TO "EXPAVISO.TMP"
                  FILE STATUS   IS FS-SORT.

           SELECT EXP-AVISO ASSIGN TO "EXPAVISO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLIENTE'.

       COPY "CADCLIENTE.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.

       COPY "CADVENDEDOR.CPY".

       FD  ARQ-DISTRIB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADDISTRIB'.

       COPY "CADDISTRIB.CPY".

       FD  ARQ-RUNCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADRUNCTL'.

       COPY "CADRUNCTL.CPY".

       FD  ARQ-CHAMADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCHAMADO'.

       COPY "CADCHAMADO.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADTITULO'.

       COPY "CADTITULO.CPY".

       FD  ARQ-PLANO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPLANO'.

       COPY "CADPLANO.CPY".

      * MESMO LAYOUT DO WDET-MUDANCA DO RELROTA; A LINHA DE TITULO
      * NAO COMECA POR ";" E E DESPREZADA.
       FD  REL-MUDANCA
           LABEL RECORD IS STANDARD.

       01  REG-MUDANCA.
           03 MUD-SEP-1            PIC X(001).
           03 MUD-VENDEDOR         PIC 9(003).
           03 FILLER               PIC X(001).
           03 MUD-COD-CLIENTE      PIC 9(007).
           03 FILLER               PIC X(001).
           03 MUD-ALTERACAO        PIC X(012).
           03 FILLER               PIC X(001).
           03 MUD-DIA-ANTERIOR     PIC X(010).
           03 FILLER               PIC X(001).
           03 MUD-DIA-NOVO         PIC X(010).
           03 FILLER               PIC X(053).

       FD  ARQ-AVISO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADAVISO'.

       COPY "CADAVISO.CPY".

       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.

       01  REG-PARAM.
           03 PARAM-DATA-REF       PIC 9(008).

      * UM EVENTO POR REGISTRO - ORDENADO POR VENDEDOR PARA O
      * GATEWAY RECEBER AS MENSAGENS DE CADA UM EM SEQUENCIA.
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SRT-COD-VENDEDOR     PIC 9(003).
           03 SRT-TIPO             PIC X(001).
           03 SRT-COD-CLIENTE      PIC 9(007).
           03 SRT-TEXTO            PIC X(160).

      *-----------------------------------------------------------
      * ARQUIVO DE SAIDA PARA O GATEWAY DE SMS/E-MAIL - LAYOUT FIXO
      * COMO O EXPCRM.TXT, ENVELOPADO POR HEADER ("H") E TRAILER
      * ("T") COM A CONTAGEM DE MENSAGENS. CADA DETALHE ("D") E UMA
      * MENSAGEM, IDENTIFICADA POR DATA + SEQUENCIA - O MESMO
      * IDENTIFICADOR QUE O GATEWAY DEVOLVE NO EXPAVISO.RET.
      *-----------------------------------------------------------
       FD  EXP-AVISO.
       01  REG-EXP-AVISO.
           03 EXA-TIPO-REG         PIC X(001).
           03 EXA-DATA             PIC 9(008).
           03 EXA-SEQ              PIC 9(006).
           03 EXA-COD-VENDEDOR     PIC 9(003).
           03 EXA-TELEFONE         PIC X(015).
           03 EXA-EMAIL            PIC X(050).
           03 EXA-TIPO-AVISO       PIC X(001).
           03 EXA-COD-CLIENTE      PIC 9(007).
           03 EXA-TEXTO            PIC X(160).

       01  REG-EXA-CAB.
           03 EXA-CAB-TIPO-REG     PIC X(001).
           03 EXA-CAB-DATA-REF     PIC 9(008).
           03 EXA-CAB-DATA-GERACAO PIC 9(008).
           03 EXA-CAB-HORA-GERACAO PIC 9(008).
           03 FILLER               PIC X(226).

       01  REG-EXA-TRL.
           03 EXA-TRL-TIPO-REG     PIC X(001).
           03 EXA-TRL-QTD-AVISOS   PIC 9(009).
           03 FILLER               PIC X(241).

       WORKING-STORAGE SECTION.

       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-VENDEDOR             PIC  X(002)         VALUE "00".
       77 FS-DISTRIB              PIC  X(002)         VALUE "00".
       77 FS-RUNCTL               PIC  X(002)         VALUE "00".
       77 FS-CHAMADO              PIC  X(002)         VALUE "00".
       77 FS-TITULO               PIC  X(002)         VALUE "00".
       77 FS-PLANO                PIC  X(002)         VALUE "00".
       77 FS-MUDANCA              PIC  X(002)         VALUE "00".
       77 FS-AVISO                PIC  X(002)         VALUE "00".
       77 FS-PARAM                PIC  X(002)         VALUE "00".
       77 FS-SORT                 PIC  X(002)         VALUE "00".
       77 W-RUNCTL-ABERTO         PIC  X(001)         VALUE "N".
       77 W-DISTRIB-ABERTO        PIC  X(001)         VALUE "N".

      * DIA DE REFERENCIA DOS EVENTOS (EXPAVISO.PAR; ZEROS = HOJE).
       77 W-DATA-REF              PIC  9(008)         VALUE ZEROS.
       77 W-DATA-VESPERA          PIC  9(008)         VALUE ZEROS.
       77 W-DATA-HOJE             PIC  9(008)         VALUE ZEROS.
       77 W-HORA-GERACAO          PIC  9(008)         VALUE ZEROS.
       77 W-INT-AUX               PIC  9(009)         VALUE ZEROS.

       77 W-DIA-GERADO-SW         PIC  X(001)         VALUE "N".
          88 W-DIA-JA-GERADO         VALUE "S".

      * AS DUAS RODADAS COMPLETAS MAIS RECENTES - MESMA TECNICA DO
      * EXPCRM/RELPASSAGEM - E O DIA EM QUE A MAIS RECENTE TERMINOU.
       77 W-RUN-ID-MAX            PIC  9(016)         VALUE ZEROS.
       77 W-RUN-ID-ANT            PIC  9(016)         VALUE ZEROS.
       77 W-DATA-FIM-MAX          PIC  9(008)         VALUE ZEROS.
       77 W-DATA-FIM-AUX          PIC  9(008)         VALUE ZEROS.

       01  W-RUN-ID-GRUPO.
           03 W-RUN-DATA          PIC 9(008).
           03 W-RUN-HORA          PIC 9(008).
       01  W-RUN-ID REDEFINES W-RUN-ID-GRUPO PIC 9(016).

      * VENDEDOR TITULAR DO CLIENTE NA RODADA MAIS RECENTE.
       77 W-VEND-TITULAR          PIC  9(003)         VALUE ZEROS.

      * CLIENTES COM TITULO EM ABERTO VENCIDO NA VESPERA - OS
      * CANDIDATOS A TER VIRADO INADIMPLENTES HOJE. O CADTITULO E
      * FECHADO ANTES DAS CHAMADAS AO VERINADIM, QUE O ABRE POR
      * CONTA PROPRIA.
       01  W-TAB-CANDIDATO.
           03 W-CAN-COD-CLIENTE   PIC 9(007) OCCURS 5000 TIMES.

       77 W-QTD-CANDIDATOS        PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-CANDIDATO         PIC 9(004) COMP     VALUE ZEROS.

       01  PARAM-INADIM.
           03 INA-COD-CLIENTE      PIC 9(007).
           03 INA-DATA-REF         PIC 9(008).
           03 INA-VALOR-VENCIDO    PIC 9(011)V9(002).
           03 INA-SITUACAO         PIC X(001).
              88 INA-INADIMPLENTE     VALUE "S".
              88 INA-EM-DIA           VALUE "N".

      * VERSOES DO PLANO: A ATIVA GERADA NO DIA E A SUPERADA
      * IMEDIATAMENTE ANTERIOR. A FOLHA DE MUDANCAS SO VIRA AVISO
      * QUANDO AS DUAS SAO DA MESMA SEMANA - A GERACAO SEMANAL
      * NORMAL JA CHEGA AO VENDEDOR PELO PLANO NOVO.
       77 W-VERSAO-ATIVA          PIC 9(003)          VALUE ZEROS.
       77 W-DATA-VERSAO-ATIVA     PIC 9(008)          VALUE ZEROS.
       77 W-DATA-VERSAO-ANT       PIC 9(008)          VALUE ZEROS.
       77 W-DIAS-ENTRE-VERSOES    PIC S9(009)         VALUE ZEROS.

      * FOTOGRAFIA DA RODADA ANTERIOR (CLIENTE -> VENDEDOR), EM
      * ORDEM DE CLIENTE COMO NO CADDISTRIB - PAREADA COM A RODADA
      * ATUAL POR INTERCALACAO.
       01  W-TAB-ANT.
           03 W-TAB-ANT-ITEM OCCURS 50000 TIMES.
              05 W-TAB-ANT-COD-CLIENTE  PIC 9(007).
              05 W-TAB-ANT-COD-VENDEDOR PIC 9(003).

       77 W-QTD-TAB-ANT           PIC 9(005) COMP     VALUE ZEROS.
       77 W-IDX-TAB-ANT           PIC 9(005) COMP     VALUE ZEROS.

       77 W-QTD-CHAMADOS          PIC 9(007)          VALUE ZEROS.
       77 W-QTD-INADIMPLENTES     PIC 9(007)          VALUE ZEROS.
       77 W-QTD-MUDANCAS          PIC 9(007)          VALUE ZEROS.
       77 W-QTD-PASSAGENS         PIC 9(007)          VALUE ZEROS.
       77 W-QTD-SEM-VENDEDOR      PIC 9(007)          VALUE ZEROS.
       77 W-QTD-AVISOS            PIC 9(009)          VALUE ZEROS.
       77 W-QTD-SEM-DESTINO       PIC 9(009)          VALUE ZEROS.
       77 W-SEQ-AVISO             PIC 9(006)          VALUE ZEROS.

      * VENDEDOR CORRENTE NA SAIDA DO SORT E O SEU CONTATO.
       77 W-VEND-CORRENTE         PIC 9(003)          VALUE ZEROS.
       77 W-TELEFONE-CORRENTE     PIC X(015)          VALUE SPACES.
       77 W-EMAIL-CORRENTE        PIC X(050)          VALUE SPACES.

      * AREAS DE MONTAGEM DO TEXTO DA MENSAGEM.
       77 W-TEXTO                 PIC X(160)          VALUE SPACES.
       77 W-COD-CLIENTE-ED        PIC 9(007)          VALUE ZEROS.
       77 W-COD-VENDEDOR-ED       PIC 9(003)          VALUE ZEROS.
       77 W-VALOR-ED              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  W-DATA-AUX.
           03 W-DATA-AUX-ANO      PIC 9(004).
           03 W-DATA-AUX-MES      PIC 9(002).
           03 W-DATA-AUX-DIA      PIC 9(002).

       01  W-DATA-ED.
           03 W-DATA-ED-DIA       PIC 9(002).
           03 FILLER              PIC X(001)          VALUE "/".
           03 W-DATA-ED-MES       PIC 9(002).
           03 FILLER              PIC X(001)          VALUE "/".
           03 W-DATA-ED-ANO       PIC 9(004).

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * AVISOS DIARIOS AOS VENDEDORES: JUNTA OS EVENTOS DO DIA DE
      * REFERENCIA QUE O VENDEDOR SO DESCOBRIRIA NO PROXIMO PLANO
      * OU FOLHA DE ROTA - CHAMADO URGENTE DE CLIENTE DA CARTEIRA,
      * CLIENTE QUE ACABOU DE FICAR INADIMPLENTE (VERINADIM),
      * MUDANCA DE PLANO NO MEIO DA SEMANA (RELMUDANCA) E PASSAGEM
      * DE CARTEIRA ENTRE AS DUAS ULTIMAS RODADAS (A MESMA DO
      * RELPASSAGEM) - E GRAVA UMA MENSAGEM POR EVENTO NO
      * EXPAVISO.TXT, COM O TELEFONE/E-MAIL DO VENDEDOR COMO
      * DESTINO, PARA O GATEWAY DE SMS/E-MAIL. CADA MENSAGEM FICA
      * NO CADAVISO; O RETORNO DO GATEWAY E PROCESSADO PELO
      * IMPAVISORET. VENDEDOR SEM CONTATO CADASTRADO TEM O AVISO
      * REGISTRADO COMO SEM DESTINO E FORA DO ARQUIVO (RETURN-CODE
      * 4). DIA JA GERADO NAO E GERADO DE NOVO (RETURN-CODE 12).
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "EXPAVISO - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           PERFORM 040-LER-PARAMETROS

           OPEN I-O ARQ-AVISO

           IF FS-AVISO NOT EQUAL "00" AND FS-AVISO NOT EQUAL "05"
              DISPLAY "EXPAVISO - ERRO NA ABERTURA DO CADAVISO: "
                      FS-AVISO
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 060-VERIFICAR-DIA-GERADO

              IF W-DIA-JA-GERADO
                 DISPLAY "EXPAVISO - AVISOS DE " W-DATA-REF
                         " JA GERADOS - NADA A FAZER"
                 MOVE 12 TO RETURN-CODE
              ELSE
                 OPEN INPUT ARQ-CLIENTE
                 OPEN INPUT ARQ-VENDEDOR
                 OPEN INPUT ARQ-DISTRIB

                 IF FS-DISTRIB EQUAL "00"
                    MOVE "S" TO W-DISTRIB-ABERTO
                    PERFORM 050-ACHAR-ULTIMOS-RUNS
                 ELSE
                    IF FS-DISTRIB EQUAL "05"
                       CLOSE ARQ-DISTRIB
                    END-IF
                 END-IF

                 ACCEPT W-DATA-HOJE    FROM DATE YYYYMMDD
                 ACCEPT W-HORA-GERACAO FROM TIME

                 OPEN OUTPUT EXP-AVISO
                 PERFORM 070-GRAVAR-HEADER

                 SORT ARQ-SORT
                      ON ASCENDING KEY SRT-COD-VENDEDOR
                                       SRT-TIPO
                                       SRT-COD-CLIENTE
                      INPUT  PROCEDURE IS 100-COLETAR-EVENTOS
                      OUTPUT PROCEDURE IS 500-GRAVAR-AVISOS

                 PERFORM 080-GRAVAR-TRAILER
                 CLOSE EXP-AVISO

                 CLOSE ARQ-CLIENTE
                 CLOSE ARQ-VENDEDOR
                 IF W-DISTRIB-ABERTO EQUAL "S"
                    CLOSE ARQ-DISTRIB
                 END-IF

                 DISPLAY "EXPAVISO - DIA DE REFERENCIA: " W-DATA-REF
                 DISPLAY "EXPAVISO - CHAMADOS URGENTES: "
                         W-QTD-CHAMADOS
                 DISPLAY "EXPAVISO - CLIENTES QUE FICARAM "
                         "INADIMPLENTES: " W-QTD-INADIMPLENTES
                 DISPLAY "EXPAVISO - MUDANCAS DE PLANO: "
                         W-QTD-MUDANCAS
                 DISPLAY "EXPAVISO - CONTAS QUE TROCARAM DE MAO: "
                         W-QTD-PASSAGENS
                 DISPLAY "EXPAVISO - EVENTOS SEM VENDEDOR TITULAR: "
                         W-QTD-SEM-VENDEDOR
                 DISPLAY "EXPAVISO - AVISOS GRAVADOS: " W-QTD-AVISOS
                 DISPLAY "EXPAVISO - AVISOS SEM DESTINO: "
                         W-QTD-SEM-DESTINO

                 IF W-QTD-SEM-DESTINO GREATER ZEROS
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF

              CLOSE ARQ-AVISO
           END-IF

           DISPLAY "EXPAVISO - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       040-LER-PARAMETROS.

           ACCEPT W-DATA-REF FROM DATE YYYYMMDD

           OPEN INPUT ARQ-PARAM
           IF FS-PARAM EQUAL "00"
              READ ARQ-PARAM
              IF FS-PARAM EQUAL "00"
                 IF PARAM-DATA-REF IS NUMERIC
                    AND PARAM-DATA-REF GREATER ZEROS
                    MOVE PARAM-DATA-REF TO W-DATA-REF
                 END-IF
              END-IF
              CLOSE ARQ-PARAM
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(W-DATA-REF) NOT EQUAL ZERO
              DISPLAY "EXPAVISO - DATA DE REFERENCIA INVALIDA: "
                      W-DATA-REF " - ASSUMIDA A DATA DE HOJE"
              ACCEPT W-DATA-REF FROM DATE YYYYMMDD
           END-IF

           COMPUTE W-INT-AUX =
                   FUNCTION INTEGER-OF-DATE(W-DATA-REF) - 1
           COMPUTE W-DATA-VESPERA =
                   FUNCTION DATE-OF-INTEGER(W-INT-AUX).

      * ACHA OS DOIS RUN-IDS COMPLETOS MAIS RECENTES - MESMA LOGICA
      * DO EXPCRM. SEM O CONTROLE DE EXECUCAO, O DIA DE TERMINO DA
      * RODADA E A DATA CONTIDA NO PROPRIO RUN-ID.
       050-ACHAR-ULTIMOS-RUNS.
           MOVE ZEROS TO W-RUN-ID-MAX
           MOVE ZEROS TO W-RUN-ID-ANT
           MOVE ZEROS TO W-DATA-FIM-MAX

           PERFORM 045-LER-RUN-CONTROL

           IF W-RUN-ID-MAX EQUAL ZEROS
              MOVE ZEROS TO D-RUN-ID
              MOVE ZEROS TO D-COD-CLIENTE
              START ARQ-DISTRIB KEY IS NOT LESS D-CHAVE-DISTRIB
                INVALID KEY MOVE "23" TO FS-DISTRIB
              END-START

              IF FS-DISTRIB EQUAL "00"
                 READ ARQ-DISTRIB NEXT
                 PERFORM 051-SALTAR-PROXIMO-RUN
                    UNTIL FS-DISTRIB NOT EQUAL "00"
              END-IF

              MOVE W-RUN-ID-MAX TO W-RUN-ID
              MOVE W-RUN-DATA   TO W-DATA-FIM-MAX
           END-IF

           MOVE "00" TO FS-DISTRIB.

       045-LER-RUN-CONTROL.
           MOVE "N" TO W-RUNCTL-ABERTO

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
                 PERFORM 046-GUARDAR-RUN-COMPLETO
                    UNTIL FS-RUNCTL NOT EQUAL "00"
              END-IF
           END-IF

           IF W-RUNCTL-ABERTO EQUAL "S"
              CLOSE ARQ-RUNCTL
           END-IF.

       046-GUARDAR-RUN-COMPLETO.
           IF RC-RUN-COMPLETO
              MOVE W-RUN-ID-MAX TO W-RUN-ID-ANT
              MOVE RC-RUN-ID    TO W-RUN-ID-MAX
              MOVE RC-DATA-FIM  TO W-DATA-FIM-MAX
           END-IF

           READ ARQ-RUNCTL NEXT.

       051-SALTAR-PROXIMO-RUN.
           MOVE W-RUN-ID-MAX TO W-RUN-ID-ANT
           MOVE D-RUN-ID     TO W-RUN-ID-MAX

           MOVE 9999999 TO D-COD-CLIENTE
           START ARQ-DISTRIB KEY IS GREATER D-CHAVE-DISTRIB
             INVALID KEY MOVE "23" TO FS-DISTRIB
           END-START

           IF FS-DISTRIB EQUAL "00"
              READ ARQ-DISTRIB NEXT
           END-IF.

      * O CADAVISO E CHAVEADO POR DATA + SEQUENCIA: QUALQUER
      * REGISTRO COM A DATA DE REFERENCIA SIGNIFICA DIA JA GERADO.
       060-VERIFICAR-DIA-GERADO.
           MOVE "N" TO W-DIA-GERADO-SW

           IF FS-AVISO EQUAL "00"
              MOVE W-DATA-REF TO AVS-DATA
              MOVE ZEROS      TO AVS-SEQ
              START ARQ-AVISO KEY IS NOT LESS AVS-CHAVE-AVISO
                INVALID KEY MOVE "23" TO FS-AVISO
              END-START

              IF FS-AVISO EQUAL "00"
                 READ ARQ-AVISO NEXT
                 IF FS-AVISO EQUAL "00"
                    AND AVS-DATA EQUAL W-DATA-REF
                    MOVE "S" TO W-DIA-GERADO-SW
                 END-IF
              END-IF
           END-IF

           MOVE "00" TO FS-AVISO.

       070-GRAVAR-HEADER.
           INITIALIZE REG-EXA-CAB

           MOVE "H"            TO EXA-CAB-TIPO-REG
           MOVE W-DATA-REF     TO EXA-CAB-DATA-REF
           MOVE W-DATA-HOJE    TO EXA-CAB-DATA-GERACAO
           MOVE W-HORA-GERACAO TO EXA-CAB-HORA-GERACAO

           WRITE REG-EXA-CAB.

       080-GRAVAR-TRAILER.
           INITIALIZE REG-EXA-TRL

           MOVE "T"          TO EXA-TRL-TIPO-REG
           MOVE W-QTD-AVISOS TO EXA-TRL-QTD-AVISOS

           WRITE REG-EXA-TRL.

      *-----------------------------------------------------------
      * ENTRADA DO SORT: AS QUATRO FONTES DE EVENTOS DO DIA. AS
      * LEITURAS DIRETAS NO CADDISTRIB (VENDEDOR TITULAR) VEM ANTES
      * DA VARREDURA SEQUENCIAL DA PASSAGEM DE CARTEIRA.
      *-----------------------------------------------------------
       100-COLETAR-EVENTOS.

           PERFORM 200-COLETAR-CHAMADOS
           PERFORM 250-COLETAR-INADIMPLENTES
           PERFORM 300-COLETAR-MUDANCAS-PLANO
           PERFORM 400-COLETAR-PASSAGENS.

      * VENDEDOR TITULAR DO CLIENTE NA RODADA COMPLETA MAIS RECENTE
      * - ZEROS QUANDO NAO HA RODADA OU O CLIENTE NAO ESTA ATRIBUIDO.
       150-ACHAR-VENDEDOR-TITULAR.
           MOVE ZEROS TO W-VEND-TITULAR

           IF W-DISTRIB-ABERTO EQUAL "S"
              AND W-RUN-ID-MAX GREATER ZEROS
              MOVE W-RUN-ID-MAX TO D-RUN-ID
              READ ARQ-DISTRIB RECORD KEY IS D-CHAVE-DISTRIB
                INVALID KEY MOVE "23" TO FS-DISTRIB
              END-READ

              IF FS-DISTRIB EQUAL "00"
                 AND D-ATRIBUIDO
                 MOVE D-COD-VENDEDOR TO W-VEND-TITULAR
              END-IF

              MOVE "00" TO FS-DISTRIB
           END-IF.

      * RAZAO SOCIAL DO CLIENTE PARA O TEXTO DA MENSAGEM.
       160-LER-CLIENTE.
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
             INVALID KEY MOVE SPACES TO RAZAO-SOCIAL
           END-READ.

       170-EDITAR-DATA.
           MOVE W-DATA-AUX-DIA TO W-DATA-ED-DIA
           MOVE W-DATA-AUX-MES TO W-DATA-ED-MES
           MOVE W-DATA-AUX-ANO TO W-DATA-ED-ANO.

      *-----------------------------------------------------------
      * CHAMADOS URGENTES ABERTOS NO DIA DE REFERENCIA - AVISO AO
      * VENDEDOR TITULAR DO CLIENTE, QUE SO VERIA O CHAMADO NO
      * PROXIMO PLANO.
      *-----------------------------------------------------------
       200-COLETAR-CHAMADOS.

           OPEN INPUT ARQ-CHAMADO

           IF FS-CHAMADO EQUAL "00"
              READ ARQ-CHAMADO NEXT
              PERFORM 210-AVALIAR-CHAMADO
                 UNTIL FS-CHAMADO NOT EQUAL "00"
              CLOSE ARQ-CHAMADO
           ELSE
              IF FS-CHAMADO EQUAL "05"
                 CLOSE ARQ-CHAMADO
              END-IF
           END-IF

           MOVE "00" TO FS-CHAMADO.

       210-AVALIAR-CHAMADO.

           IF CH-URGENTE
              AND CH-ABERTO
              AND CH-DATA-SOLIC EQUAL W-DATA-REF
              MOVE CH-COD-CLIENTE TO D-COD-CLIENTE
              PERFORM 150-ACHAR-VENDEDOR-TITULAR

              IF W-VEND-TITULAR EQUAL ZEROS
                 ADD 1 TO W-QTD-SEM-VENDEDOR
              ELSE
                 MOVE CH-COD-CLIENTE TO COD-CLIENTE
                 PERFORM 160-LER-CLIENTE
                 MOVE CH-COD-CLIENTE TO W-COD-CLIENTE-ED

                 MOVE SPACES TO W-TEXTO
                 STRING "CHAMADO URGENTE DO CLIENTE "
                        W-COD-CLIENTE-ED " - "
                        RAZAO-SOCIAL DELIMITED BY "  "
                        " - MOTIVO: "
                        CH-MOTIVO DELIMITED BY "  "
                        ". VISITA A ENCAIXAR NA ROTA."
                        DELIMITED BY SIZE
                   INTO W-TEXTO
                 END-STRING

                 MOVE W-VEND-TITULAR TO SRT-COD-VENDEDOR
                 MOVE "C"            TO SRT-TIPO
                 MOVE CH-COD-CLIENTE TO SRT-COD-CLIENTE
                 MOVE W-TEXTO        TO SRT-TEXTO
                 RELEASE REG-SORT

                 ADD 1 TO W-QTD-CHAMADOS
              END-IF
           END-IF

           READ ARQ-CHAMADO NEXT.

      *-----------------------------------------------------------
      * CLIENTES QUE FICARAM INADIMPLENTES NO DIA: SO PODE VIRAR
      * INADIMPLENTE HOJE QUEM TEM TITULO EM ABERTO VENCIDO ONTEM.
      * O VERINADIM CONFIRMA QUE O CLIENTE ESTAVA EM DIA NA VESPERA
      * E ESTA INADIMPLENTE NA DATA DE REFERENCIA - OU SEJA, QUE O
      * BLOQUEIO DE PEDIDO COMECA HOJE.
      *-----------------------------------------------------------
       250-COLETAR-INADIMPLENTES.

           MOVE ZEROS TO W-QTD-CANDIDATOS

           OPEN INPUT ARQ-TITULO

           IF FS-TITULO EQUAL "00"
              READ ARQ-TITULO NEXT
              PERFORM 260-GUARDAR-CANDIDATO
                 UNTIL FS-TITULO NOT EQUAL "00"
              CLOSE ARQ-TITULO
           ELSE
              IF FS-TITULO EQUAL "05"
                 CLOSE ARQ-TITULO
              END-IF
           END-IF

           MOVE "00" TO FS-TITULO

           PERFORM 270-CONFIRMAR-BLOQUEIO
              VARYING W-IDX-CANDIDATO FROM 1 BY 1
              UNTIL W-IDX-CANDIDATO GREATER W-QTD-CANDIDATOS.

      * OS TITULOS VEM EM ORDEM DE CLIENTE: BASTA COMPARAR COM O
      * ULTIMO CANDIDATO GUARDADO PARA NAO REPETIR O CLIENTE.
       260-GUARDAR-CANDIDATO.

           IF TITULO-ABERTO
              AND TIT-DATA-VENCIMENTO EQUAL W-DATA-VESPERA
              AND TIT-VALOR GREATER TIT-VALOR-PAGO
              IF W-QTD-CANDIDATOS EQUAL ZEROS
                 OR W-CAN-COD-CLIENTE (W-QTD-CANDIDATOS)
                    NOT EQUAL TIT-COD-CLIENTE
                 IF W-QTD-CANDIDATOS LESS 5000
                    ADD 1 TO W-QTD-CANDIDATOS
                    MOVE TIT-COD-CLIENTE
                      TO W-CAN-COD-CLIENTE (W-QTD-CANDIDATOS)
                 END-IF
              END-IF
           END-IF

           READ ARQ-TITULO NEXT.

       270-CONFIRMAR-BLOQUEIO.

           MOVE W-CAN-COD-CLIENTE (W-IDX-CANDIDATO)
             TO INA-COD-CLIENTE
           MOVE W-DATA-VESPERA TO INA-DATA-REF
           CALL "VERINADIM" USING PARAM-INADIM

           IF INA-EM-DIA
              MOVE W-DATA-REF TO INA-DATA-REF
              CALL "VERINADIM" USING PARAM-INADIM

              IF INA-INADIMPLENTE
                 PERFORM 280-RELEASE-INADIMPLENTE
              END-IF
           END-IF.

       280-RELEASE-INADIMPLENTE.

           MOVE INA-COD-CLIENTE TO D-COD-CLIENTE
           PERFORM 150-ACHAR-VENDEDOR-TITULAR

           IF W-VEND-TITULAR EQUAL ZEROS
              ADD 1 TO W-QTD-SEM-VENDEDOR
           ELSE
              MOVE INA-COD-CLIENTE TO COD-CLIENTE
              PERFORM 160-LER-CLIENTE
              MOVE INA-COD-CLIENTE   TO W-COD-CLIENTE-ED
              MOVE INA-VALOR-VENCIDO TO W-VALOR-ED
              MOVE W-DATA-REF        TO W-DATA-AUX
              PERFORM 170-EDITAR-DATA

              MOVE SPACES TO W-TEXTO
              STRING "CLIENTE " W-COD-CLIENTE-ED " - "
                     RAZAO-SOCIAL DELIMITED BY "  "
                     " BLOQUEADO POR INADIMPLENCIA DESDE "
                     W-DATA-ED
                     ". SALDO VENCIDO R$ " W-VALOR-ED
                     ". PEDIDO NOVO SO APOS REGULARIZAR."
                     DELIMITED BY SIZE
                INTO W-TEXTO
              END-STRING

              MOVE W-VEND-TITULAR  TO SRT-COD-VENDEDOR
              MOVE "I"             TO SRT-TIPO
              MOVE INA-COD-CLIENTE TO SRT-COD-CLIENTE
              MOVE W-TEXTO         TO SRT-TEXTO
              RELEASE REG-SORT

              ADD 1 TO W-QTD-INADIMPLENTES
           END-IF.

      *-----------------------------------------------------------
      * MUDANCA DE PLANO: QUANDO A VERSAO ATIVA DO PLANO FOI GERADA
      * NO DIA DE REFERENCIA E SUBSTITUIU UMA VERSAO DA MESMA
      * SEMANA, CADA LINHA DA FOLHA DE MUDANCAS (RELMUDANCA.CSV)
      * VIRA UM AVISO AO VENDEDOR DA LINHA.
      *-----------------------------------------------------------
       300-COLETAR-MUDANCAS-PLANO.

           MOVE ZEROS TO W-VERSAO-ATIVA
           MOVE ZEROS TO W-DATA-VERSAO-ATIVA
           MOVE ZEROS TO W-DATA-VERSAO-ANT

           OPEN INPUT ARQ-PLANO

           IF FS-PLANO EQUAL "00"
              READ ARQ-PLANO
              PERFORM 310-ACHAR-VERSAO-ATIVA
                 UNTIL FS-PLANO NOT EQUAL "00"
              CLOSE ARQ-PLANO

              IF W-VERSAO-ATIVA GREATER 1
                 AND W-DATA-VERSAO-ATIVA EQUAL W-DATA-REF
                 OPEN INPUT ARQ-PLANO
                 READ ARQ-PLANO
                 PERFORM 320-ACHAR-VERSAO-ANTERIOR
                    UNTIL FS-PLANO NOT EQUAL "00"
                 CLOSE ARQ-PLANO
              END-IF
           ELSE
              IF FS-PLANO EQUAL "05"
                 CLOSE ARQ-PLANO
              END-IF
           END-IF

           MOVE "00" TO FS-PLANO

           IF W-DATA-VERSAO-ANT GREATER ZEROS
              COMPUTE W-DIAS-ENTRE-VERSOES =
                      FUNCTION INTEGER-OF-DATE(W-DATA-VERSAO-ATIVA)
                    - FUNCTION INTEGER-OF-DATE(W-DATA-VERSAO-ANT)

              IF W-DIAS-ENTRE-VERSOES LESS 7
                 OPEN INPUT REL-MUDANCA

                 IF FS-MUDANCA EQUAL "00"
                    READ REL-MUDANCA
                    PERFORM 330-AVALIAR-MUDANCA
                       UNTIL FS-MUDANCA NOT EQUAL "00"
                    CLOSE REL-MUDANCA
                 ELSE
                    IF FS-MUDANCA EQUAL "05"
                       CLOSE REL-MUDANCA
                    END-IF
                 END-IF

                 MOVE "00" TO FS-MUDANCA
              END-IF
           END-IF.

       310-ACHAR-VERSAO-ATIVA.
           IF PL-PLANO-ATIVO
              AND PL-VERSAO IS NUMERIC
              AND PL-VERSAO GREATER W-VERSAO-ATIVA
              MOVE PL-VERSAO       TO W-VERSAO-ATIVA
              MOVE PL-DATA-GERACAO TO W-DATA-VERSAO-ATIVA
           END-IF

           READ ARQ-PLANO.

       320-ACHAR-VERSAO-ANTERIOR.
           IF PL-PLANO-SUPERADO
              AND PL-VERSAO IS NUMERIC
              AND PL-VERSAO EQUAL W-VERSAO-ATIVA - 1
              AND PL-DATA-GERACAO IS NUMERIC
              AND PL-DATA-GERACAO GREATER ZEROS
              MOVE PL-DATA-GERACAO TO W-DATA-VERSAO-ANT
           END-IF

           READ ARQ-PLANO.

       330-AVALIAR-MUDANCA.

           IF MUD-SEP-1 EQUAL ";"
              AND MUD-VENDEDOR IS NUMERIC
              AND MUD-COD-CLIENTE IS NUMERIC
              MOVE MUD-COD-CLIENTE TO W-COD-CLIENTE-ED

              MOVE SPACES TO W-TEXTO
              EVALUATE MUD-ALTERACAO
                 WHEN "ADICIONADA"
                    STRING "PLANO DA SEMANA ALTERADO: VISITA AO "
                           "CLIENTE " W-COD-CLIENTE-ED
                           " INCLUIDA NA " MUD-DIA-NOVO
                           DELIMITED BY SIZE
                      INTO W-TEXTO
                    END-STRING
                 WHEN "RETIRADA"
                    STRING "PLANO DA SEMANA ALTERADO: VISITA AO "
                           "CLIENTE " W-COD-CLIENTE-ED
                           " RETIRADA DA " MUD-DIA-ANTERIOR
                           DELIMITED BY SIZE
                      INTO W-TEXTO
                    END-STRING
                 WHEN OTHER
                    STRING "PLANO DA SEMANA ALTERADO: VISITA AO "
                           "CLIENTE " W-COD-CLIENTE-ED
                           " PASSOU DE " MUD-DIA-ANTERIOR
                           DELIMITED BY "  "
                           " PARA " MUD-DIA-NOVO
                           DELIMITED BY SIZE
                      INTO W-TEXTO
                    END-STRING
              END-EVALUATE

              MOVE MUD-VENDEDOR    TO SRT-COD-VENDEDOR
              MOVE "M"             TO SRT-TIPO
              MOVE MUD-COD-CLIENTE TO SRT-COD-CLIENTE
              MOVE W-TEXTO         TO SRT-TEXTO
              RELEASE REG-SORT

              ADD 1 TO W-QTD-MUDANCAS
           END-IF

           READ REL-MUDANCA.

      *-----------------------------------------------------------
      * PASSAGEM DE CARTEIRA: SO QUANDO A RODADA COMPLETA MAIS
      * RECENTE TERMINOU NO DIA DE REFERENCIA. PAREAMENTO DAS DUAS
      * ULTIMAS RODADAS COMO NO RELPASSAGEM, POREM POR INTERCALACAO
      * - AS DUAS ESTAO EM ORDEM DE CLIENTE. AVISA QUEM RECEBEU E
      * QUEM PERDEU A CONTA.
      *-----------------------------------------------------------
       400-COLETAR-PASSAGENS.

           IF W-DISTRIB-ABERTO EQUAL "S"
              AND W-RUN-ID-ANT GREATER ZEROS
              AND W-DATA-FIM-MAX EQUAL W-DATA-REF
              PERFORM 410-CARREGAR-RUN-ANTERIOR

              MOVE 1 TO W-IDX-TAB-ANT

              MOVE W-RUN-ID-MAX TO D-RUN-ID
              MOVE ZEROS        TO D-COD-CLIENTE
              START ARQ-DISTRIB KEY IS NOT LESS D-CHAVE-DISTRIB
                INVALID KEY MOVE "23" TO FS-DISTRIB
              END-START

              IF FS-DISTRIB EQUAL "00"
                 READ ARQ-DISTRIB NEXT
                 PERFORM 420-COMPARAR-CLIENTE
                    UNTIL FS-DISTRIB NOT EQUAL "00"
                       OR D-RUN-ID NOT EQUAL W-RUN-ID-MAX
              END-IF

              MOVE "00" TO FS-DISTRIB
           END-IF.

       410-CARREGAR-RUN-ANTERIOR.
           MOVE ZEROS TO W-QTD-TAB-ANT

           MOVE W-RUN-ID-ANT TO D-RUN-ID
           MOVE ZEROS        TO D-COD-CLIENTE
           START ARQ-DISTRIB KEY IS NOT LESS D-CHAVE-DISTRIB
             INVALID KEY MOVE "23" TO FS-DISTRIB
           END-START

           IF FS-DISTRIB EQUAL "00"
              READ ARQ-DISTRIB NEXT
              PERFORM 415-GUARDAR-ANTERIOR
                 UNTIL FS-DISTRIB NOT EQUAL "00"
                    OR D-RUN-ID NOT EQUAL W-RUN-ID-ANT
           END-IF

           MOVE "00" TO FS-DISTRIB.

       415-GUARDAR-ANTERIOR.
           IF D-ATRIBUIDO
              AND W-QTD-TAB-ANT LESS 50000
              ADD 1 TO W-QTD-TAB-ANT
              MOVE D-COD-CLIENTE
                TO W-TAB-ANT-COD-CLIENTE  (W-QTD-TAB-ANT)
              MOVE D-COD-VENDEDOR
                TO W-TAB-ANT-COD-VENDEDOR (W-QTD-TAB-ANT)
           END-IF

           READ ARQ-DISTRIB NEXT.

       420-COMPARAR-CLIENTE.

           PERFORM 425-AVANCAR-ANTERIOR
              UNTIL W-IDX-TAB-ANT GREATER W-QTD-TAB-ANT
                 OR W-TAB-ANT-COD-CLIENTE (W-IDX-TAB-ANT)
                    NOT LESS D-COD-CLIENTE

           IF D-ATRIBUIDO
              AND W-IDX-TAB-ANT NOT GREATER W-QTD-TAB-ANT
              IF W-TAB-ANT-COD-CLIENTE (W-IDX-TAB-ANT)
                    EQUAL D-COD-CLIENTE
                 AND W-TAB-ANT-COD-VENDEDOR (W-IDX-TAB-ANT)
                    NOT EQUAL D-COD-VENDEDOR
                 PERFORM 430-RELEASE-PASSAGEM
              END-IF
           END-IF

           READ ARQ-DISTRIB NEXT.

       425-AVANCAR-ANTERIOR.
           ADD 1 TO W-IDX-TAB-ANT.

       430-RELEASE-PASSAGEM.

           ADD 1 TO W-QTD-PASSAGENS

           MOVE D-COD-CLIENTE TO COD-CLIENTE
           PERFORM 160-LER-CLIENTE
           MOVE D-COD-CLIENTE TO W-COD-CLIENTE-ED

           MOVE W-TAB-ANT-COD-VENDEDOR (W-IDX-TAB-ANT)
             TO W-COD-VENDEDOR-ED
           MOVE SPACES TO W-TEXTO
           STRING "PASSAGEM DE CARTEIRA: VOCE RECEBEU O CLIENTE "
                  W-COD-CLIENTE-ED " - "
                  RAZAO-SOCIAL DELIMITED BY "  "
                  " (ANTES COM O VENDEDOR " W-COD-VENDEDOR-ED
                  "). DOSSIE NO RELPASSAGEM."
                  DELIMITED BY SIZE
             INTO W-TEXTO
           END-STRING

           MOVE D-COD-VENDEDOR TO SRT-COD-VENDEDOR
           MOVE "P"            TO SRT-TIPO
           MOVE D-COD-CLIENTE  TO SRT-COD-CLIENTE
           MOVE W-TEXTO        TO SRT-TEXTO
           RELEASE REG-SORT

           MOVE D-COD-VENDEDOR TO W-COD-VENDEDOR-ED
           MOVE SPACES TO W-TEXTO
           STRING "PASSAGEM DE CARTEIRA: O CLIENTE "
                  W-COD-CLIENTE-ED " - "
                  RAZAO-SOCIAL DELIMITED BY "  "
                  " PASSOU AO VENDEDOR " W-COD-VENDEDOR-ED
                  ". RETIRAR DA SUA ROTA."
                  DELIMITED BY SIZE
             INTO W-TEXTO
           END-STRING

           MOVE W-TAB-ANT-COD-VENDEDOR (W-IDX-TAB-ANT)
             TO SRT-COD-VENDEDOR
           MOVE "P"            TO SRT-TIPO
           MOVE D-COD-CLIENTE  TO SRT-COD-CLIENTE
           MOVE W-TEXTO        TO SRT-TEXTO
           RELEASE REG-SORT.

      *-----------------------------------------------------------
      * SAIDA DO SORT: OS EVENTOS CHEGAM AGRUPADOS POR VENDEDOR. O
      * CONTATO E LIDO UMA VEZ POR VENDEDOR; CADA EVENTO RECEBE A
      * PROXIMA SEQUENCIA DO DIA, VAI PARA O CADAVISO E - SE HA
      * TELEFONE OU E-MAIL - PARA O ARQUIVO DO GATEWAY.
      *-----------------------------------------------------------
       500-GRAVAR-AVISOS.

           MOVE ZEROS  TO W-SEQ-AVISO
           MOVE 999    TO W-VEND-CORRENTE
           MOVE "00"   TO FS-SORT

           RETURN ARQ-SORT
             AT END MOVE "10" TO FS-SORT
           END-RETURN

           PERFORM 510-GRAVAR-AVISO
              UNTIL FS-SORT NOT EQUAL "00".

       510-GRAVAR-AVISO.

           IF SRT-COD-VENDEDOR NOT EQUAL W-VEND-CORRENTE
              OR W-SEQ-AVISO EQUAL ZEROS
              PERFORM 520-LER-CONTATO
           END-IF

           ADD 1 TO W-SEQ-AVISO

           INITIALIZE ARQ-AVISO-REG
           MOVE W-DATA-REF          TO AVS-DATA
           MOVE W-SEQ-AVISO         TO AVS-SEQ
           MOVE SRT-COD-VENDEDOR    TO AVS-COD-VENDEDOR
           MOVE SRT-TIPO            TO AVS-TIPO
           MOVE SRT-COD-CLIENTE     TO AVS-COD-CLIENTE
           MOVE W-TELEFONE-CORRENTE TO AVS-TELEFONE
           MOVE W-EMAIL-CORRENTE    TO AVS-EMAIL
           MOVE SRT-TEXTO           TO AVS-TEXTO

           IF W-TELEFONE-CORRENTE EQUAL SPACES
              AND W-EMAIL-CORRENTE EQUAL SPACES
              SET AVS-SEM-DESTINO TO TRUE
              ADD 1 TO W-QTD-SEM-DESTINO
           ELSE
              SET AVS-GERADO TO TRUE

              INITIALIZE REG-EXP-AVISO
              MOVE "D"                 TO EXA-TIPO-REG
              MOVE W-DATA-REF          TO EXA-DATA
              MOVE W-SEQ-AVISO         TO EXA-SEQ
              MOVE SRT-COD-VENDEDOR    TO EXA-COD-VENDEDOR
              MOVE W-TELEFONE-CORRENTE TO EXA-TELEFONE
              MOVE W-EMAIL-CORRENTE    TO EXA-EMAIL
              MOVE SRT-TIPO            TO EXA-TIPO-AVISO
              MOVE SRT-COD-CLIENTE     TO EXA-COD-CLIENTE
              MOVE SRT-TEXTO           TO EXA-TEXTO
              WRITE REG-EXP-AVISO

              ADD 1 TO W-QTD-AVISOS
           END-IF

           WRITE ARQ-AVISO-REG
             INVALID KEY
                DISPLAY "EXPAVISO - AVISO JA EXISTENTE: "
                        AVS-CHAVE-AVISO
           END-WRITE

           RETURN ARQ-SORT
             AT END MOVE "10" TO FS-SORT
           END-RETURN.

       520-LER-CONTATO.

           MOVE SRT-COD-VENDEDOR TO W-VEND-CORRENTE
           MOVE SPACES TO W-TELEFONE-CORRENTE
           MOVE SPACES TO W-EMAIL-CORRENTE

           MOVE SRT-COD-VENDEDOR TO COD-VENDEDOR
           READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR
             INVALID KEY MOVE "23" TO FS-VENDEDOR
           END-READ

           IF FS-VENDEDOR EQUAL "00"
              MOVE TELEFONE-VENDEDOR TO W-TELEFONE-CORRENTE
              MOVE EMAIL-VENDEDOR    TO W-EMAIL-CORRENTE
           ELSE
              DISPLAY "EXPAVISO - VENDEDOR NAO CADASTRADO: "
                      SRT-COD-VENDEDOR
           END-IF

           MOVE "00" TO FS-VENDEDOR.

       END PROGRAM EXPAVISO.
