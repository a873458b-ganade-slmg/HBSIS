       PROGRAM-ID.   RELSOBREP.
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

           SELECT ARQ-PARAM ASSIGN TO "RELSOBREP.PAR"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-PARAM.

           SELECT ARQ-TEMP      ASSIGN TO "RELSOBREP.TMP"
                  FILE STATUS   IS FS-TEMP.

           SELECT REL-SOBREP ASSIGN TO "RELSOBREP.CSV"
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

      * RODADA A ANALISAR (EM BRANCO OU ZERADA = ULTIMA RODADA
      * COMPLETA) E O GANHO MINIMO EM METROS PARA O CLIENTE CONTAR
      * COMO FORA DO LUGAR (EM BRANCO = QUALQUER GANHO).
       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.

       01  REG-PARAM.
           03 PARAM-RUN-ID        PIC 9(016).
           03 PARAM-GANHO-MINIMO  PIC 9(006).

      * CLIENTES MAIS PERTO DO CENTRO DE OUTRO VENDEDOR, AGRUPADOS
      * PELO PAR DE VENDEDORES (MENOR CODIGO PRIMEIRO).
       SD  ARQ-TEMP.
       01  REG-TEMP-SOBREP.
           03 TMP-CHAVE-PAR.
              05 TMP-PAR-VEN-A    PIC 9(003).
              05 TMP-PAR-VEN-B    PIC 9(003).
           03 TMP-COD-VENDEDOR    PIC 9(003).
           03 TMP-GANHO           PIC 9(009)V9(002).
           03 TMP-COD-CLIENTE     PIC 9(007).
           03 TMP-OUTRO-VENDEDOR  PIC 9(003).
           03 TMP-DIST-PROPRIO    PIC 9(009)V9(002).
           03 TMP-DIST-OUTRO      PIC 9(009)V9(002).

       FD  REL-SOBREP.
       01  REG-SOBREP PIC X(260).

       WORKING-STORAGE SECTION.

       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-VENDEDOR             PIC  X(002)         VALUE "00".
       77 FS-DISTRIB              PIC  X(002)         VALUE "00".
       77 FS-RUNCTL               PIC  X(002)         VALUE "00".
       77 FS-PARAM                PIC  X(002)         VALUE "00".
       77 FS-TEMP                 PIC  X(002)         VALUE "00".
       77 W-RUNCTL-ABERTO         PIC  X(001)         VALUE "N".
       77 W-DISTRIB-ABERTO        PIC  X(001)         VALUE "N".

       77 W-RUN-ID-MAX            PIC  9(016)         VALUE ZEROS.
       77 W-RUN-ACHADO            PIC  X(001)         VALUE "N".
       77 W-GANHO-MINIMO          PIC  9(006)         VALUE ZEROS.

      *-----------------------------------------------------------
      * CENTRO (MEDIA DAS COORDENADAS) DOS CLIENTES DE CADA
      * VENDEDOR NA RODADA, INDEXADO PELO CODIGO DO VENDEDOR. A
      * LISTA W-LST-VEN GUARDA SO OS VENDEDORES COM CLIENTE, PARA A
      * BUSCA DO CENTRO MAIS PROXIMO NAO PASSAR PELOS 999 CODIGOS.
      *-----------------------------------------------------------
       01  W-TAB-VENDEDOR.
           03 W-VEN-ITEM OCCURS 999 TIMES.
              05 W-VEN-QTD          PIC 9(007) COMP.
              05 W-VEN-SOMA-LAT     PIC S9(011)V9(008) COMP-3.
              05 W-VEN-SOMA-LON     PIC S9(011)V9(008) COMP-3.
              05 W-VEN-CENTRO-LAT   PIC S9(003)V9(008).
              05 W-VEN-CENTRO-LON   PIC S9(003)V9(008).

       01  W-TAB-LST-VEN.
           03 W-LST-VEN           PIC 9(003) OCCURS 999 TIMES.

       77 W-QTD-LST-VEN           PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-VEN               PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-LST               PIC 9(004) COMP     VALUE ZEROS.
       77 W-VEN-CLIENTE           PIC 9(003)          VALUE ZEROS.
       77 W-VEN-MAIS-PERTO        PIC 9(003)          VALUE ZEROS.

      *-----------------------------------------------------------
      * PARES DE VENDEDORES COM CLIENTE FORA DO LUGAR, EM ORDEM DE
      * CHAVE (A MENOR QUE B). QTD-AB = CLIENTES DE A MAIS PERTO DO
      * CENTRO DE B; QTD-BA = O INVERSO. SO HA INTERCALACAO DE FATO
      * QUANDO AS DUAS SAO MAIORES QUE ZERO. A POSICAO 5001 SO SERVE
      * DE FOLGA PARA A INSERCAO EM ORDEM.
      *-----------------------------------------------------------
       01  W-TAB-PAR.
           03 W-PAR-ITEM OCCURS 5001 TIMES.
              05 W-PAR-CHAVE.
                 07 W-PAR-VEN-A     PIC 9(003).
                 07 W-PAR-VEN-B     PIC 9(003).
              05 W-PAR-QTD-AB       PIC 9(007) COMP.
              05 W-PAR-QTD-BA       PIC 9(007) COMP.
              05 W-PAR-GANHO        PIC 9(011)V9(002) COMP-3.

       77 W-QTD-PAR               PIC 9(004) COMP     VALUE ZEROS.
       77 W-LIMITE-PAR            PIC 9(004) COMP     VALUE 5000.
       77 W-IDX-PAR               PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-AUX               PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-DESLOC            PIC 9(004) COMP     VALUE ZEROS.

       01  W-CHAVE-PAR.
           03 W-CHAVE-VEN-A       PIC 9(003)          VALUE ZEROS.
           03 W-CHAVE-VEN-B       PIC 9(003)          VALUE ZEROS.

       01  W-CHAVE-PAR-ANT        PIC X(006)          VALUE SPACES.

      *-----------------------------------------------------------
      * BUSCA DO CENTRO MAIS PROXIMO PELA DISTANCIA PLANA EM GRAUS
      * (LONGITUDE CORRIGIDA PELO COSSENO DA LATITUDE) - BASTA PARA
      * ORDENAR OS CENTROS; AS DISTANCIAS DO RELATORIO SAEM DO
      * HAVERSINE.
      *-----------------------------------------------------------
       77 W-COS-LAT               PIC S9(001)V9(008)  VALUE ZEROS.
       77 W-DIF-LAT               PIC S9(003)V9(008)  VALUE ZEROS.
       77 W-DIF-LON               PIC S9(003)V9(008)  VALUE ZEROS.
       77 W-PLANO-DIST            PIC 9(007)V9(008)   VALUE ZEROS.
       77 W-PLANO-MENOR           PIC 9(007)V9(008)   VALUE ZEROS.

      * CALCULO DE HAVERSINE ENTRE O CLIENTE E O CENTRO - MESMA
      * MATEMATICA DO 202-HAVERSINE-PONTO DO FAZDISTRIB.
       77 W-LATITUDE-1            PIC S9(003)V9(008)  VALUE ZEROS.
       77 W-LATITUDE-2            PIC S9(003)V9(008)  VALUE ZEROS.
       77 W-LONGITUDE-1           PIC S9(003)V9(008)  VALUE ZEROS.
       77 W-LONGITUDE-2           PIC S9(003)V9(008)  VALUE ZEROS.
       77 W-DLA                   PIC S9(003)V9(008)  VALUE ZEROS.
       77 W-DLO                   PIC S9(003)V9(008)  VALUE ZEROS.
       77 W-A                     PIC S9(003)V9(008)  VALUE ZEROS.
       77 W-C                     PIC S9(003)V9(008)  VALUE ZEROS.
       77 W-DISTANCIA             PIC  9(009)V9(002)  VALUE ZEROS.
       77 W-DIST-PROPRIO          PIC  9(009)V9(002)  VALUE ZEROS.
       77 W-DIST-OUTRO            PIC  9(009)V9(002)  VALUE ZEROS.
       77 W-GANHO                 PIC  9(009)V9(002)  VALUE ZEROS.
       77 W-KM-CALC               PIC  9(009)V9(002)  VALUE ZEROS.

       77 W-QTD-CLIENTES          PIC 9(007)          VALUE ZEROS.
       77 W-QTD-SEM-COORD         PIC 9(007)          VALUE ZEROS.
       77 W-QTD-FORA-LUGAR        PIC 9(007)          VALUE ZEROS.
       77 W-QTD-INTERCALADOS      PIC 9(005)          VALUE ZEROS.
       77 W-QTD-PAR-PERDIDO       PIC 9(007)          VALUE ZEROS.
       77 W-QTD-LINHAS            PIC 9(007)          VALUE ZEROS.
       77 W-GANHO-TOTAL           PIC 9(011)V9(002)   VALUE ZEROS.

      * ARQUIVAMENTO DA GERACAO NO CATALOGO DE RELATORIOS (CATRELAT)
      * - A COPIA DATADA SOBREVIVE A PROXIMA SOBRESCRITA DO NOME
      * FIXO.
       01  W-PARAM-CATALOGO.
           03 CTR-PROGRAMA        PIC X(012)          VALUE SPACES.
           03 CTR-ARQUIVO         PIC X(020)          VALUE SPACES.
           03 CTR-RUN-ID          PIC 9(016)          VALUE ZEROS.
           03 CTR-OPERADOR        PIC X(008)          VALUE "SISTEMA".

       01  WCAB.
           03 FILLER PIC X(260) VALUE "SOBREPOSICAO DE TERRITORIOS;TIPO;
      -"VENDEDOR;NOME VENDEDOR;OUTRO VENDEDOR;NOME OUTRO VENDEDOR;CLIENT
      -"E;RAZAO SOCIAL;KM AO CENTRO PROPRIO;KM AO CENTRO DO OUTRO;CLIENT
      -"ES DO VENDEDOR NO OUTRO;CLIENTES DO OUTRO NO VENDEDOR;INTERCALAD
      -"O;KM ECONOMIZADOS NA TROCA;".

       01  WDET.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-TIPO           PIC X(007)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-VENDEDOR       PIC 9(003)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-NOME-VENDEDOR  PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-OUTRO          PIC 9(003)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-NOME-OUTRO     PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-CLIENTE        PIC X(007)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-RAZAO-SOCIAL   PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-KM-PROPRIO     PIC X(012)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-KM-OUTRO       PIC X(012)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-QTD-AB         PIC X(007)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-QTD-BA         PIC X(007)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-INTERCALADO    PIC X(001)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-KM-GANHO       PIC ZZZZZZZZ9,99    VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       77 W-KM-EDIT               PIC ZZZZZZZZ9,99    VALUE ZEROS.
       77 W-QTD-EDIT              PIC ZZZZZZ9         VALUE ZEROS.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * SOBREPOSICAO E INTERCALACAO DE TERRITORIOS NUMA RODADA DO
      * CADDISTRIB: O CENTRO DE CADA VENDEDOR E A MEDIA DAS
      * COORDENADAS DOS CLIENTES QUE RECEBEU NA RODADA. CLIENTE MAIS
      * PERTO DO CENTRO DE OUTRO VENDEDOR DO QUE DO CENTRO DO
      * PROPRIO (LIMITE, PINO, ESTABILIDADE E GRUPO ECONOMICO FAZEM
      * ISSO ACONTECER) E LISTADO COM O VENDEDOR MAIS PROXIMO E O
      * GANHO EM KM. POR PAR DE VENDEDORES, UMA LINHA "PAR" MOSTRA
      * QUANTOS CLIENTES DE CADA LADO ESTAO NO TERRITORIO DO OUTRO,
      * SE OS DOIS LADOS SE INTERCALAM E A ESTIMATIVA DE KM
      * ECONOMIZADOS SE ESSES CLIENTES FOSSEM TROCADOS (SOMA DOS
      * GANHOS EM LINHA RETA ATE OS CENTROS). A RODADA E O GANHO
      * MINIMO VEM DO RELSOBREP.PAR.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "RELSOBREP - INICIO DO PROCESSAMENTO"

           INITIALIZE W-TAB-VENDEDOR
           INITIALIZE W-TAB-PAR

           PERFORM 010-LER-PARAMETROS

           IF W-RUN-ID-MAX EQUAL ZEROS
              PERFORM 050-ACHAR-ULTIMO-RUN
           END-IF

           MOVE "N" TO W-DISTRIB-ABERTO
           MOVE "N" TO W-RUN-ACHADO
           OPEN INPUT ARQ-DISTRIB
           IF FS-DISTRIB EQUAL "00"
              MOVE "S" TO W-DISTRIB-ABERTO
              PERFORM 060-VERIFICAR-RUN
           ELSE
              IF FS-DISTRIB EQUAL "05"
                 CLOSE ARQ-DISTRIB
              END-IF
           END-IF
           MOVE "00" TO FS-DISTRIB

           IF W-RUN-ACHADO NOT EQUAL "S"
              DISPLAY "RELSOBREP - RODADA NAO ENCONTRADA NO "
                      "CADDISTRIB: " W-RUN-ID-MAX
              IF W-DISTRIB-ABERTO EQUAL "S"
                 CLOSE ARQ-DISTRIB
              END-IF
              MOVE 12 TO RETURN-CODE
           ELSE
              OPEN INPUT ARQ-CLIENTE
              OPEN INPUT ARQ-VENDEDOR

              PERFORM 100-APURAR-CENTROS

              SORT ARQ-TEMP
                   ON ASCENDING  KEY TMP-CHAVE-PAR
                      ASCENDING  KEY TMP-COD-VENDEDOR
                      DESCENDING KEY TMP-GANHO
                   INPUT  PROCEDURE IS 200-AVALIAR-CLIENTES
                   OUTPUT PROCEDURE IS 400-GRAVAR-RELATORIO

              CLOSE ARQ-VENDEDOR
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-DISTRIB

              MOVE "RELSOBREP"     TO CTR-PROGRAMA
              MOVE "RELSOBREP.CSV" TO CTR-ARQUIVO
              MOVE W-RUN-ID-MAX    TO CTR-RUN-ID
              CALL "CATRELAT" USING W-PARAM-CATALOGO

              COMPUTE W-KM-CALC ROUNDED = W-GANHO-TOTAL / 1000
              MOVE W-KM-CALC TO W-KM-EDIT

              DISPLAY "RELSOBREP - RODADA ANALISADA: " W-RUN-ID-MAX
              DISPLAY "RELSOBREP - GANHO MINIMO (M): " W-GANHO-MINIMO
              DISPLAY "RELSOBREP - VENDEDORES COM CLIENTES: "
                      W-QTD-LST-VEN
              DISPLAY "RELSOBREP - CLIENTES AVALIADOS: "
                      W-QTD-CLIENTES
              DISPLAY "RELSOBREP - CLIENTES SEM COORDENADA: "
                      W-QTD-SEM-COORD
              DISPLAY "RELSOBREP - CLIENTES FORA DO TERRITORIO: "
                      W-QTD-FORA-LUGAR
              DISPLAY "RELSOBREP - PARES DE VENDEDORES: " W-QTD-PAR
              DISPLAY "RELSOBREP - PARES INTERCALADOS: "
                      W-QTD-INTERCALADOS
              DISPLAY "RELSOBREP - KM ECONOMIZADOS ESTIMADOS: "
                      W-KM-EDIT
              DISPLAY "RELSOBREP - LINHAS GRAVADAS: " W-QTD-LINHAS

              IF W-QTD-PAR-PERDIDO GREATER ZEROS
                 DISPLAY "RELSOBREP - TABELA DE PARES CHEIA - "
                         "CLIENTES SEM TOTAL DO PAR: "
                         W-QTD-PAR-PERDIDO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY "RELSOBREP - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       010-LER-PARAMETROS.

           MOVE ZEROS TO W-RUN-ID-MAX
           MOVE ZEROS TO W-GANHO-MINIMO

           OPEN INPUT ARQ-PARAM
           IF FS-PARAM EQUAL "00"
              READ ARQ-PARAM
              IF FS-PARAM EQUAL "00"
                 IF PARAM-RUN-ID IS NUMERIC
                    MOVE PARAM-RUN-ID TO W-RUN-ID-MAX
                 END-IF
                 IF PARAM-GANHO-MINIMO IS NUMERIC
                    MOVE PARAM-GANHO-MINIMO TO W-GANHO-MINIMO
                 END-IF
              END-IF
              CLOSE ARQ-PARAM
           END-IF.

      * ULTIMA RODADA COMPLETA DO FAZDISTRIB, PELO CONTROLE DE
      * RODADAS (CADRUNCTL).
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
           MOVE "00" TO FS-RUNCTL.

       055-GUARDAR-RUN-COMPLETO.
           IF RC-RUN-COMPLETO
              MOVE RC-RUN-ID TO W-RUN-ID-MAX
           END-IF

           READ ARQ-RUNCTL NEXT.

      * A RODADA PEDIDA PRECISA TER AO MENOS UMA ATRIBUICAO GRAVADA.
       060-VERIFICAR-RUN.

           IF W-RUN-ID-MAX GREATER ZEROS
              MOVE W-RUN-ID-MAX TO D-RUN-ID
              MOVE ZEROS        TO D-COD-CLIENTE
              START ARQ-DISTRIB KEY IS NOT LESS D-CHAVE-DISTRIB
                INVALID KEY MOVE "23" TO FS-DISTRIB
              END-START

              IF FS-DISTRIB EQUAL "00"
                 READ ARQ-DISTRIB NEXT
                 IF FS-DISTRIB EQUAL "00"
                    AND D-RUN-ID EQUAL W-RUN-ID-MAX
                    MOVE "S" TO W-RUN-ACHADO
                 END-IF
              END-IF
           END-IF.

      *-----------------------------------------------------------
      * PRIMEIRA PASSADA NA RODADA: SOMA AS COORDENADAS DOS
      * CLIENTES ATRIBUIDOS DE CADA VENDEDOR E CALCULA O CENTRO.
      *-----------------------------------------------------------
       100-APURAR-CENTROS.

           MOVE ZEROS TO W-QTD-SEM-COORD

           MOVE W-RUN-ID-MAX TO D-RUN-ID
           MOVE ZEROS        TO D-COD-CLIENTE
           START ARQ-DISTRIB KEY IS NOT LESS D-CHAVE-DISTRIB
             INVALID KEY MOVE "23" TO FS-DISTRIB
           END-START

           IF FS-DISTRIB EQUAL "00"
              READ ARQ-DISTRIB NEXT
              PERFORM 110-SOMAR-CLIENTE
                 UNTIL FS-DISTRIB NOT EQUAL "00"
                    OR D-RUN-ID NOT EQUAL W-RUN-ID-MAX
           END-IF
           MOVE "00" TO FS-DISTRIB

           MOVE ZEROS TO W-QTD-LST-VEN
           PERFORM 120-CALCULAR-CENTRO
              VARYING W-IDX-VEN FROM 1 BY 1
              UNTIL W-IDX-VEN GREATER 999.

       110-SOMAR-CLIENTE.

           IF D-ATRIBUIDO AND D-COD-VENDEDOR GREATER ZEROS
              PERFORM 150-LER-CLIENTE

              IF FS-CLIENTE EQUAL "00"
                 ADD 1 TO W-VEN-QTD (D-COD-VENDEDOR)
                 ADD LATITUDE-CLIENTE
                  TO W-VEN-SOMA-LAT (D-COD-VENDEDOR)
                 ADD LONGITUDE-CLIENTE
                  TO W-VEN-SOMA-LON (D-COD-VENDEDOR)
              ELSE
                 ADD 1 TO W-QTD-SEM-COORD
              END-IF
              MOVE "00" TO FS-CLIENTE
           END-IF

           READ ARQ-DISTRIB NEXT.

       120-CALCULAR-CENTRO.

           IF W-VEN-QTD (W-IDX-VEN) GREATER ZEROS
              COMPUTE W-VEN-CENTRO-LAT (W-IDX-VEN) ROUNDED =
                      W-VEN-SOMA-LAT (W-IDX-VEN) / W-VEN-QTD (W-IDX-VEN)
              COMPUTE W-VEN-CENTRO-LON (W-IDX-VEN) ROUNDED =
                      W-VEN-SOMA-LON (W-IDX-VEN) / W-VEN-QTD (W-IDX-VEN)

              ADD 1 TO W-QTD-LST-VEN
              MOVE W-IDX-VEN TO W-LST-VEN (W-QTD-LST-VEN)
           END-IF.

      * CLIENTE DA ATRIBUICAO CORRENTE COM COORDENADA - SEM
      * COORDENADA (OU FORA DO CADASTRO) DEVOLVE "23".
       150-LER-CLIENTE.

           MOVE D-COD-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
             INVALID KEY MOVE "23" TO FS-CLIENTE
           END-READ

           IF FS-CLIENTE EQUAL "00"
              AND LATITUDE-CLIENTE EQUAL ZEROS
              AND LONGITUDE-CLIENTE EQUAL ZEROS
              MOVE "23" TO FS-CLIENTE
           END-IF.

      *-----------------------------------------------------------
      * SEGUNDA PASSADA: PARA CADA CLIENTE ATRIBUIDO, O CENTRO MAIS
      * PROXIMO ENTRE OS DEMAIS VENDEDORES. SE ESTIVER MAIS PERTO
      * DELE DO QUE DO CENTRO DO PROPRIO VENDEDOR (COM O GANHO
      * MINIMO), O CLIENTE VAI PARA O SORT E CONTA NO PAR.
      *-----------------------------------------------------------
       200-AVALIAR-CLIENTES.

           MOVE ZEROS TO W-QTD-CLIENTES
           MOVE ZEROS TO W-QTD-FORA-LUGAR
           MOVE ZEROS TO W-QTD-PAR
           MOVE ZEROS TO W-QTD-PAR-PERDIDO
           MOVE ZEROS TO W-GANHO-TOTAL

           MOVE W-RUN-ID-MAX TO D-RUN-ID
           MOVE ZEROS        TO D-COD-CLIENTE
           START ARQ-DISTRIB KEY IS NOT LESS D-CHAVE-DISTRIB
             INVALID KEY MOVE "23" TO FS-DISTRIB
           END-START

           IF FS-DISTRIB EQUAL "00"
              READ ARQ-DISTRIB NEXT
              PERFORM 210-AVALIAR-CLIENTE
                 UNTIL FS-DISTRIB NOT EQUAL "00"
                    OR D-RUN-ID NOT EQUAL W-RUN-ID-MAX
           END-IF
           MOVE "00" TO FS-DISTRIB.

       210-AVALIAR-CLIENTE.

           IF D-ATRIBUIDO AND D-COD-VENDEDOR GREATER ZEROS
              PERFORM 150-LER-CLIENTE

              IF FS-CLIENTE EQUAL "00"
                 ADD 1 TO W-QTD-CLIENTES
                 MOVE D-COD-VENDEDOR TO W-VEN-CLIENTE
                 PERFORM 220-ACHAR-CENTRO-PROXIMO

                 IF W-VEN-MAIS-PERTO GREATER ZEROS
                    PERFORM 230-COMPARAR-CENTROS
                 END-IF
              END-IF
              MOVE "00" TO FS-CLIENTE
           END-IF

           READ ARQ-DISTRIB NEXT.

       220-ACHAR-CENTRO-PROXIMO.

           MOVE ZEROS TO W-VEN-MAIS-PERTO
           MOVE 9999999 TO W-PLANO-MENOR

           COMPUTE W-COS-LAT ROUNDED = FUNCTION COS
                   (LATITUDE-CLIENTE * FUNCTION PI / 180)

           PERFORM 225-MEDIR-CENTRO
              VARYING W-IDX-LST FROM 1 BY 1
              UNTIL W-IDX-LST GREATER W-QTD-LST-VEN.

       225-MEDIR-CENTRO.

           MOVE W-LST-VEN (W-IDX-LST) TO W-IDX-VEN

           IF W-IDX-VEN NOT EQUAL W-VEN-CLIENTE
              COMPUTE W-DIF-LAT = W-VEN-CENTRO-LAT (W-IDX-VEN)
                                - LATITUDE-CLIENTE
              COMPUTE W-DIF-LON = (W-VEN-CENTRO-LON (W-IDX-VEN)
                                - LONGITUDE-CLIENTE) * W-COS-LAT
              COMPUTE W-PLANO-DIST = W-DIF-LAT * W-DIF-LAT
                                   + W-DIF-LON * W-DIF-LON

              IF W-PLANO-DIST LESS W-PLANO-MENOR
                 MOVE W-PLANO-DIST TO W-PLANO-MENOR
                 MOVE W-IDX-VEN    TO W-VEN-MAIS-PERTO
              END-IF
           END-IF.

       230-COMPARAR-CENTROS.

           MOVE W-VEN-CENTRO-LAT (W-VEN-CLIENTE)  TO W-LATITUDE-2
           MOVE W-VEN-CENTRO-LON (W-VEN-CLIENTE)  TO W-LONGITUDE-2
           PERFORM 300-HAVERSINE-CENTRO
           MOVE W-DISTANCIA TO W-DIST-PROPRIO

           MOVE W-VEN-CENTRO-LAT (W-VEN-MAIS-PERTO) TO W-LATITUDE-2
           MOVE W-VEN-CENTRO-LON (W-VEN-MAIS-PERTO) TO W-LONGITUDE-2
           PERFORM 300-HAVERSINE-CENTRO
           MOVE W-DISTANCIA TO W-DIST-OUTRO

           IF W-DIST-OUTRO LESS W-DIST-PROPRIO
              COMPUTE W-GANHO = W-DIST-PROPRIO - W-DIST-OUTRO

              IF W-GANHO NOT LESS W-GANHO-MINIMO
                 ADD 1       TO W-QTD-FORA-LUGAR
                 ADD W-GANHO TO W-GANHO-TOTAL

                 IF W-VEN-CLIENTE LESS W-VEN-MAIS-PERTO
                    MOVE W-VEN-CLIENTE    TO W-CHAVE-VEN-A
                    MOVE W-VEN-MAIS-PERTO TO W-CHAVE-VEN-B
                 ELSE
                    MOVE W-VEN-MAIS-PERTO TO W-CHAVE-VEN-A
                    MOVE W-VEN-CLIENTE    TO W-CHAVE-VEN-B
                 END-IF

                 PERFORM 250-SOMAR-PAR

                 MOVE W-CHAVE-VEN-A    TO TMP-PAR-VEN-A
                 MOVE W-CHAVE-VEN-B    TO TMP-PAR-VEN-B
                 MOVE W-VEN-CLIENTE    TO TMP-COD-VENDEDOR
                 MOVE W-GANHO          TO TMP-GANHO
                 MOVE COD-CLIENTE      TO TMP-COD-CLIENTE
                 MOVE W-VEN-MAIS-PERTO TO TMP-OUTRO-VENDEDOR
                 MOVE W-DIST-PROPRIO   TO TMP-DIST-PROPRIO
                 MOVE W-DIST-OUTRO     TO TMP-DIST-OUTRO
                 RELEASE REG-TEMP-SOBREP
              END-IF
           END-IF.

      * POSICAO DO PAR W-CHAVE-PAR NA TABELA, INCLUIDO EM ORDEM
      * QUANDO AINDA NAO EXISTE. TABELA CHEIA: O CLIENTE SAI NO
      * RELATORIO, MAS O PAR FICA SEM TOTAL.
       250-SOMAR-PAR.

           MOVE 1 TO W-IDX-AUX
           PERFORM 251-AVANCAR-PAR
              UNTIL W-IDX-AUX GREATER W-QTD-PAR
                 OR W-PAR-CHAVE (W-IDX-AUX) NOT LESS W-CHAVE-PAR

           IF W-IDX-AUX NOT GREATER W-QTD-PAR
              AND W-PAR-CHAVE (W-IDX-AUX) EQUAL W-CHAVE-PAR
              MOVE W-IDX-AUX TO W-IDX-PAR
           ELSE
              IF W-QTD-PAR NOT LESS W-LIMITE-PAR
                 MOVE ZEROS TO W-IDX-PAR
              ELSE
                 PERFORM 252-DESLOCAR-PAR
                    VARYING W-IDX-DESLOC FROM W-QTD-PAR BY -1
                    UNTIL W-IDX-DESLOC LESS W-IDX-AUX

                 INITIALIZE W-PAR-ITEM (W-IDX-AUX)
                 MOVE W-CHAVE-PAR TO W-PAR-CHAVE (W-IDX-AUX)
                 ADD 1 TO W-QTD-PAR
                 MOVE W-IDX-AUX TO W-IDX-PAR
              END-IF
           END-IF

           IF W-IDX-PAR EQUAL ZEROS
              ADD 1 TO W-QTD-PAR-PERDIDO
           ELSE
              IF W-VEN-CLIENTE EQUAL W-CHAVE-VEN-A
                 ADD 1 TO W-PAR-QTD-AB (W-IDX-PAR)
              ELSE
                 ADD 1 TO W-PAR-QTD-BA (W-IDX-PAR)
              END-IF
              ADD W-GANHO TO W-PAR-GANHO (W-IDX-PAR)
           END-IF.

       251-AVANCAR-PAR.
           ADD 1 TO W-IDX-AUX.

       252-DESLOCAR-PAR.
           MOVE W-PAR-ITEM (W-IDX-DESLOC)
             TO W-PAR-ITEM (W-IDX-DESLOC + 1).

      * HAVERSINE ENTRE O CLIENTE E O CENTRO EM W-LATITUDE-2 /
      * W-LONGITUDE-2 - MESMA MATEMATICA DE SEMPRE, EM METROS.
       300-HAVERSINE-CENTRO.

           COMPUTE W-LATITUDE-1 = LATITUDE-CLIENTE
                                * FUNCTION PI
                                / 180

           COMPUTE W-LATITUDE-2 = W-LATITUDE-2
                                * FUNCTION PI
                                / 180

           COMPUTE W-LONGITUDE-1 = LONGITUDE-CLIENTE
                                * FUNCTION PI
                                / 180

           COMPUTE W-LONGITUDE-2 = W-LONGITUDE-2
                                * FUNCTION PI
                                / 180

           COMPUTE W-DLA = W-LATITUDE-2 - (W-LATITUDE-1)

           COMPUTE W-DLO = W-LONGITUDE-2 - (W-LONGITUDE-1)

           COMPUTE W-A = FUNCTION SIN(W-DLA / 2)
                       * FUNCTION SIN(W-DLA / 2)
                       + FUNCTION COS(W-LATITUDE-1)
                       * FUNCTION COS(W-LATITUDE-2)
                       * FUNCTION SIN(W-DLO / 2)
                       * FUNCTION SIN(W-DLO / 2)

           COMPUTE W-C = 2 * FUNCTION ATAN(FUNCTION SQRT(W-A) /
                                           FUNCTION SQRT(1 - W-A))

           COMPUTE W-DISTANCIA = 6731 * W-C * 1000.

      *-----------------------------------------------------------
      * UMA LINHA "PAR" NA QUEBRA DE CADA PAR DE VENDEDORES, SEGUIDA
      * DOS CLIENTES FORA DO LUGAR DOS DOIS LADOS, DO MAIOR GANHO
      * PARA O MENOR.
      *-----------------------------------------------------------
       400-GRAVAR-RELATORIO.

           MOVE ZEROS  TO W-QTD-LINHAS
           MOVE ZEROS  TO W-QTD-INTERCALADOS
           MOVE SPACES TO W-CHAVE-PAR-ANT

           OPEN OUTPUT REL-SOBREP
           WRITE REG-SOBREP FROM WCAB

           RETURN ARQ-TEMP
             AT END MOVE "10" TO FS-TEMP
           END-RETURN

           PERFORM 410-GRAVAR-CLIENTE
              UNTIL FS-TEMP NOT EQUAL "00"

           CLOSE REL-SOBREP.

       410-GRAVAR-CLIENTE.

           IF TMP-CHAVE-PAR NOT EQUAL W-CHAVE-PAR-ANT
              PERFORM 420-GRAVAR-PAR
              MOVE TMP-CHAVE-PAR TO W-CHAVE-PAR-ANT
           END-IF

           MOVE "CLIENTE"          TO WDET-TIPO
           MOVE TMP-COD-VENDEDOR   TO WDET-VENDEDOR
           MOVE TMP-OUTRO-VENDEDOR TO WDET-OUTRO
           MOVE TMP-COD-VENDEDOR   TO COD-VENDEDOR
           PERFORM 450-NOME-VENDEDOR
           MOVE NOME-VENDEDOR      TO WDET-NOME-VENDEDOR
           MOVE TMP-OUTRO-VENDEDOR TO COD-VENDEDOR
           PERFORM 450-NOME-VENDEDOR
           MOVE NOME-VENDEDOR      TO WDET-NOME-OUTRO

           MOVE TMP-COD-CLIENTE    TO WDET-CLIENTE
           MOVE TMP-COD-CLIENTE    TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
             INVALID KEY MOVE SPACES TO RAZAO-SOCIAL
           END-READ
           MOVE RAZAO-SOCIAL       TO WDET-RAZAO-SOCIAL
           MOVE "00"               TO FS-CLIENTE

           COMPUTE W-KM-CALC ROUNDED = TMP-DIST-PROPRIO / 1000
           MOVE W-KM-CALC TO W-KM-EDIT
           MOVE W-KM-EDIT TO WDET-KM-PROPRIO
           COMPUTE W-KM-CALC ROUNDED = TMP-DIST-OUTRO / 1000
           MOVE W-KM-CALC TO W-KM-EDIT
           MOVE W-KM-EDIT TO WDET-KM-OUTRO

           MOVE SPACES TO WDET-QTD-AB
           MOVE SPACES TO WDET-QTD-BA
           MOVE SPACES TO WDET-INTERCALADO

           COMPUTE W-KM-CALC ROUNDED = TMP-GANHO / 1000
           MOVE W-KM-CALC TO WDET-KM-GANHO

           WRITE REG-SOBREP FROM WDET
           ADD 1 TO W-QTD-LINHAS

           RETURN ARQ-TEMP
             AT END MOVE "10" TO FS-TEMP
           END-RETURN.

       420-GRAVAR-PAR.

           MOVE TMP-CHAVE-PAR TO W-CHAVE-PAR

           MOVE 1 TO W-IDX-AUX
           PERFORM 251-AVANCAR-PAR
              UNTIL W-IDX-AUX GREATER W-QTD-PAR
                 OR W-PAR-CHAVE (W-IDX-AUX) NOT LESS W-CHAVE-PAR

           IF W-IDX-AUX NOT GREATER W-QTD-PAR
              AND W-PAR-CHAVE (W-IDX-AUX) EQUAL W-CHAVE-PAR
              MOVE "PAR"         TO WDET-TIPO
              MOVE W-CHAVE-VEN-A TO WDET-VENDEDOR
              MOVE W-CHAVE-VEN-B TO WDET-OUTRO
              MOVE W-CHAVE-VEN-A TO COD-VENDEDOR
              PERFORM 450-NOME-VENDEDOR
              MOVE NOME-VENDEDOR TO WDET-NOME-VENDEDOR
              MOVE W-CHAVE-VEN-B TO COD-VENDEDOR
              PERFORM 450-NOME-VENDEDOR
              MOVE NOME-VENDEDOR TO WDET-NOME-OUTRO

              MOVE SPACES TO WDET-CLIENTE
              MOVE SPACES TO WDET-RAZAO-SOCIAL
              MOVE SPACES TO WDET-KM-PROPRIO
              MOVE SPACES TO WDET-KM-OUTRO

              MOVE W-PAR-QTD-AB (W-IDX-AUX) TO W-QTD-EDIT
              MOVE W-QTD-EDIT TO WDET-QTD-AB
              MOVE W-PAR-QTD-BA (W-IDX-AUX) TO W-QTD-EDIT
              MOVE W-QTD-EDIT TO WDET-QTD-BA

              IF W-PAR-QTD-AB (W-IDX-AUX) GREATER ZEROS
                 AND W-PAR-QTD-BA (W-IDX-AUX) GREATER ZEROS
                 MOVE "S" TO WDET-INTERCALADO
                 ADD 1 TO W-QTD-INTERCALADOS
              ELSE
                 MOVE "N" TO WDET-INTERCALADO
              END-IF

              COMPUTE W-KM-CALC ROUNDED =
                      W-PAR-GANHO (W-IDX-AUX) / 1000
              MOVE W-KM-CALC TO WDET-KM-GANHO

              WRITE REG-SOBREP FROM WDET
              ADD 1 TO W-QTD-LINHAS
           END-IF.

       450-NOME-VENDEDOR.

           READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR
             INVALID KEY MOVE "VENDEDOR NAO CADASTRADO"
                           TO NOME-VENDEDOR
           END-READ
           MOVE "00" TO FS-VENDEDOR.

       END PROGRAM RELSOBREP.
