       PROGRAM-ID.   EXPMAPA.
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

           SELECT ARQ-PARAM ASSIGN TO "EXPMAPA.PAR"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-PARAM.

           SELECT ARQ-TEMP      ASSIGN TO "EXPMAPA.TMP"
                  FILE STATUS   IS FS-TEMP.

      *-----------------------------------------------------------
      * MAPA DA RODADA EM KML (GOOGLE EARTH / QGIS) - TEXTO XML,
      * UMA TAG POR LINHA.
      *-----------------------------------------------------------
           SELECT EXP-MAPA ASSIGN TO "EXPMAPA.KML"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-MAPA.

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

      * RODADA DO FAZDISTRIB A EXPORTAR - EM BRANCO OU ZERADA = A
      * ULTIMA RODADA COMPLETA.
       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.

       01  REG-PARAM.
           03 PARAM-RUN-ID        PIC 9(016).

      * GRUPO 1 = CLIENTES ATRIBUIDOS (POR VENDEDOR), GRUPO 2 = NAO
      * ATRIBUIDOS - A CAMADA SEPARADA FICA NO FIM DO DOCUMENTO.
       SD  ARQ-TEMP.
       01  REG-TEMP-MAPA.
           03 TMP-GRUPO           PIC 9(001).
           03 TMP-COD-VENDEDOR    PIC 9(003).
           03 TMP-COD-CLIENTE     PIC 9(007).
           03 TMP-PONTO           PIC 9(001).
           03 TMP-DISTANCIA       PIC 9(009)V9(002).
           03 TMP-ORIGEM          PIC X(001).

       FD  EXP-MAPA.
       01  REG-MAPA PIC X(300).

       WORKING-STORAGE SECTION.

       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-VENDEDOR             PIC  X(002)         VALUE "00".
       77 FS-DISTRIB              PIC  X(002)         VALUE "00".
       77 FS-RUNCTL               PIC  X(002)         VALUE "00".
       77 FS-PARAM                PIC  X(002)         VALUE "00".
       77 FS-TEMP                 PIC  X(002)         VALUE "00".
       77 FS-MAPA                 PIC  X(002)         VALUE "00".
       77 W-RUNCTL-ABERTO         PIC  X(001)         VALUE "N".
       77 W-DISTRIB-ABERTO        PIC  X(001)         VALUE "N".

       77 W-RUN-ID-MAX            PIC  9(016)         VALUE ZEROS.
       77 W-RUN-ACHADO            PIC  X(001)         VALUE "N".

       77 W-GRUPO-ANTERIOR        PIC  9(001)         VALUE ZEROS.
       77 W-VEND-ANTERIOR         PIC  9(003)         VALUE ZEROS.
       77 W-PASTA-ABERTA          PIC  X(001)         VALUE "N".
       77 W-IDX-PONTO             PIC  9(001) COMP    VALUE ZEROS.
       77 W-IDX-COR               PIC  9(001) COMP    VALUE ZEROS.
       77 W-COD-COR               PIC  9(001)         VALUE ZEROS.
       77 W-PONTO-EDIT            PIC  9(001)         VALUE ZEROS.

      * ESTILO DO PONTO EM GRAVACAO: COR AABBGGRR, ESCALA E O ICONE
      * PADRAO DO GOOGLE EARTH (MAPFILES/KML/SHAPES).
       77 W-COR-ESTILO            PIC  X(008)         VALUE SPACES.
       77 W-ESCALA-ESTILO         PIC  X(003)         VALUE SPACES.
       77 W-ICONE-ESTILO          PIC  X(030)         VALUE SPACES.

       77 W-QTD-VENDEDORES        PIC  9(005)         VALUE ZEROS.
       77 W-QTD-PONTOS            PIC  9(005)         VALUE ZEROS.
       77 W-QTD-ATRIBUIDOS        PIC  9(007)         VALUE ZEROS.
       77 W-QTD-NAO-ATRIB         PIC  9(007)         VALUE ZEROS.
       77 W-QTD-SEM-COORD         PIC  9(007)         VALUE ZEROS.
       77 W-QTD-LINHAS            PIC  9(007)         VALUE ZEROS.

      *-----------------------------------------------------------
      * COORDENADA NO FORMATO DO KML: PONTO DECIMAL, SEM ZEROS A
      * ESQUERDA, LONGITUDE ANTES DA LATITUDE.
      *-----------------------------------------------------------
       77 W-LAT-AUX               PIC S9(003)V9(008)  VALUE ZEROS.
       77 W-LON-AUX               PIC S9(003)V9(008)  VALUE ZEROS.
       77 W-COORD-EDIT            PIC ---9,99999999   VALUE ZEROS.
       77 W-LAT-TXT               PIC  X(013)         VALUE SPACES.
       77 W-LON-TXT               PIC  X(013)         VALUE SPACES.

       77 W-NOME-PONTO            PIC  X(120)         VALUE SPACES.
       77 W-DESCR-PONTO           PIC  X(160)         VALUE SPACES.
       77 W-DESCR-AUX             PIC  X(160)         VALUE SPACES.
       77 W-ESTILO-PONTO          PIC  X(010)         VALUE SPACES.
       77 W-NOME-VENDEDOR         PIC  X(040)         VALUE SPACES.
       77 W-COD-VEND-EDIT         PIC  9(003)         VALUE ZEROS.
       77 W-COD-CLI-EDIT          PIC  9(007)         VALUE ZEROS.
       77 W-DIST-EDIT             PIC  ZZZZZZZZ9,99   VALUE ZEROS.
       77 W-RUN-EDIT              PIC  9(016)         VALUE ZEROS.

       01  W-LINHA-KML            PIC  X(300)         VALUE SPACES.

      *-----------------------------------------------------------
      * PALETA DOS CLIENTES ATRIBUIDOS (AABBGGRR DO KML): O
      * VENDEDOR USA A COR DA POSICAO (CODIGO MOD 8), PARA
      * VIZINHOS NO MAPA NAO FICAREM TODOS DA MESMA COR.
      *-----------------------------------------------------------
       01  W-TAB-CORES-VAL.
           03 FILLER              PIC X(008)          VALUE "ffff0000".
           03 FILLER              PIC X(008)          VALUE "ff00c000".
           03 FILLER              PIC X(008)          VALUE "ff00a5ff".
           03 FILLER              PIC X(008)          VALUE "ffff00ff".
           03 FILLER              PIC X(008)          VALUE "ff00ffff".
           03 FILLER              PIC X(008)          VALUE "ffffff00".
           03 FILLER              PIC X(008)          VALUE "ff800080".
           03 FILLER              PIC X(008)          VALUE "ff008080".
       01  W-TAB-CORES REDEFINES W-TAB-CORES-VAL.
           03 W-COR               PIC X(008)          OCCURS 8 TIMES.

      * ARQUIVAMENTO DA GERACAO NO CATALOGO DE RELATORIOS (CATRELAT)
      * - A COPIA DATADA SOBREVIVE A PROXIMA SOBRESCRITA DO NOME
      * FIXO.
       01  W-PARAM-CATALOGO.
           03 CTR-PROGRAMA        PIC X(012)          VALUE SPACES.
           03 CTR-ARQUIVO         PIC X(020)          VALUE SPACES.
           03 CTR-RUN-ID          PIC 9(016)          VALUE ZEROS.
           03 CTR-OPERADOR        PIC X(008)          VALUE "SISTEMA".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * EXPORTA UMA RODADA DO CADDISTRIB COMO MAPA KML, PARA ABRIR
      * DIRETO NO GOOGLE EARTH OU NO QGIS: UMA PASTA COM AS BASES E
      * OS PONTOS EXTRAS DE ATENDIMENTO DOS VENDEDORES ATIVOS, UMA
      * PASTA POR VENDEDOR COM OS CLIENTES QUE RECEBEU NA RODADA
      * (ROTULADOS COM CODIGO E RAZAO SOCIAL) E UMA CAMADA
      * SEPARADA COM OS CLIENTES NAO ATRIBUIDOS. A RODADA VEM DO
      * EXPMAPA.PAR; SEM PARAMETRO, VALE A ULTIMA RODADA COMPLETA.
      * CLIENTE SEM COORDENADA NAO TEM COMO SER PLOTADO - SO ENTRA
      * NA CONTAGEM.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "EXPMAPA - INICIO DO PROCESSAMENTO"

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
              DISPLAY "EXPMAPA - RODADA NAO ENCONTRADA NO CADDISTRIB: "
                      W-RUN-ID-MAX
              IF W-DISTRIB-ABERTO EQUAL "S"
                 CLOSE ARQ-DISTRIB
              END-IF
              MOVE 12 TO RETURN-CODE
           ELSE
              OPEN INPUT ARQ-CLIENTE
              OPEN INPUT ARQ-VENDEDOR
              OPEN OUTPUT EXP-MAPA

              PERFORM 100-GRAVAR-CABECALHO
              PERFORM 200-GRAVAR-BASES

              SORT ARQ-TEMP
                   ON ASCENDING KEY TMP-GRUPO
                      ASCENDING KEY TMP-COD-VENDEDOR
                      ASCENDING KEY TMP-COD-CLIENTE
                   INPUT  PROCEDURE IS 300-SELECIONAR
                   OUTPUT PROCEDURE IS 400-GRAVAR-CLIENTES

              MOVE "</Document>" TO W-LINHA-KML
              PERFORM 900-GRAVAR-LINHA
              MOVE "</kml>"      TO W-LINHA-KML
              PERFORM 900-GRAVAR-LINHA

              CLOSE EXP-MAPA
              CLOSE ARQ-VENDEDOR
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-DISTRIB

              MOVE "EXPMAPA"     TO CTR-PROGRAMA
              MOVE "EXPMAPA.KML" TO CTR-ARQUIVO
              MOVE W-RUN-ID-MAX  TO CTR-RUN-ID
              CALL "CATRELAT" USING W-PARAM-CATALOGO

              DISPLAY "EXPMAPA - RODADA EXPORTADA: " W-RUN-ID-MAX
              DISPLAY "EXPMAPA - VENDEDORES NO MAPA: " W-QTD-VENDEDORES
              DISPLAY "EXPMAPA - BASES E PONTOS EXTRAS: " W-QTD-PONTOS
              DISPLAY "EXPMAPA - CLIENTES ATRIBUIDOS: "
                      W-QTD-ATRIBUIDOS
              DISPLAY "EXPMAPA - CLIENTES NAO ATRIBUIDOS: "
                      W-QTD-NAO-ATRIB
              DISPLAY "EXPMAPA - CLIENTES SEM COORDENADA: "
                      W-QTD-SEM-COORD
              DISPLAY "EXPMAPA - LINHAS GRAVADAS: " W-QTD-LINHAS

              IF W-QTD-SEM-COORD GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY "EXPMAPA - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       010-LER-PARAMETROS.

           MOVE ZEROS TO W-RUN-ID-MAX

           OPEN INPUT ARQ-PARAM
           IF FS-PARAM EQUAL "00"
              READ ARQ-PARAM
              IF FS-PARAM EQUAL "00"
                 IF PARAM-RUN-ID IS NUMERIC
                    MOVE PARAM-RUN-ID TO W-RUN-ID-MAX
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
      * CABECALHO DO DOCUMENTO E OS ESTILOS DOS PONTOS: BASE, PONTO
      * EXTRA, NAO ATRIBUIDO E UM ESTILO DE CLIENTE POR COR DA
      * PALETA.
      *-----------------------------------------------------------
       100-GRAVAR-CABECALHO.

           MOVE ZEROS TO W-QTD-LINHAS
           MOVE W-RUN-ID-MAX TO W-RUN-EDIT

           MOVE '<?xml version="1.0" encoding="ISO-8859-1"?>'
             TO W-LINHA-KML
           PERFORM 900-GRAVAR-LINHA
           MOVE '<kml xmlns="http://www.opengis.net/kml/2.2">'
             TO W-LINHA-KML
           PERFORM 900-GRAVAR-LINHA
           MOVE "<Document>" TO W-LINHA-KML
           PERFORM 900-GRAVAR-LINHA

           STRING "<name>DISTRIBUICAO - RODADA " DELIMITED BY SIZE
                  W-RUN-EDIT                     DELIMITED BY SIZE
                  "</name>"                      DELIMITED BY SIZE
             INTO W-LINHA-KML
           PERFORM 900-GRAVAR-LINHA

           MOVE "base"                   TO W-ESTILO-PONTO
           MOVE "ff0000ff"               TO W-COR-ESTILO
           MOVE "1.4"                    TO W-ESCALA-ESTILO
           MOVE "homegardenbusiness.png" TO W-ICONE-ESTILO
           PERFORM 130-GRAVAR-ESTILO

           MOVE "extra"                  TO W-ESTILO-PONTO
           MOVE "ff0000ff"               TO W-COR-ESTILO
           MOVE "1.1"                    TO W-ESCALA-ESTILO
           MOVE "square.png"             TO W-ICONE-ESTILO
           PERFORM 130-GRAVAR-ESTILO

           MOVE "naoatrib"               TO W-ESTILO-PONTO
           MOVE "ff808080"               TO W-COR-ESTILO
           MOVE "0.8"                    TO W-ESCALA-ESTILO
           MOVE "forbidden.png"          TO W-ICONE-ESTILO
           PERFORM 130-GRAVAR-ESTILO

           PERFORM 120-GRAVAR-ESTILO-CLIENTE
              VARYING W-IDX-COR FROM 1 BY 1
              UNTIL W-IDX-COR GREATER 8.

       120-GRAVAR-ESTILO-CLIENTE.

           MOVE W-IDX-COR TO W-COD-COR
           MOVE SPACES    TO W-ESTILO-PONTO
           STRING "cliente" DELIMITED BY SIZE
                  W-COD-COR DELIMITED BY SIZE
             INTO W-ESTILO-PONTO

           MOVE W-COR (W-IDX-COR)        TO W-COR-ESTILO
           MOVE "0.8"                    TO W-ESCALA-ESTILO
           MOVE "placemark_circle.png"   TO W-ICONE-ESTILO
           PERFORM 130-GRAVAR-ESTILO.

       130-GRAVAR-ESTILO.

           STRING '<Style id="'                  DELIMITED BY SIZE
                  FUNCTION TRIM(W-ESTILO-PONTO)  DELIMITED BY SIZE
                  '">'                           DELIMITED BY SIZE
             INTO W-LINHA-KML
           PERFORM 900-GRAVAR-LINHA

           MOVE "<IconStyle>" TO W-LINHA-KML
           PERFORM 900-GRAVAR-LINHA

           STRING "<color>"      DELIMITED BY SIZE
                  W-COR-ESTILO   DELIMITED BY SIZE
                  "</color>"     DELIMITED BY SIZE
                  "<scale>"      DELIMITED BY SIZE
                  W-ESCALA-ESTILO DELIMITED BY SIZE
                  "</scale>"     DELIMITED BY SIZE
             INTO W-LINHA-KML
           PERFORM 900-GRAVAR-LINHA

           STRING "<Icon><href>http://maps.google.com/mapfiles/kml/sha
      -"pes/"                                    DELIMITED BY SIZE
                  FUNCTION TRIM(W-ICONE-ESTILO)  DELIMITED BY SIZE
                  "</href></Icon>"               DELIMITED BY SIZE
             INTO W-LINHA-KML
           PERFORM 900-GRAVAR-LINHA

           MOVE "</IconStyle>" TO W-LINHA-KML
           PERFORM 900-GRAVAR-LINHA
           MOVE "</Style>"     TO W-LINHA-KML
           PERFORM 900-GRAVAR-LINHA.

      *-----------------------------------------------------------
      * PASTA DAS BASES (PONTO 1) E DOS PONTOS EXTRAS (PONTOS 2 E
      * 3, A MESMA NUMERACAO DO D-PONTO-ATENDIMENTO) DOS VENDEDORES
      * ATIVOS. PONTO SEM COORDENADA NAO E USADO PELO FAZDISTRIB E
      * FICA FORA DO MAPA.
      *-----------------------------------------------------------
       200-GRAVAR-BASES.

           MOVE ZEROS TO W-QTD-PONTOS

           MOVE "<Folder>" TO W-LINHA-KML
           PERFORM 900-GRAVAR-LINHA
           MOVE "<name>BASES E PONTOS DE ATENDIMENTO</name>"
             TO W-LINHA-KML
           PERFORM 900-GRAVAR-LINHA

           MOVE ZEROS TO COD-VENDEDOR
           START ARQ-VENDEDOR KEY IS NOT LESS COD-VENDEDOR
             INVALID KEY MOVE "23" TO FS-VENDEDOR
           END-START

           IF FS-VENDEDOR EQUAL "00"
              READ ARQ-VENDEDOR NEXT
              PERFORM 210-GRAVAR-PONTOS-VENDEDOR
                 UNTIL FS-VENDEDOR NOT EQUAL "00"
           END-IF
           MOVE "00" TO FS-VENDEDOR

           MOVE "</Folder>" TO W-LINHA-KML
           PERFORM 900-GRAVAR-LINHA.

       210-GRAVAR-PONTOS-VENDEDOR.

           IF VENDEDOR-ATIVO
              MOVE COD-VENDEDOR TO W-COD-VEND-EDIT

              IF LATITUDE-VENDEDOR NOT EQUAL ZEROS
                 OR LONGITUDE-VENDEDOR NOT EQUAL ZEROS
                 MOVE SPACES TO W-NOME-PONTO
                 STRING "BASE - VENDEDOR "           DELIMITED BY SIZE
                        W-COD-VEND-EDIT              DELIMITED BY SIZE
                        " - "                        DELIMITED BY SIZE
                        FUNCTION TRIM(NOME-VENDEDOR) DELIMITED BY SIZE
                   INTO W-NOME-PONTO
                 MOVE "PONTO 1 - BASE DO VENDEDOR" TO W-DESCR-PONTO
                 MOVE "base"                TO W-ESTILO-PONTO
                 MOVE LATITUDE-VENDEDOR     TO W-LAT-AUX
                 MOVE LONGITUDE-VENDEDOR    TO W-LON-AUX
                 PERFORM 810-GRAVAR-PLACEMARK
                 ADD 1 TO W-QTD-PONTOS
              END-IF

              PERFORM 220-GRAVAR-PONTO-EXTRA
                 VARYING W-IDX-PONTO FROM 1 BY 1
                 UNTIL W-IDX-PONTO GREATER 2
           END-IF

           READ ARQ-VENDEDOR NEXT.

       220-GRAVAR-PONTO-EXTRA.

           IF LAT-PONTO-EXTRA (W-IDX-PONTO) NOT EQUAL ZEROS
              OR LON-PONTO-EXTRA (W-IDX-PONTO) NOT EQUAL ZEROS
              COMPUTE W-PONTO-EDIT = W-IDX-PONTO + 1

              MOVE SPACES TO W-NOME-PONTO
              STRING "PONTO EXTRA "               DELIMITED BY SIZE
                     W-PONTO-EDIT                 DELIMITED BY SIZE
                     " - VENDEDOR "               DELIMITED BY SIZE
                     W-COD-VEND-EDIT              DELIMITED BY SIZE
                     " - "                        DELIMITED BY SIZE
                     FUNCTION TRIM(NOME-VENDEDOR) DELIMITED BY SIZE
                INTO W-NOME-PONTO

              MOVE SPACES TO W-DESCR-PONTO
              STRING "PONTO "                     DELIMITED BY SIZE
                     W-PONTO-EDIT                 DELIMITED BY SIZE
                     " - PONTO EXTRA DE ATENDIMENTO"
                                                  DELIMITED BY SIZE
                INTO W-DESCR-PONTO

              MOVE "extra"                         TO W-ESTILO-PONTO
              MOVE LAT-PONTO-EXTRA (W-IDX-PONTO)   TO W-LAT-AUX
              MOVE LON-PONTO-EXTRA (W-IDX-PONTO)   TO W-LON-AUX
              PERFORM 810-GRAVAR-PLACEMARK
              ADD 1 TO W-QTD-PONTOS
           END-IF.

      * SELECIONA PARA O SORT TODOS OS CLIENTES DA RODADA,
      * POSICIONANDO DIRETO PELA CHAVE RUN+CLIENTE.
       300-SELECIONAR.

           MOVE W-RUN-ID-MAX TO D-RUN-ID
           MOVE ZEROS        TO D-COD-CLIENTE
           START ARQ-DISTRIB KEY IS NOT LESS D-CHAVE-DISTRIB
             INVALID KEY MOVE "23" TO FS-DISTRIB
           END-START

           IF FS-DISTRIB EQUAL "00"
              READ ARQ-DISTRIB NEXT
              PERFORM 310-RELEASE-REGISTRO
                 UNTIL FS-DISTRIB NOT EQUAL "00"
                    OR D-RUN-ID NOT EQUAL W-RUN-ID-MAX
           END-IF
           MOVE "00" TO FS-DISTRIB.

       310-RELEASE-REGISTRO.

           IF D-ATRIBUIDO
              MOVE 1              TO TMP-GRUPO
              MOVE D-COD-VENDEDOR TO TMP-COD-VENDEDOR
           ELSE
              MOVE 2              TO TMP-GRUPO
              MOVE ZEROS          TO TMP-COD-VENDEDOR
           END-IF
           MOVE D-COD-CLIENTE       TO TMP-COD-CLIENTE
           MOVE D-PONTO-ATENDIMENTO TO TMP-PONTO
           MOVE DISTANCIA           TO TMP-DISTANCIA
           MOVE D-ORIGEM-ATRIB      TO TMP-ORIGEM
           RELEASE REG-TEMP-MAPA

           READ ARQ-DISTRIB NEXT.

      *-----------------------------------------------------------
      * UMA PASTA POR VENDEDOR, NA ORDEM DE CODIGO, E A PASTA DOS
      * NAO ATRIBUIDOS POR ULTIMO.
      *-----------------------------------------------------------
       400-GRAVAR-CLIENTES.

           MOVE ZEROS TO W-QTD-VENDEDORES
           MOVE ZEROS TO W-QTD-ATRIBUIDOS
           MOVE ZEROS TO W-QTD-NAO-ATRIB
           MOVE ZEROS TO W-QTD-SEM-COORD
           MOVE 9     TO W-GRUPO-ANTERIOR
           MOVE 999   TO W-VEND-ANTERIOR
           MOVE "N"   TO W-PASTA-ABERTA

           RETURN ARQ-TEMP
             AT END MOVE "10" TO FS-TEMP
           END-RETURN

           PERFORM 410-GRAVAR-CLIENTE
              UNTIL FS-TEMP NOT EQUAL "00"

           IF W-PASTA-ABERTA EQUAL "S"
              MOVE "</Folder>" TO W-LINHA-KML
              PERFORM 900-GRAVAR-LINHA
           END-IF.

       410-GRAVAR-CLIENTE.

           IF TMP-GRUPO NOT EQUAL W-GRUPO-ANTERIOR
              OR TMP-COD-VENDEDOR NOT EQUAL W-VEND-ANTERIOR
              PERFORM 420-ABRIR-PASTA
           END-IF

           MOVE TMP-COD-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
             INVALID KEY MOVE "23" TO FS-CLIENTE
           END-READ

           IF FS-CLIENTE NOT EQUAL "00"
              OR (LATITUDE-CLIENTE EQUAL ZEROS
                  AND LONGITUDE-CLIENTE EQUAL ZEROS)
              ADD 1 TO W-QTD-SEM-COORD
           ELSE
              PERFORM 430-MONTAR-CLIENTE
              MOVE LATITUDE-CLIENTE  TO W-LAT-AUX
              MOVE LONGITUDE-CLIENTE TO W-LON-AUX
              PERFORM 810-GRAVAR-PLACEMARK

              IF TMP-GRUPO EQUAL 1
                 ADD 1 TO W-QTD-ATRIBUIDOS
              ELSE
                 ADD 1 TO W-QTD-NAO-ATRIB
              END-IF
           END-IF
           MOVE "00" TO FS-CLIENTE

           RETURN ARQ-TEMP
             AT END MOVE "10" TO FS-TEMP
           END-RETURN.

       420-ABRIR-PASTA.

           IF W-PASTA-ABERTA EQUAL "S"
              MOVE "</Folder>" TO W-LINHA-KML
              PERFORM 900-GRAVAR-LINHA
           END-IF

           MOVE "<Folder>" TO W-LINHA-KML
           PERFORM 900-GRAVAR-LINHA
           MOVE "S" TO W-PASTA-ABERTA

           IF TMP-GRUPO EQUAL 2
              MOVE "<name>CLIENTES NAO ATRIBUIDOS</name>"
                TO W-LINHA-KML
              MOVE "naoatrib" TO W-ESTILO-PONTO
           ELSE
              ADD 1 TO W-QTD-VENDEDORES
              MOVE TMP-COD-VENDEDOR TO W-COD-VEND-EDIT

              MOVE TMP-COD-VENDEDOR TO COD-VENDEDOR
              READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR
                INVALID KEY MOVE "23" TO FS-VENDEDOR
              END-READ

              IF FS-VENDEDOR EQUAL "00"
                 MOVE NOME-VENDEDOR TO W-NOME-VENDEDOR
              ELSE
                 MOVE "VENDEDOR NAO CADASTRADO" TO W-NOME-VENDEDOR
              END-IF
              MOVE "00" TO FS-VENDEDOR

              STRING "<name><![CDATA[VENDEDOR "     DELIMITED BY SIZE
                     W-COD-VEND-EDIT                DELIMITED BY SIZE
                     " - "                          DELIMITED BY SIZE
                     FUNCTION TRIM(W-NOME-VENDEDOR) DELIMITED BY SIZE
                     "]]></name>"                   DELIMITED BY SIZE
                INTO W-LINHA-KML

              COMPUTE W-COD-COR =
                      FUNCTION MOD(TMP-COD-VENDEDOR, 8) + 1
              MOVE SPACES TO W-ESTILO-PONTO
              STRING "cliente" DELIMITED BY SIZE
                     W-COD-COR DELIMITED BY SIZE
                INTO W-ESTILO-PONTO
           END-IF
           PERFORM 900-GRAVAR-LINHA

           MOVE TMP-GRUPO        TO W-GRUPO-ANTERIOR
           MOVE TMP-COD-VENDEDOR TO W-VEND-ANTERIOR.

      * ROTULO (CODIGO E RAZAO SOCIAL) E DESCRICAO DO CLIENTE: LOCAL,
      * REGIAO E, QUANDO ATRIBUIDO, O PONTO DE ATENDIMENTO, A
      * DISTANCIA E A ORIGEM DA ATRIBUICAO.
       430-MONTAR-CLIENTE.

           MOVE COD-CLIENTE TO W-COD-CLI-EDIT
           MOVE SPACES      TO W-NOME-PONTO
           STRING W-COD-CLI-EDIT               DELIMITED BY SIZE
                  " - "                        DELIMITED BY SIZE
                  FUNCTION TRIM(RAZAO-SOCIAL)  DELIMITED BY SIZE
             INTO W-NOME-PONTO

           MOVE SPACES TO W-DESCR-PONTO
           IF TMP-GRUPO EQUAL 2
              STRING FUNCTION TRIM(CIDADE-CLIENTE) DELIMITED BY SIZE
                     "/"                           DELIMITED BY SIZE
                     UF-CLIENTE                    DELIMITED BY SIZE
                     " - REGIAO "                  DELIMITED BY SIZE
                     REGIAO-CLIENTE                DELIMITED BY SIZE
                     " - SEM VENDEDOR NA RODADA"   DELIMITED BY SIZE
                INTO W-DESCR-PONTO
           ELSE
              MOVE TMP-PONTO     TO W-PONTO-EDIT
              MOVE TMP-DISTANCIA TO W-DIST-EDIT
              STRING FUNCTION TRIM(CIDADE-CLIENTE) DELIMITED BY SIZE
                     "/"                           DELIMITED BY SIZE
                     UF-CLIENTE                    DELIMITED BY SIZE
                     " - REGIAO "                  DELIMITED BY SIZE
                     REGIAO-CLIENTE                DELIMITED BY SIZE
                     " - PONTO "                   DELIMITED BY SIZE
                     W-PONTO-EDIT                  DELIMITED BY SIZE
                     " - DISTANCIA (M) "           DELIMITED BY SIZE
                     FUNCTION TRIM(W-DIST-EDIT)    DELIMITED BY SIZE
                INTO W-DESCR-PONTO

              MOVE SPACES TO W-DESCR-AUX
              EVALUATE TMP-ORIGEM
                 WHEN "P"
                    STRING FUNCTION TRIM(W-DESCR-PONTO)
                                                  DELIMITED BY SIZE
                           " - PINADO POR EXCECAO" DELIMITED BY SIZE
                      INTO W-DESCR-AUX
                    MOVE W-DESCR-AUX TO W-DESCR-PONTO
                 WHEN "G"
                    STRING FUNCTION TRIM(W-DESCR-PONTO)
                                                  DELIMITED BY SIZE
                           " - GRUPO ECONOMICO"   DELIMITED BY SIZE
                      INTO W-DESCR-AUX
                    MOVE W-DESCR-AUX TO W-DESCR-PONTO
              END-EVALUATE
           END-IF.

      *-----------------------------------------------------------
      * GRAVA UM PLACEMARK COM W-NOME-PONTO, W-DESCR-PONTO,
      * W-ESTILO-PONTO E A COORDENADA W-LAT-AUX/W-LON-AUX. NOME E
      * DESCRICAO VAO EM CDATA (RAZAO SOCIAL COM "&" OU "<").
      *-----------------------------------------------------------
       810-GRAVAR-PLACEMARK.

           MOVE W-LAT-AUX    TO W-COORD-EDIT
           MOVE W-COORD-EDIT TO W-LAT-TXT
           INSPECT W-LAT-TXT REPLACING ALL "," BY "."

           MOVE W-LON-AUX    TO W-COORD-EDIT
           MOVE W-COORD-EDIT TO W-LON-TXT
           INSPECT W-LON-TXT REPLACING ALL "," BY "."

           MOVE "<Placemark>" TO W-LINHA-KML
           PERFORM 900-GRAVAR-LINHA

           STRING "<name><![CDATA["             DELIMITED BY SIZE
                  FUNCTION TRIM(W-NOME-PONTO)   DELIMITED BY SIZE
                  "]]></name>"                  DELIMITED BY SIZE
             INTO W-LINHA-KML
           PERFORM 900-GRAVAR-LINHA

           STRING "<description><![CDATA["      DELIMITED BY SIZE
                  FUNCTION TRIM(W-DESCR-PONTO)  DELIMITED BY SIZE
                  "]]></description>"           DELIMITED BY SIZE
             INTO W-LINHA-KML
           PERFORM 900-GRAVAR-LINHA

           STRING "<styleUrl>#"                 DELIMITED BY SIZE
                  FUNCTION TRIM(W-ESTILO-PONTO) DELIMITED BY SIZE
                  "</styleUrl>"                 DELIMITED BY SIZE
             INTO W-LINHA-KML
           PERFORM 900-GRAVAR-LINHA

           STRING "<Point><coordinates>"        DELIMITED BY SIZE
                  FUNCTION TRIM(W-LON-TXT)      DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(W-LAT-TXT)      DELIMITED BY SIZE
                  ",0</coordinates></Point>"    DELIMITED BY SIZE
             INTO W-LINHA-KML
           PERFORM 900-GRAVAR-LINHA

           MOVE "</Placemark>" TO W-LINHA-KML
           PERFORM 900-GRAVAR-LINHA.

       900-GRAVAR-LINHA.
           WRITE REG-MAPA FROM W-LINHA-KML
           ADD 1 TO W-QTD-LINHAS
           MOVE SPACES TO W-LINHA-KML.

       END PROGRAM EXPMAPA.
